000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSTRACE                            *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2026-01-12                                    *
000700*                                                                *
000800*    DESCRIPTION:  ONLINE INQUIRY TRANSACTION THAT LETS AN      *
000900*                  OPERATOR KEY ONE ATN-TRAN-KEY AND SEE ITS    *
001000*                  WHOLE HISTORY, ACROSS RUN DATES, ON ONE      *
001100*                  SCREEN.  THE EVENTS ARE READ FROM THE        *
001200*                  LIFECYCLE HISTORY FILE (SEE ATNLIFE) THAT    *
001300*                  ENTRY, APPROVE, STANDING, THE BATCH DRIVER,  *
001400*                  RECYCLE, CONFIRM AND BACKOUT EACH WRITE      *
001500*                  TO.  A SUMMARY AT THE TOP SHOWS WHO KEYED    *
001600*                  AND WHO APPROVED THE ITEM, ITS CURRENT       *
001700*                  PENDING STATUS (SEE ATNPEND), THE SUM THE    *
001800*                  DRIVER COMPUTED AS CARRIED ON THE AUDIT      *
001900*                  MASTER (SEE ATNAUDM), ITS LATEST GL          *
002000*                  ACKNOWLEDGMENT, AND WHETHER A BACKOUT LATER  *
002100*                  REVERSED IT.  THE EVENT LINES FOLLOW, OLDEST *
002200*                  FIRST, TWELVE TO A PAGE.                     *
002300*                                                                *
002400*    MODIFICATION HISTORY                                       *
002500*    ------------------------------------------------------     *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  ------------------------------------      *
002800*    2026-01-12 JH    ORIGINAL PROGRAM.                          *
002900*                                                                *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. AddTwoNumbersTrace.
003300 AUTHOR. J. HARTLEY.
003400 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
003500 DATE-WRITTEN. 2026-01-12.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL ATN-LIFE-FILE ASSIGN TO LIFEHST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ATN-LIFE-KEY
004900         FILE STATUS IS ATN-LIFE-STATUS.
005000
005100     SELECT OPTIONAL ATN-PENDING-FILE ASSIGN TO PENDMST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS ATN-PEND-KEY
005500         FILE STATUS IS ATN-PEND-STATUS.
005600
005700     SELECT OPTIONAL ATN-AUDIT-MASTER ASSIGN TO AUDITMST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ATN-AUDM-KEY
006100         FILE STATUS IS ATN-AUDIT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ATN-LIFE-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 COPY ATNLIFE.
006800
006900 FD  ATN-PENDING-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 COPY ATNPEND.
007200
007300 FD  ATN-AUDIT-MASTER
007400     LABEL RECORDS ARE STANDARD.
007500 COPY ATNAUDM.
007600
007700 WORKING-STORAGE SECTION.
007800******************************************************************
007900*    FILE STATUS AND END-OF-FILE SWITCHES                        *
008000******************************************************************
008100 01  ATN-LIFE-STATUS                PIC X(02) VALUE SPACES.
008200 01  ATN-PEND-STATUS                PIC X(02) VALUE SPACES.
008300 01  ATN-AUDIT-STATUS               PIC X(02) VALUE SPACES.
008400 01  ATN-EOF-SW                     PIC X(01) VALUE 'N'.
008500     88  ATN-EOF-LIFE                         VALUE 'Y'.
008600 01  ATN-AUDM-EOF-SW                PIC X(01) VALUE 'N'.
008700     88  ATN-EOF-AUDIT                        VALUE 'Y'.
008800
008900******************************************************************
009000*    SEARCH KEY AND CONTROL FIELDS                               *
009100******************************************************************
009200 01  ATN-TRC-KEY                    PIC 9(08) VALUE ZERO.
009300 01  ATN-TRC-RESPONSE               PIC X(01) VALUE SPACE.
009400 01  ATN-TRC-PEND-SW                PIC X(01) VALUE 'N'.
009500     88  ATN-TRC-ON-PENDING                   VALUE 'Y'.
009600 01  ATN-TRC-AUDM-SW                PIC X(01) VALUE 'N'.
009700     88  ATN-TRC-ON-AUDIT                     VALUE 'Y'.
009800 01  ATN-TRC-DONE-SW                PIC X(01) VALUE 'N'.
009900     88  ATN-TRC-DONE                         VALUE 'Y'.
010000 01  ATN-TRC-POSTED-DATE            PIC 9(08) VALUE ZERO.
010100 01  ATN-TRC-BACKOUT-DATE           PIC 9(08) VALUE ZERO.
010200 01  ATN-TRC-GL-CODE                PIC X(02) VALUE SPACES.
010300 77  ATN-TRC-EVENT-COUNT            PIC 9(05) COMP VALUE ZERO.
010400 77  ATN-TRC-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
010500 77  ATN-TRC-PAGE-NO                PIC 9(03) COMP VALUE ZERO.
010600
010700******************************************************************
010800*    DATE EDITING WORK AREA                                      *
010900******************************************************************
011000 01  ATN-TRC-DATE-WORK              PIC 9(08) VALUE ZERO.
011100 01  ATN-TRC-DATE-PARTS REDEFINES ATN-TRC-DATE-WORK.
011200     05  ATN-TRC-DATE-CCYY          PIC 9(04).
011300     05  ATN-TRC-DATE-MM            PIC 9(02).
011400     05  ATN-TRC-DATE-DD            PIC 9(02).
011500 01  ATN-TRC-DATE-EDIT              PIC X(10) VALUE SPACES.
011600 01  ATN-TRC-SUM-EDIT               PIC -ZZZZZZZ9.99.
011700
011800******************************************************************
011900*    SUMMARY DISPLAY FIELDS                                      *
012000******************************************************************
012100 01  ATN-SUMM-KEYED-BY              PIC X(08) VALUE SPACES.
012200 01  ATN-SUMM-APPROVED-BY           PIC X(08) VALUE SPACES.
012300 01  ATN-SUMM-PENDING               PIC X(24) VALUE SPACES.
012400 01  ATN-SUMM-AUDIT-SUM             PIC X(24) VALUE SPACES.
012500 01  ATN-SUMM-GL                    PIC X(24) VALUE SPACES.
012600 01  ATN-SUMM-BACKOUT               PIC X(24) VALUE SPACES.
012700 01  ATN-SUMM-PAGE                  PIC ZZ9.
012800 01  ATN-SUMM-PROMPT                PIC X(36) VALUE SPACES.
012900
013000******************************************************************
013100*    EVENT LINE LAYOUT AND THE TWELVE-LINE PAGE IT IS MOVED TO   *
013200******************************************************************
013300 01  ATN-EVT-LINE.
013400     05  ATN-EVT-DATE               PIC X(10).
013500     05  FILLER                     PIC X(01) VALUE SPACE.
013600     05  ATN-EVT-TEXT               PIC X(18).
013700     05  FILLER                     PIC X(01) VALUE SPACE.
013800     05  ATN-EVT-OPERATOR           PIC X(08).
013900     05  FILLER                     PIC X(01) VALUE SPACE.
014000     05  ATN-EVT-REASON             PIC X(02).
014100     05  FILLER                     PIC X(01) VALUE SPACE.
014200     05  ATN-EVT-AGE                PIC ZZ9 BLANK WHEN ZERO.
014300     05  FILLER                     PIC X(01) VALUE SPACE.
014400     05  ATN-EVT-AMOUNT             PIC -ZZZZZZZ9.99
014500                                        BLANK WHEN ZERO.
014600     05  FILLER                     PIC X(01) VALUE SPACE.
014700     05  ATN-EVT-DETAIL             PIC X(20).
014800
014900 01  ATN-TRC-PAGE-AREA.
015000     05  ATN-TRC-LINE-01            PIC X(79) VALUE SPACES.
015100     05  ATN-TRC-LINE-02            PIC X(79) VALUE SPACES.
015200     05  ATN-TRC-LINE-03            PIC X(79) VALUE SPACES.
015300     05  ATN-TRC-LINE-04            PIC X(79) VALUE SPACES.
015400     05  ATN-TRC-LINE-05            PIC X(79) VALUE SPACES.
015500     05  ATN-TRC-LINE-06            PIC X(79) VALUE SPACES.
015600     05  ATN-TRC-LINE-07            PIC X(79) VALUE SPACES.
015700     05  ATN-TRC-LINE-08            PIC X(79) VALUE SPACES.
015800     05  ATN-TRC-LINE-09            PIC X(79) VALUE SPACES.
015900     05  ATN-TRC-LINE-10            PIC X(79) VALUE SPACES.
016000     05  ATN-TRC-LINE-11            PIC X(79) VALUE SPACES.
016100     05  ATN-TRC-LINE-12            PIC X(79) VALUE SPACES.
016200 01  ATN-TRC-PAGE-TABLE REDEFINES ATN-TRC-PAGE-AREA.
016300     05  ATN-TRC-LINE               PIC X(79) OCCURS 12 TIMES.
016400
016500 SCREEN SECTION.
016600******************************************************************
016700*    ATN-CRITERIA-SCREEN                                         *
016800*    COLLECTS THE TRANSACTION KEY TO BE TRACED.                  *
016900******************************************************************
017000 01  ATN-CRITERIA-SCREEN.
017100     05  BLANK SCREEN.
017200     05  LINE 01 COLUMN 01
017300             VALUE 'ADDTWONUMBERS - TRANSACTION LIFECYCLE TRACE'.
017400     05  LINE 03 COLUMN 01
017500             VALUE 'ENTER TRANSACTION KEY . . . .'.
017600     05  LINE 03 COLUMN 36 PIC 9(08)
017700             USING ATN-TRC-KEY.
017800
017900******************************************************************
018000*    ATN-TRACE-SCREEN                                            *
018100*    SHOWS THE SUMMARY FOR THE KEY AND ONE PAGE OF ITS EVENTS,   *
018200*    THEN PROMPTS FOR THE NEXT PAGE.                             *
018300******************************************************************
018400 01  ATN-TRACE-SCREEN.
018500     05  BLANK SCREEN.
018600     05  LINE 01 COLUMN 01
018700             VALUE 'ADDTWONUMBERS - TRANSACTION LIFECYCLE TRACE'.
018800     05  LINE 01 COLUMN 70 VALUE 'PAGE '.
018900     05  LINE 01 COLUMN 75 PIC ZZ9 FROM ATN-SUMM-PAGE.
019000     05  LINE 03 COLUMN 01 VALUE 'TRAN KEY: '.
019100     05  LINE 03 COLUMN 14 PIC 9(08) FROM ATN-TRC-KEY.
019200     05  LINE 03 COLUMN 26 VALUE 'KEYED BY: '.
019300     05  LINE 03 COLUMN 36 PIC X(08) FROM ATN-SUMM-KEYED-BY.
019400     05  LINE 03 COLUMN 48 VALUE 'APPROVED BY: '.
019500     05  LINE 03 COLUMN 61 PIC X(08) FROM ATN-SUMM-APPROVED-BY.
019600     05  LINE 04 COLUMN 01 VALUE 'PENDING : '.
019700     05  LINE 04 COLUMN 14 PIC X(24) FROM ATN-SUMM-PENDING.
019800     05  LINE 04 COLUMN 40 VALUE 'AUDIT SUM: '.
019900     05  LINE 04 COLUMN 54 PIC X(24) FROM ATN-SUMM-AUDIT-SUM.
020000     05  LINE 05 COLUMN 01 VALUE 'GL      : '.
020100     05  LINE 05 COLUMN 14 PIC X(24) FROM ATN-SUMM-GL.
020200     05  LINE 05 COLUMN 40 VALUE 'BACKOUT  : '.
020300     05  LINE 05 COLUMN 54 PIC X(24) FROM ATN-SUMM-BACKOUT.
020400     05  LINE 07 COLUMN 01 VALUE 'BUS DATE'.
020500     05  LINE 07 COLUMN 12 VALUE 'EVENT'.
020600     05  LINE 07 COLUMN 31 VALUE 'OPERATOR'.
020700     05  LINE 07 COLUMN 40 VALUE 'RC'.
020800     05  LINE 07 COLUMN 43 VALUE 'AGE'.
020900     05  LINE 07 COLUMN 53 VALUE 'AMOUNT'.
021000     05  LINE 07 COLUMN 60 VALUE 'DETAIL'.
021100     05  LINE 08 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-01.
021200     05  LINE 09 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-02.
021300     05  LINE 10 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-03.
021400     05  LINE 11 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-04.
021500     05  LINE 12 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-05.
021600     05  LINE 13 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-06.
021700     05  LINE 14 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-07.
021800     05  LINE 15 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-08.
021900     05  LINE 16 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-09.
022000     05  LINE 17 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-10.
022100     05  LINE 18 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-11.
022200     05  LINE 19 COLUMN 01 PIC X(79) FROM ATN-TRC-LINE-12.
022300     05  LINE 21 COLUMN 01 PIC X(36) FROM ATN-SUMM-PROMPT.
022400     05  LINE 21 COLUMN 38 PIC X(01)
022500             USING ATN-TRC-RESPONSE.
022600
022700******************************************************************
022800*    ATN-NOT-FOUND-SCREEN                                        *
022900*    TOLD WHEN THE KEY HAS NO HISTORY AND IS NOT PENDING.        *
023000******************************************************************
023100 01  ATN-NOT-FOUND-SCREEN.
023200     05  BLANK SCREEN.
023300     05  LINE 01 COLUMN 01
023400             VALUE 'ADDTWONUMBERS - TRANSACTION LIFECYCLE TRACE'.
023500     05  LINE 03 COLUMN 01
023600             VALUE 'NO HISTORY OR PENDING RECORD FOR THAT KEY.'.
023700     05  LINE 05 COLUMN 01
023800             VALUE 'PRESS ENTER TO CONTINUE . . . . . . .'.
023900     05  LINE 05 COLUMN 39 PIC X(01)
024000             USING ATN-TRC-RESPONSE.
024100
024200 PROCEDURE DIVISION.
024300******************************************************************
024400*    0000-MAINLINE                                               *
024500*    CONTROLS THE OVERALL FLOW OF THE TRACE TRANSACTION.         *
024600******************************************************************
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 2000-BUILD-SUMMARY THRU 2000-EXIT.
025000
025100     IF ATN-TRC-EVENT-COUNT = ZERO
025200             AND NOT ATN-TRC-ON-PENDING
025300         PERFORM 4000-NOT-FOUND THRU 4000-EXIT
025400     ELSE
025500         PERFORM 3000-START-EVENTS THRU 3000-EXIT
025600         PERFORM 3100-SHOW-PAGE THRU 3100-EXIT
025700             UNTIL ATN-TRC-DONE
025800     END-IF.
025900
026000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026100
026200     STOP RUN.
026300
026400******************************************************************
026500*    1000-INITIALIZE                                             *
026600*    OPENS THE HISTORY, PENDING AND AUDIT FILES AND PROMPTS THE  *
026700*    OPERATOR FOR THE TRANSACTION KEY.                           *
026800******************************************************************
026900 1000-INITIALIZE.
027000     OPEN INPUT ATN-LIFE-FILE
027100                ATN-PENDING-FILE
027200                ATN-AUDIT-MASTER.
027300     DISPLAY ATN-CRITERIA-SCREEN.
027400     ACCEPT ATN-CRITERIA-SCREEN.
027500 1000-EXIT.
027600     EXIT.
027700
027800******************************************************************
027900*    2000-BUILD-SUMMARY                                          *
028000*    PASSES ONCE OVER THE KEY'S HISTORY EVENTS TO PICK OUT THE   *
028100*    LATEST KEYING OPERATOR, APPROVAL, POSTING, GL RESPONSE AND  *
028200*    BACKOUT, THEN FILLS IN THE PENDING STATUS AND THE AUDIT     *
028300*    MASTER SUM FOR THE SUMMARY LINES.                           *
028400******************************************************************
028500 2000-BUILD-SUMMARY.
028600     PERFORM 3000-START-EVENTS THRU 3000-EXIT.
028700     PERFORM 2100-SUMMARIZE-EVENT THRU 2100-EXIT
028800         UNTIL ATN-EOF-LIFE.
028900
029000     PERFORM 2200-READ-PENDING THRU 2200-EXIT.
029100     PERFORM 2300-FIND-AUDIT-SUM THRU 2300-EXIT.
029200
029300     EVALUATE ATN-TRC-GL-CODE
029400         WHEN 'GC'
029500             MOVE 'CONFIRMED BY GL' TO ATN-SUMM-GL
029600         WHEN 'GR'
029700             MOVE 'REJECTED BY GL' TO ATN-SUMM-GL
029800         WHEN 'GU'
029900             MOVE 'NOT ACKNOWLEDGED BY GL' TO ATN-SUMM-GL
030000         WHEN OTHER
030100             IF ATN-TRC-POSTED-DATE NOT = ZERO
030200                 MOVE 'POSTED - AWAITING GL' TO ATN-SUMM-GL
030300             ELSE
030400                 MOVE 'NOT POSTED' TO ATN-SUMM-GL
030500             END-IF
030600     END-EVALUATE.
030700
030800     IF ATN-TRC-BACKOUT-DATE NOT = ZERO
030900         MOVE ATN-TRC-BACKOUT-DATE TO ATN-TRC-DATE-WORK
031000         PERFORM 8000-EDIT-DATE THRU 8000-EXIT
031100         STRING 'REVERSED ' DELIMITED BY SIZE
031200                ATN-TRC-DATE-EDIT DELIMITED BY SIZE
031300             INTO ATN-SUMM-BACKOUT
031400         END-STRING
031500     ELSE
031600         MOVE 'NONE' TO ATN-SUMM-BACKOUT
031700     END-IF.
031800 2000-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    2100-SUMMARIZE-EVENT                                        *
032300*    READS THE NEXT EVENT FOR THE KEY AND CARRIES FORWARD WHAT   *
032400*    THE SUMMARY NEEDS.  EVENTS ARRIVE OLDEST FIRST, SO A LATER  *
032500*    EVENT OF THE SAME KIND SIMPLY REPLACES AN EARLIER ONE.      *
032600******************************************************************
032700 2100-SUMMARIZE-EVENT.
032800     PERFORM 3300-READ-EVENT THRU 3300-EXIT.
032900     IF ATN-EOF-LIFE
033000         GO TO 2100-EXIT
033100     END-IF.
033200
033300     ADD 1 TO ATN-TRC-EVENT-COUNT.
033400
033500     EVALUATE TRUE
033600         WHEN ATN-LIFE-KEYED
033700         WHEN ATN-LIFE-GENERATED
033800             MOVE ATN-LIFE-OPERATOR-ID TO ATN-SUMM-KEYED-BY
033900         WHEN ATN-LIFE-APPROVED
034000         WHEN ATN-LIFE-APPROVAL-REJECTED
034100             MOVE ATN-LIFE-OPERATOR-ID TO ATN-SUMM-APPROVED-BY
034200         WHEN ATN-LIFE-POSTED
034300             MOVE ATN-LIFE-BUSINESS-DATE TO ATN-TRC-POSTED-DATE
034400             MOVE SPACES                 TO ATN-TRC-GL-CODE
034500         WHEN ATN-LIFE-GL-CONFIRMED
034600         WHEN ATN-LIFE-GL-REJECTED
034700         WHEN ATN-LIFE-GL-UNACKNOWLEDGED
034800             MOVE ATN-LIFE-EVENT-CODE TO ATN-TRC-GL-CODE
034900         WHEN ATN-LIFE-BACKED-OUT
035000             MOVE ATN-LIFE-BUSINESS-DATE TO ATN-TRC-BACKOUT-DATE
035100     END-EVALUATE.
035200 2100-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    2200-READ-PENDING                                           *
035700*    LOOKS THE KEY UP ON THE PENDING MASTER.  AN ITEM KEYED      *
035800*    BEFORE HISTORY LOGGING BEGAN HAS NO KY OR AP EVENTS, SO THE *
035900*    KEYED-BY AND APPROVED-BY FIELDS ARE TAKEN FROM THE PENDING  *
036000*    RECORD WHEN THE HISTORY DID NOT SUPPLY THEM.                *
036100******************************************************************
036200 2200-READ-PENDING.
036300     MOVE ATN-TRC-KEY TO ATN-PEND-KEY.
036400     READ ATN-PENDING-FILE
036500         INVALID KEY
036600             MOVE 'NOT ON PENDING MASTER' TO ATN-SUMM-PENDING
036700         NOT INVALID KEY
036800             SET ATN-TRC-ON-PENDING TO TRUE
036900     END-READ.
037000
037100     IF NOT ATN-TRC-ON-PENDING
037200         GO TO 2200-EXIT
037300     END-IF.
037400
037500     EVALUATE TRUE
037600         WHEN ATN-PEND-AWAITING
037700             MOVE 'AWAITING APPROVAL' TO ATN-SUMM-PENDING
037800         WHEN ATN-PEND-APPROVED
037900             MOVE 'APPROVED' TO ATN-SUMM-PENDING
038000         WHEN ATN-PEND-REJECTED
038100             MOVE 'REJECTED AT APPROVAL' TO ATN-SUMM-PENDING
038200         WHEN OTHER
038300             MOVE 'ON PENDING MASTER' TO ATN-SUMM-PENDING
038400     END-EVALUATE.
038500
038600     IF ATN-SUMM-KEYED-BY = SPACES
038700         MOVE ATN-PEND-KEYED-BY TO ATN-SUMM-KEYED-BY
038800     END-IF.
038900     IF ATN-SUMM-APPROVED-BY = SPACES
039000         MOVE ATN-PEND-APPROVED-BY TO ATN-SUMM-APPROVED-BY
039100     END-IF.
039200 2200-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    2300-FIND-AUDIT-SUM                                         *
039700*    THE AUDIT MASTER IS KEYED BY RUN DATE, JOB AND SEQUENCE,    *
039800*    NOT BY TRANSACTION KEY, SO THE LATEST POSTING DATE FROM THE *
039900*    HISTORY IS USED TO START ON THAT DATE'S GROUP, WHICH IS     *
040000*    THEN SCANNED FOR THE KEY.  NOTHING POSTED, OR A GROUP NOT   *
040100*    YET LOADED, IS SAID SO ON THE SUMMARY LINE.                 *
040200******************************************************************
040300 2300-FIND-AUDIT-SUM.
040400     IF ATN-TRC-POSTED-DATE = ZERO
040500         MOVE 'NOT POSTED' TO ATN-SUMM-AUDIT-SUM
040600         GO TO 2300-EXIT
040700     END-IF.
040800
040900     MOVE ATN-TRC-POSTED-DATE TO ATN-AUDM-RUN-DATE.
041000     MOVE LOW-VALUES          TO ATN-AUDM-JOB-ID.
041100     MOVE ZERO                TO ATN-AUDM-SEQ-NO.
041200     START ATN-AUDIT-MASTER
041300         KEY NOT LESS THAN ATN-AUDM-KEY
041400         INVALID KEY
041500             SET ATN-EOF-AUDIT TO TRUE
041600     END-START.
041700
041800     PERFORM 2310-SCAN-AUDIT THRU 2310-EXIT
041900         UNTIL ATN-EOF-AUDIT
042000            OR ATN-TRC-ON-AUDIT.
042100
042200     IF ATN-TRC-ON-AUDIT
042300         MOVE ATN-AUDM-SUM     TO ATN-TRC-SUM-EDIT
042400         MOVE ATN-TRC-SUM-EDIT TO ATN-SUMM-AUDIT-SUM
042500     ELSE
042600         MOVE 'NOT ON AUDIT MASTER' TO ATN-SUMM-AUDIT-SUM
042700     END-IF.
042800 2300-EXIT.
042900     EXIT.
043000
043100******************************************************************
043200*    2310-SCAN-AUDIT                                             *
043300*    READS THE NEXT AUDIT MASTER RECORD, STOPPING AT THE END OF  *
043400*    THE POSTING DATE'S GROUP OR ON THE FIRST RECORD FOR THE     *
043500*    KEY.                                                        *
043600******************************************************************
043700 2310-SCAN-AUDIT.
043800     READ ATN-AUDIT-MASTER NEXT RECORD
043900         AT END
044000             SET ATN-EOF-AUDIT TO TRUE
044100     END-READ.
044200
044300     IF NOT ATN-EOF-AUDIT
044400         IF ATN-AUDM-RUN-DATE NOT = ATN-TRC-POSTED-DATE
044500             SET ATN-EOF-AUDIT TO TRUE
044600         ELSE
044700             IF ATN-AUDM-TRAN-KEY = ATN-TRC-KEY
044800                 SET ATN-TRC-ON-AUDIT TO TRUE
044900             END-IF
045000         END-IF
045100     END-IF.
045200 2310-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    3000-START-EVENTS                                           *
045700*    POSITIONS THE HISTORY FILE AT THE FIRST EVENT FOR THE KEY.  *
045800*    USED ONCE FOR THE SUMMARY PASS AND AGAIN FOR THE PAGING.    *
045900******************************************************************
046000 3000-START-EVENTS.
046100     MOVE 'N'         TO ATN-EOF-SW.
046200     MOVE ATN-TRC-KEY TO ATN-LIFE-TRAN-KEY.
046300     MOVE ZERO        TO ATN-LIFE-EVENT-DATE
046400                         ATN-LIFE-EVENT-TIME
046500                         ATN-LIFE-EVENT-SEQ.
046600     START ATN-LIFE-FILE
046700         KEY NOT LESS THAN ATN-LIFE-KEY
046800         INVALID KEY
046900             SET ATN-EOF-LIFE TO TRUE
047000     END-START.
047100 3000-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500*    3100-SHOW-PAGE                                              *
047600*    FILLS UP TO TWELVE EVENT LINES, SHOWS THEM UNDER THE        *
047700*    SUMMARY, AND LETS THE OPERATOR PAGE ON OR STOP.  THE LAST   *
047800*    PAGE ENDS THE TRANSACTION WHATEVER IS KEYED.                *
047900******************************************************************
048000 3100-SHOW-PAGE.
048100     MOVE SPACES TO ATN-TRC-PAGE-AREA.
048200     MOVE ZERO   TO ATN-TRC-LINE-COUNT.
048300     PERFORM 3200-FORMAT-EVENT THRU 3200-EXIT
048400         UNTIL ATN-TRC-LINE-COUNT = 12
048500            OR ATN-EOF-LIFE.
048600
048700     ADD 1 TO ATN-TRC-PAGE-NO.
048800     MOVE ATN-TRC-PAGE-NO TO ATN-SUMM-PAGE.
048900     IF ATN-EOF-LIFE
049000         MOVE 'END OF HISTORY - PRESS ENTER . . .'
049100             TO ATN-SUMM-PROMPT
049200     ELSE
049300         MOVE 'ENTER FOR NEXT PAGE, X TO EXIT . .'
049400             TO ATN-SUMM-PROMPT
049500     END-IF.
049600
049700     MOVE SPACE TO ATN-TRC-RESPONSE.
049800     DISPLAY ATN-TRACE-SCREEN.
049900     ACCEPT ATN-TRACE-SCREEN.
050000
050100     IF ATN-EOF-LIFE
050200             OR ATN-TRC-RESPONSE = 'X' OR 'x'
050300         SET ATN-TRC-DONE TO TRUE
050400     END-IF.
050500 3100-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900*    3200-FORMAT-EVENT                                           *
051000*    READS THE NEXT EVENT FOR THE KEY AND FORMATS IT INTO THE    *
051100*    NEXT LINE OF THE PAGE.                                      *
051200******************************************************************
051300 3200-FORMAT-EVENT.
051400     PERFORM 3300-READ-EVENT THRU 3300-EXIT.
051500     IF ATN-EOF-LIFE
051600         GO TO 3200-EXIT
051700     END-IF.
051800
051900     MOVE ATN-LIFE-BUSINESS-DATE TO ATN-TRC-DATE-WORK.
052000     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
052100     MOVE ATN-TRC-DATE-EDIT      TO ATN-EVT-DATE.
052200
052300     EVALUATE TRUE
052400         WHEN ATN-LIFE-KEYED
052500             MOVE 'KEYED'              TO ATN-EVT-TEXT
052600         WHEN ATN-LIFE-CHANGED
052700             MOVE 'CHANGED'            TO ATN-EVT-TEXT
052800         WHEN ATN-LIFE-DELETED
052900             MOVE 'DELETED'            TO ATN-EVT-TEXT
053000         WHEN ATN-LIFE-GENERATED
053100             MOVE 'STANDING GENERATED' TO ATN-EVT-TEXT
053200         WHEN ATN-LIFE-APPROVED
053300             MOVE 'APPROVED'           TO ATN-EVT-TEXT
053400         WHEN ATN-LIFE-APPROVAL-REJECTED
053500             MOVE 'APPROVAL REJECTED'  TO ATN-EVT-TEXT
053600         WHEN ATN-LIFE-POSTED
053700             MOVE 'POSTED'             TO ATN-EVT-TEXT
053800         WHEN ATN-LIFE-RUN-REJECTED
053900             MOVE 'REJECTED IN RUN'    TO ATN-EVT-TEXT
054000         WHEN ATN-LIFE-RECYCLED
054100             MOVE 'RECYCLED'           TO ATN-EVT-TEXT
054200         WHEN ATN-LIFE-SUSPENDED
054300             MOVE 'SUSPENDED'          TO ATN-EVT-TEXT
054400         WHEN ATN-LIFE-GL-CONFIRMED
054500             MOVE 'GL CONFIRMED'       TO ATN-EVT-TEXT
054600         WHEN ATN-LIFE-GL-REJECTED
054700             MOVE 'GL REJECTED'        TO ATN-EVT-TEXT
054800         WHEN ATN-LIFE-GL-UNACKNOWLEDGED
054900             MOVE 'GL UNACKNOWLEDGED'  TO ATN-EVT-TEXT
055000         WHEN ATN-LIFE-BACKED-OUT
055100             MOVE 'BACKED OUT'         TO ATN-EVT-TEXT
055200         WHEN OTHER
055300             MOVE ATN-LIFE-EVENT-CODE  TO ATN-EVT-TEXT
055400     END-EVALUATE.
055500
055600     MOVE ATN-LIFE-OPERATOR-ID   TO ATN-EVT-OPERATOR.
055700     MOVE ATN-LIFE-REASON-CODE   TO ATN-EVT-REASON.
055800     MOVE ATN-LIFE-AGE-CYCLES    TO ATN-EVT-AGE.
055900     IF ATN-LIFE-SUM NOT = ZERO
056000         MOVE ATN-LIFE-SUM       TO ATN-EVT-AMOUNT
056100     ELSE
056200         MOVE ATN-LIFE-NUM2      TO ATN-EVT-AMOUNT
056300     END-IF.
056400     MOVE ATN-LIFE-DETAIL        TO ATN-EVT-DETAIL.
056500
056600     ADD 1 TO ATN-TRC-LINE-COUNT.
056700     MOVE ATN-EVT-LINE TO ATN-TRC-LINE (ATN-TRC-LINE-COUNT).
056800 3200-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200*    3300-READ-EVENT                                             *
057300*    READS THE NEXT HISTORY RECORD IN KEY ORDER AND SETS THE EOF *
057400*    SWITCH AT END OF FILE OR ONCE THE KEY CHANGES.              *
057500******************************************************************
057600 3300-READ-EVENT.
057700     IF ATN-EOF-LIFE
057800         GO TO 3300-EXIT
057900     END-IF.
058000
058100     READ ATN-LIFE-FILE NEXT RECORD
058200         AT END
058300             SET ATN-EOF-LIFE TO TRUE
058400     END-READ.
058500
058600     IF NOT ATN-EOF-LIFE
058700             AND ATN-LIFE-TRAN-KEY NOT = ATN-TRC-KEY
058800         SET ATN-EOF-LIFE TO TRUE
058900     END-IF.
059000 3300-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400*    4000-NOT-FOUND                                              *
059500*    TELLS THE OPERATOR THAT THE KEY HAS NO HISTORY AT ALL.      *
059600******************************************************************
059700 4000-NOT-FOUND.
059800     DISPLAY ATN-NOT-FOUND-SCREEN.
059900     ACCEPT ATN-NOT-FOUND-SCREEN.
060000 4000-EXIT.
060100     EXIT.
060200
060300******************************************************************
060400*    8000-EDIT-DATE                                              *
060500*    EDITS ATN-TRC-DATE-WORK (CCYYMMDD) AS MM/DD/CCYY.           *
060600******************************************************************
060700 8000-EDIT-DATE.
060800     MOVE SPACES TO ATN-TRC-DATE-EDIT.
060900     IF ATN-TRC-DATE-WORK NOT = ZERO
061000         STRING ATN-TRC-DATE-MM   DELIMITED BY SIZE
061100                '/'               DELIMITED BY SIZE
061200                ATN-TRC-DATE-DD   DELIMITED BY SIZE
061300                '/'               DELIMITED BY SIZE
061400                ATN-TRC-DATE-CCYY DELIMITED BY SIZE
061500             INTO ATN-TRC-DATE-EDIT
061600         END-STRING
061700     END-IF.
061800 8000-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*    9000-TERMINATE                                              *
062300*    CLOSES THE HISTORY, PENDING AND AUDIT FILES.                *
062400******************************************************************
062500 9000-TERMINATE.
062600     CLOSE ATN-LIFE-FILE
062700           ATN-PENDING-FILE
062800           ATN-AUDIT-MASTER.
062900 9000-EXIT.
063000     EXIT.
