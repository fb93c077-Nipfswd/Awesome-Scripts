000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSPERIODCLOSE                      *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2025-11-17                                    *
000700*                                                                *
000800*    DESCRIPTION:  FISCAL PERIOD CLOSE FOR THE ADDTWONUMBERS    *
000900*                  BATCH SUBSYSTEM.  GIVEN A PERIOD IN          *
001000*                  ATN_CLOSE_PERIOD (CCYYPP), FINDS IT ON THE   *
001100*                  FISCAL CALENDAR (SEE ATNFCAL) AND PROVES     *
001200*                  EVERY BUSINESS DATE IN IT FROM THE RUN-      *
001300*                  CONTROL MASTER (SEE ATNRUN) - EACH DATE MUST *
001400*                  HAVE COMPLETED, BALANCED (SEE                *
001500*                  ADDTWONUMBERSBALANCE), AND BEEN CONFIRMED BY *
001600*                  THE GL (SEE ADDTWONUMBERSCONFIRM).  A DATE   *
001700*                  THAT WAS BACKED OUT AND NOT RERUN IS SHOWN   *
001800*                  AND LEFT OUT OF THE TOTALS.  WHEN EVERY DATE *
001900*                  IS PROVEN THE PERIOD IS MARKED CLOSED WITH   *
002000*                  THE OPERATOR (ATN_OPERATOR_ID), THE DATE,    *
002100*                  AND THE FIGURES IT CLOSED ON, AND THE CLOSE  *
002200*                  CERTIFICATE IS PRINTED; FROM THEN ON THE     *
002300*                  DRIVER, RECYCLE, AND BACKOUT REFUSE ANY DATE *
002400*                  IN THE PERIOD.  A PERIOD THAT CANNOT CLOSE   *
002500*                  IS LEFT OPEN, THE CERTIFICATE SHOWS WHICH    *
002600*                  DATES FAILED, AND THE JOB ENDS WITH RETURN   *
002700*                  CODE 8.                                      *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    ------------------------------------------------------     *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------- ----  ------------------------------------      *
003300*    2025-11-17 JH    ORIGINAL PROGRAM.                          *
003310*    2026-04-06 JH    THE RUN-CONTROL MASTER (SEE ATNRUN) IS    *
003320*                     NOW AN INDEXED FILE KEYED BY RUN DATE.    *
003330*                     THE PERIOD'S DATES ARE READ BY            *
003340*                     POSITIONING AT THE PERIOD START DATE AND  *
003350*                     READING FORWARD TO THE END DATE.          *
003400*                                                                *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. AddTwoNumbersPeriodClose.
003800 AUTHOR. J. HARTLEY.
003900 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
004000 DATE-WRITTEN. 2025-11-17.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ATN-FISCAL-CALENDAR ASSIGN TO FISCCAL
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ATN-FCAL-END-DATE
005400         FILE STATUS IS ATN-FCAL-STATUS.
005500
005600     SELECT ATN-RUN-CONTROL-FILE ASSIGN TO RUNCTL
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005850         RECORD KEY IS ATN-RUNC-RUN-DATE
005900         FILE STATUS IS ATN-RUNC-STATUS.
006000
006100     SELECT ATN-CLOSE-REPORT ASSIGN TO PCLRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS ATN-PCLRPT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ATN-FISCAL-CALENDAR
006900     LABEL RECORDS ARE STANDARD.
007000 COPY ATNFCAL.
007100
007200 FD  ATN-RUN-CONTROL-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY ATNRUN.
007600
007700 FD  ATN-CLOSE-REPORT
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  ATN-PCLRPT-RECORD              PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300******************************************************************
008400*    FILE STATUS AND END-OF-FILE SWITCHES                        *
008500******************************************************************
008600 01  ATN-FCAL-STATUS                PIC X(02) VALUE SPACES.
008700 01  ATN-RUNC-STATUS                PIC X(02) VALUE SPACES.
008800 01  ATN-PCLRPT-STATUS              PIC X(02) VALUE SPACES.
008900 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
009000
009100 01  ATN-SWITCHES.
009200     05  ATN-FCAL-EOF-SW            PIC X(01) VALUE 'N'.
009300         88  ATN-EOF-CALENDAR                   VALUE 'Y'.
009400     05  ATN-FCAL-FOUND-SW          PIC X(01) VALUE 'N'.
009500         88  ATN-FCAL-FOUND                     VALUE 'Y'.
009600     05  ATN-RUNC-EOF-SW            PIC X(01) VALUE 'N'.
009700         88  ATN-EOF-RUN-CONTROLS               VALUE 'Y'.
009800
009900******************************************************************
010000*    REPORT PRINT LINES                                          *
010100******************************************************************
010200 COPY ATNPCLR.
010300
010400******************************************************************
010500*    REPORT CONTROL FIELDS                                       *
010600******************************************************************
010700 01  ATN-PCL-PAGE-NO                PIC 9(04) VALUE ZERO.
010800 01  ATN-PCL-LINE-COUNT             PIC 9(03) VALUE ZERO.
010900 77  ATN-MAX-LINES                  PIC 9(03) VALUE 55.
011000
011100******************************************************************
011200*    PERIOD CLOSE CONTROL FIELDS - THE PERIOD ASKED FOR, THE     *
011300*    OPERATOR CLOSING IT, AND THE FIGURES GATHERED FROM THE      *
011400*    RUN-CONTROL MASTER FOR ITS DATES.                           *
011500******************************************************************
011600 01  ATN-CLOSE-PERIOD-PARM          PIC X(06) VALUE SPACES.
011700 01  ATN-CLOSE-PERIOD-NUM REDEFINES ATN-CLOSE-PERIOD-PARM
011800                                    PIC 9(06).
011900 01  ATN-CLOSE-PERIOD-GROUP REDEFINES ATN-CLOSE-PERIOD-PARM.
012000     05  ATN-CLOSE-CCYY             PIC 9(04).
012100     05  ATN-CLOSE-PP               PIC 9(02).
012200 01  ATN-PCL-OPERATOR-ID            PIC X(08) VALUE SPACES.
012300 77  ATN-PCL-DATE-COUNT             PIC 9(04) COMP VALUE ZERO.
012400 77  ATN-PCL-PROVEN-COUNT           PIC 9(04) COMP VALUE ZERO.
012500 77  ATN-PCL-REVERSED-COUNT         PIC 9(04) COMP VALUE ZERO.
012600 77  ATN-PCL-BREAK-COUNT            PIC 9(04) COMP VALUE ZERO.
012700 01  ATN-PCL-RECORD-COUNT           PIC 9(08) VALUE ZERO.
012800 01  ATN-PCL-GRAND-TOTAL            PIC S9(09)V99 VALUE ZERO.
012900 01  ATN-PCL-DISPOSITION-TEXT       PIC X(30) VALUE SPACES.
013000
013100 01  ATN-PCL-DATE-WK                PIC 9(08) VALUE ZERO.
013200 01  ATN-PCL-DATE-GROUP REDEFINES ATN-PCL-DATE-WK.
013300     05  ATN-PCL-DATE-CCYY          PIC 9(04).
013400     05  ATN-PCL-DATE-MM            PIC 9(02).
013500     05  ATN-PCL-DATE-DD            PIC 9(02).
013600 01  ATN-PCL-DATE-TEXT              PIC X(10) VALUE SPACES.
013700
013800 01  ATN-RUN-DATE-NUM               PIC 9(08).
013900 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
014000     05  ATN-RUN-CCYY               PIC 9(04).
014100     05  ATN-RUN-MM                 PIC 9(02).
014200     05  ATN-RUN-DD                 PIC 9(02).
014300
014400 01  ATN-RUN-TIME-NUM               PIC 9(08).
014500 01  ATN-RUN-TIME-GROUP REDEFINES ATN-RUN-TIME-NUM.
014600     05  ATN-RUN-HH                 PIC 9(02).
014700     05  ATN-RUN-MIN                PIC 9(02).
014800     05  ATN-RUN-SS                 PIC 9(02).
014900     05  ATN-RUN-HS                 PIC 9(02).
015000
015100 PROCEDURE DIVISION.
015200******************************************************************
015300*    0000-MAINLINE                                               *
015400*    CONTROLS THE OVERALL FLOW OF THE PERIOD CLOSE.              *
015500******************************************************************
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015800
015900     PERFORM 2000-PROVE-RUN-DATES THRU 2000-EXIT.
016000
016100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016200
016300     STOP RUN.
016400
016500******************************************************************
016600*    1000-INITIALIZE                                             *
016700*    PICKS UP AND EDITS THE PERIOD AND OPERATOR, FINDS THE       *
016800*    PERIOD ON THE FISCAL CALENDAR AND PROVES IT IS STILL OPEN,  *
016900*    OPENS THE CERTIFICATE, AND PRINTS THE HEADING.  A PERIOD    *
017000*    NOT ON THE CALENDAR OR ALREADY CLOSED IS A FATAL ERROR.     *
017100******************************************************************
017200 1000-INITIALIZE.
017300     ACCEPT ATN-CLOSE-PERIOD-PARM
017400         FROM ENVIRONMENT 'ATN_CLOSE_PERIOD'.
017500     IF ATN-CLOSE-PERIOD-NUM NOT NUMERIC
017600             OR ATN-CLOSE-PP = ZERO
017700             OR ATN-CLOSE-PP > 13
017800         MOVE 'ATN_CLOSE_PERIOD MUST BE A CCYYPP FISCAL PERIOD'
017900             TO ATN-ABEND-MESSAGE
018000         GO TO 9900-ABEND
018100     END-IF.
018200
018300     ACCEPT ATN-PCL-OPERATOR-ID
018400         FROM ENVIRONMENT 'ATN_OPERATOR_ID'.
018500     IF ATN-PCL-OPERATOR-ID = SPACES
018600         MOVE 'ATN_OPERATOR_ID MUST NAME THE OPERATOR CLOSING'
018700             TO ATN-ABEND-MESSAGE
018800         GO TO 9900-ABEND
018900     END-IF.
019000
019100     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
019200     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
019300
019400     OPEN I-O ATN-FISCAL-CALENDAR.
019500     IF ATN-FCAL-STATUS NOT = '00'
019600         STRING 'UNABLE TO OPEN FISCAL CALENDAR - FILE STATUS '
019700             ATN-FCAL-STATUS DELIMITED BY SIZE
019800             INTO ATN-ABEND-MESSAGE
019900         GO TO 9900-ABEND
020000     END-IF.
020100
020200     PERFORM 1100-FIND-PERIOD THRU 1100-EXIT.
020300
020400     IF NOT ATN-FCAL-FOUND
020500         MOVE 'CLOSE PERIOD IS NOT ON THE FISCAL CALENDAR'
020600             TO ATN-ABEND-MESSAGE
020700         GO TO 9900-ABEND
020800     END-IF.
020900
021000     IF ATN-FCAL-CLOSED
021100         MOVE 'CLOSE PERIOD IS ALREADY CLOSED'
021200             TO ATN-ABEND-MESSAGE
021300         GO TO 9900-ABEND
021400     END-IF.
021500
021600     OPEN OUTPUT ATN-CLOSE-REPORT.
021700
021800     STRING ATN-RUN-MM "/" ATN-RUN-DD "/" ATN-RUN-CCYY
021900         DELIMITED BY SIZE INTO ATN-PCL-HDG-RUN-DATE.
022000     STRING ATN-RUN-HH ":" ATN-RUN-MIN ":" ATN-RUN-SS
022100         DELIMITED BY SIZE INTO ATN-PCL-HDG-RUN-TIME.
022200     STRING ATN-FCAL-FISCAL-YEAR "-" ATN-FCAL-PERIOD-NO
022300         DELIMITED BY SIZE INTO ATN-PCL-HDG-PERIOD.
022400     MOVE ATN-FCAL-START-DATE TO ATN-PCL-DATE-WK.
022500     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
022600     MOVE ATN-PCL-DATE-TEXT TO ATN-PCL-HDG-START-DATE.
022700     MOVE ATN-FCAL-END-DATE TO ATN-PCL-DATE-WK.
022800     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
022900     MOVE ATN-PCL-DATE-TEXT TO ATN-PCL-HDG-END-DATE.
023000     MOVE ATN-PCL-OPERATOR-ID TO ATN-PCL-HDG-OPERATOR.
023100
023200     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
023300 1000-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700*    1100-FIND-PERIOD                                            *
023800*    READS THE FISCAL CALENDAR FROM THE TOP UNTIL THE REQUESTED  *
023900*    PERIOD IS FOUND, LEAVING ITS RECORD IN THE RECORD AREA FOR  *
024000*    THE REWRITE AT CLOSE.                                       *
024100******************************************************************
024200 1100-FIND-PERIOD.
024300     MOVE ZERO TO ATN-FCAL-END-DATE.
024400     START ATN-FISCAL-CALENDAR
024500         KEY NOT LESS THAN ATN-FCAL-END-DATE
024600         INVALID KEY
024700             SET ATN-EOF-CALENDAR TO TRUE
024800     END-START.
024900
025000     PERFORM 1110-READ-PERIOD THRU 1110-EXIT
025100         UNTIL ATN-FCAL-FOUND
025200            OR ATN-EOF-CALENDAR.
025300 1100-EXIT.
025400     EXIT.
025500
025600******************************************************************
025700*    1110-READ-PERIOD                                            *
025800*    READS THE NEXT CALENDAR RECORD AND TESTS IT AGAINST THE     *
025900*    REQUESTED PERIOD.                                           *
026000******************************************************************
026100 1110-READ-PERIOD.
026200     READ ATN-FISCAL-CALENDAR NEXT RECORD
026300         AT END
026400             SET ATN-EOF-CALENDAR TO TRUE
026500             GO TO 1110-EXIT
026600     END-READ.
026700
026800     IF ATN-FCAL-PERIOD-NUM = ATN-CLOSE-PERIOD-NUM
026900         SET ATN-FCAL-FOUND TO TRUE
027000     END-IF.
027100 1110-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500*    2000-PROVE-RUN-DATES                                        *
027600*    POSITIONS THE RUN-CONTROL MASTER AT THE PERIOD START DATE   *
027650*    AND PROVES EACH BUSINESS DATE THROUGH THE PERIOD END DATE.  *
027700*    A MISSING MASTER IS A FATAL ERROR - THERE IS NOTHING TO     *
027800*    CLOSE THE PERIOD ON.                                        *
027900******************************************************************
028000 2000-PROVE-RUN-DATES.
028100     OPEN INPUT ATN-RUN-CONTROL-FILE.
028200     IF ATN-RUNC-STATUS NOT = '00'
028300         STRING 'UNABLE TO OPEN RUN CONTROL - FILE STATUS '
028400             ATN-RUNC-STATUS DELIMITED BY SIZE
028500             INTO ATN-ABEND-MESSAGE
028600         GO TO 9900-ABEND
028700     END-IF.
028800
028810     MOVE ATN-FCAL-START-DATE TO ATN-RUNC-RUN-DATE.
028820     START ATN-RUN-CONTROL-FILE
028830         KEY IS NOT LESS THAN ATN-RUNC-RUN-DATE
028840         INVALID KEY
028850             SET ATN-EOF-RUN-CONTROLS TO TRUE
028860     END-START.
028870
028900     PERFORM 2100-PROVE-ONE-DATE THRU 2100-EXIT
029000         UNTIL ATN-EOF-RUN-CONTROLS.
029100
029200     CLOSE ATN-RUN-CONTROL-FILE.
029300 2000-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    2100-PROVE-ONE-DATE                                         *
029800*    READS THE NEXT RUN-CONTROL RECORD AND, WHILE ITS DATE IS IN *
029900*    THE PERIOD, JUDGES IT.  A REVERSED DATE IS SHOWN BUT NOT    *
030000*    COUNTED - ITS POSTINGS WERE UNDONE.  A COMPLETED DATE MUST  *
030100*    CARRY BOTH THE BALANCED AND THE CONFIRMED SWITCH; ANYTHING  *
030200*    ELSE IS A BREAK THAT KEEPS THE PERIOD OPEN.                 *
030300******************************************************************
030400 2100-PROVE-ONE-DATE.
030500     READ ATN-RUN-CONTROL-FILE NEXT RECORD
030600         AT END
030700             SET ATN-EOF-RUN-CONTROLS TO TRUE
030800             GO TO 2100-EXIT
030900     END-READ.
031000
031100     IF ATN-RUNC-RUN-DATE > ATN-FCAL-END-DATE
031200         SET ATN-EOF-RUN-CONTROLS TO TRUE
031300         GO TO 2100-EXIT
031400     END-IF.
031500
031600     ADD 1 TO ATN-PCL-DATE-COUNT.
031700
031800     IF ATN-RUNC-REVERSED
031900         ADD 1 TO ATN-PCL-REVERSED-COUNT
032000         MOVE 'REVERSED - EXCLUDED'
032100             TO ATN-PCL-DISPOSITION-TEXT
032200     ELSE
032300         IF NOT ATN-RUNC-COMPLETED
032400             ADD 1 TO ATN-PCL-BREAK-COUNT
032500             MOVE 'RUN DID NOT COMPLETE'
032600                 TO ATN-PCL-DISPOSITION-TEXT
032700         ELSE
032800             IF NOT ATN-RUNC-BALANCED
032900                 ADD 1 TO ATN-PCL-BREAK-COUNT
033000                 MOVE 'NOT BALANCED'
033100                     TO ATN-PCL-DISPOSITION-TEXT
033200             ELSE
033300                 IF NOT ATN-RUNC-CONFIRMED
033400                     ADD 1 TO ATN-PCL-BREAK-COUNT
033500                     MOVE 'GL POSTINGS NOT CONFIRMED'
033600                         TO ATN-PCL-DISPOSITION-TEXT
033700                 ELSE
033800                     ADD 1 TO ATN-PCL-PROVEN-COUNT
033900                     ADD ATN-RUNC-RECORD-COUNT
034000                         TO ATN-PCL-RECORD-COUNT
034100                     ADD ATN-RUNC-GRAND-TOTAL
034200                         TO ATN-PCL-GRAND-TOTAL
034300                     MOVE 'PROVEN'
034400                         TO ATN-PCL-DISPOSITION-TEXT
034500                 END-IF
034600             END-IF
034700         END-IF
034800     END-IF.
034900
035000     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
035100 2100-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*    4000-PRINT-HEADINGS                                         *
035600*    WRITES THE CERTIFICATE HEADING AT THE TOP OF EACH PAGE AND  *
035700*    RESETS THE PAGE LINE COUNT.                                 *
035800******************************************************************
035900 4000-PRINT-HEADINGS.
036000     ADD 1 TO ATN-PCL-PAGE-NO.
036100     MOVE ATN-PCL-PAGE-NO TO ATN-PCL-HDG-PAGE-NO.
036200
036300     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-HEADING-LINE-1
036400         AFTER ADVANCING PAGE.
036500     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-HEADING-LINE-2
036600         AFTER ADVANCING 1 LINE.
036700     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-PERIOD-LINE
036800         AFTER ADVANCING 1 LINE.
036900     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-COLUMN-LINE
037000         AFTER ADVANCING 2 LINES.
037100
037200     MOVE ZERO TO ATN-PCL-LINE-COUNT.
037300 4000-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    5000-PRINT-DETAIL                                           *
037800*    WRITES ONE LINE FOR THE CURRENT BUSINESS DATE, STARTING A   *
037900*    NEW PAGE FIRST IF THE PAGE IS FULL.                         *
038000******************************************************************
038100 5000-PRINT-DETAIL.
038200     IF ATN-PCL-LINE-COUNT >= ATN-MAX-LINES
038300         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
038400     END-IF.
038500
038600     MOVE ATN-RUNC-RUN-DATE TO ATN-PCL-DATE-WK.
038700     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
038800     MOVE ATN-PCL-DATE-TEXT TO ATN-PCL-DTL-DATE.
038900
039000     IF ATN-RUNC-COMPLETED
039100         MOVE 'COMPLETED' TO ATN-PCL-DTL-STATUS
039200     ELSE
039300         IF ATN-RUNC-REVERSED
039400             MOVE 'REVERSED' TO ATN-PCL-DTL-STATUS
039500         ELSE
039600             MOVE 'INCOMPLETE' TO ATN-PCL-DTL-STATUS
039700         END-IF
039800     END-IF.
039900
040000     IF ATN-RUNC-BALANCED
040100         MOVE 'YES' TO ATN-PCL-DTL-BALANCED
040200     ELSE
040300         MOVE 'NO' TO ATN-PCL-DTL-BALANCED
040400     END-IF.
040500
040600     IF ATN-RUNC-CONFIRMED
040700         MOVE 'YES' TO ATN-PCL-DTL-CONFIRMED
040800     ELSE
040900         MOVE 'NO' TO ATN-PCL-DTL-CONFIRMED
041000     END-IF.
041100
041200     MOVE ATN-RUNC-RECORD-COUNT    TO ATN-PCL-DTL-RECORDS.
041300     MOVE ATN-RUNC-GRAND-TOTAL     TO ATN-PCL-DTL-TOTAL.
041400     MOVE ATN-PCL-DISPOSITION-TEXT TO ATN-PCL-DTL-DISPOSITION.
041500
041600     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-DETAIL-LINE
041700         AFTER ADVANCING 1 LINE.
041800
041900     ADD 1 TO ATN-PCL-LINE-COUNT.
042000 5000-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400*    6000-PRINT-TOTALS                                           *
042500*    WRITES THE PERIOD COUNTS AND THE PROVEN GRAND TOTAL.        *
042600******************************************************************
042700 6000-PRINT-TOTALS.
042800     MOVE 'BUSINESS DATES IN PERIOD' TO ATN-PCL-CNT-LABEL.
042900     MOVE ATN-PCL-DATE-COUNT TO ATN-PCL-CNT-VALUE.
043000     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-COUNT-LINE
043100         AFTER ADVANCING 2 LINES.
043200
043300     MOVE 'DATES PROVEN' TO ATN-PCL-CNT-LABEL.
043400     MOVE ATN-PCL-PROVEN-COUNT TO ATN-PCL-CNT-VALUE.
043500     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-COUNT-LINE
043600         AFTER ADVANCING 1 LINE.
043700
043800     MOVE 'DATES REVERSED - EXCLUDED' TO ATN-PCL-CNT-LABEL.
043900     MOVE ATN-PCL-REVERSED-COUNT TO ATN-PCL-CNT-VALUE.
044000     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-COUNT-LINE
044100         AFTER ADVANCING 1 LINE.
044200
044300     MOVE 'DATES NOT PROVEN' TO ATN-PCL-CNT-LABEL.
044400     MOVE ATN-PCL-BREAK-COUNT TO ATN-PCL-CNT-VALUE.
044500     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-COUNT-LINE
044600         AFTER ADVANCING 1 LINE.
044700
044800     MOVE 'RECORDS PROCESSED IN PERIOD' TO ATN-PCL-CNT-LABEL.
044900     MOVE ATN-PCL-RECORD-COUNT TO ATN-PCL-CNT-VALUE.
045000     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-COUNT-LINE
045100         AFTER ADVANCING 1 LINE.
045200
045300     MOVE 'PERIOD GRAND TOTAL' TO ATN-PCL-AMT-LABEL.
045400     MOVE ATN-PCL-GRAND-TOTAL TO ATN-PCL-AMT-VALUE.
045500     WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-AMOUNT-LINE
045600         AFTER ADVANCING 1 LINE.
045700 6000-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100*    7000-FORMAT-DATE                                            *
046200*    EDITS ATN-PCL-DATE-WK (CCYYMMDD) INTO MM/DD/CCYY FORM.      *
046300******************************************************************
046400 7000-FORMAT-DATE.
046500     MOVE SPACES TO ATN-PCL-DATE-TEXT.
046600     STRING ATN-PCL-DATE-MM "/" ATN-PCL-DATE-DD "/"
046700         ATN-PCL-DATE-CCYY
046800         DELIMITED BY SIZE INTO ATN-PCL-DATE-TEXT.
046900 7000-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300*    9000-TERMINATE                                              *
047400*    PRINTS THE TOTALS AND THE VERDICT.  WITH EVERY DATE PROVEN  *
047500*    THE PERIOD IS MARKED CLOSED ON THE CALENDAR; OTHERWISE IT   *
047600*    IS LEFT OPEN AND THE JOB ENDS WITH RETURN CODE 8.  A PERIOD *
047700*    WITH NO RUNS AT ALL IS NOT CLOSED - AN EMPTY PERIOD MORE    *
047800*    LIKELY MEANS THE WRONG PERIOD OR A LOST MASTER THAN A       *
047900*    QUIET MONTH.                                                *
048000******************************************************************
048100 9000-TERMINATE.
048200     IF ATN-PCL-DATE-COUNT = ZERO
048300         WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-NONE-LINE
048400             AFTER ADVANCING 1 LINE
048500         ADD 1 TO ATN-PCL-BREAK-COUNT
048600     END-IF.
048700
048800     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
048900
049000     IF ATN-PCL-BREAK-COUNT > ZERO
049100         WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-BREAK-LINE
049200             AFTER ADVANCING 2 LINES
049300         DISPLAY 'ADDTWONUMBERSPERIODCLOSE - PERIOD NOT CLOSED'
049400             ' - SEE CLOSE CERTIFICATE'
049500         MOVE 8 TO RETURN-CODE
049600     ELSE
049700         PERFORM 9500-CLOSE-PERIOD THRU 9500-EXIT
049800         WRITE ATN-PCLRPT-RECORD FROM ATN-PCL-CLEAN-LINE
049900             AFTER ADVANCING 2 LINES
050000     END-IF.
050100
050200     CLOSE ATN-FISCAL-CALENDAR.
050300     CLOSE ATN-CLOSE-REPORT.
050400 9000-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800*    9500-CLOSE-PERIOD                                           *
050900*    MARKS THE PERIOD CLOSED ON THE FISCAL CALENDAR WITH THE     *
051000*    CLOSING OPERATOR, DATE, AND FIGURES.  THE RECORD IS STILL   *
051100*    IN THE RECORD AREA FROM 1100-FIND-PERIOD.                   *
051200******************************************************************
051300 9500-CLOSE-PERIOD.
051400     SET ATN-FCAL-CLOSED TO TRUE.
051500     MOVE ATN-RUN-DATE-NUM       TO ATN-FCAL-CLOSED-DATE.
051600     MOVE ATN-PCL-OPERATOR-ID    TO ATN-FCAL-CLOSED-BY.
051700     MOVE ATN-PCL-PROVEN-COUNT   TO ATN-FCAL-CLOSE-DATE-COUNT.
051800     MOVE ATN-PCL-RECORD-COUNT   TO ATN-FCAL-CLOSE-RECORD-COUNT.
051900     MOVE ATN-PCL-GRAND-TOTAL    TO ATN-FCAL-CLOSE-GRAND-TOTAL.
052000
052100     REWRITE ATN-FCAL-RECORD
052200         INVALID KEY
052300             STRING 'UNABLE TO REWRITE FISCAL CALENDAR - FILE '
052400                 'STATUS ' ATN-FCAL-STATUS DELIMITED BY SIZE
052500                 INTO ATN-ABEND-MESSAGE
052600             GO TO 9900-ABEND
052700     END-REWRITE.
052800 9500-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200*    9900-ABEND                                                  *
053300*    FATAL ERROR HANDLER.  DISPLAYS THE CONSOLE MESSAGE THE      *
053400*    CALLER PREPARED IN ATN-ABEND-MESSAGE AND STOPS THE JOB      *
053500*    WITH A NONZERO RETURN CODE.                                 *
053600******************************************************************
053700 9900-ABEND.
053800     DISPLAY 'ADDTWONUMBERSPERIODCLOSE - ' ATN-ABEND-MESSAGE.
053900     MOVE 16 TO RETURN-CODE.
054000     STOP RUN.
