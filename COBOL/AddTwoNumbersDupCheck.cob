000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSDUPCHECK                         *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2026-02-02                                    *
000700*                                                                *
000800*    DESCRIPTION:  CROSS-DAY DUPLICATE DETECTION FOR THE        *
000900*                  ADDTWONUMBERS BATCH SUBSYSTEM.  THE EDIT     *
001000*                  STEP ONLY CATCHES A DUPLICATE KEY INSIDE     *
001100*                  ONE TRANSIN AND THE RUN-CONTROL CHECK ONLY   *
001200*                  STOPS A DATE BEING RUN TWICE, SO A KEYED     *
001300*                  CORRECTION AND A RECYCLED SUSPENSE ITEM FOR  *
001400*                  THE SAME AMOUNT CAN BOTH POST ON DIFFERENT   *
001500*                  DATES.  THIS PROGRAM READS THE INDEXED       *
001600*                  AUDIT MASTER (SEE ATNAUDM) OVER A ROLLING    *
001700*                  WINDOW OF RUN DATES - ATN_DUP_WINDOW_DAYS    *
001800*                  DAYS (DEFAULT 7) ENDING ON ATN_PROCESS_DATE  *
001900*                  (CCYYMMDD, DEFAULT THE CLOCK DATE) - AND     *
002000*                  FLAGS EACH ROW THAT REPEATS AN EARLIER ROW   *
002100*                  IN THE WINDOW: THE SAME TRANSACTION KEY ON   *
002200*                  AN EARLIER RUN DATE, OR THE SAME NUM1, NUM2  *
002300*                  AND SUM UNDER A DIFFERENT KEY.  EACH         *
002400*                  SUSPECT IS PRINTED ON THE REVIEW REPORT AND  *
002500*                  WRITTEN TO THE DUPOUT FILE (SEE ATNDUP) FOR  *
002600*                  THE RECYCLE AND BACKOUT STAFF.  ANY SUSPECT  *
002700*                  ENDS THE JOB WITH RETURN CODE 4.             *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    ------------------------------------------------------     *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------- ----  ------------------------------------      *
003300*    2026-02-02 JH    ORIGINAL PROGRAM.                          *
003400*                                                                *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. AddTwoNumbersDupCheck.
003800 AUTHOR. J. HARTLEY.
003900 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
004000 DATE-WRITTEN. 2026-02-02.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ATN-AUDIT-MASTER ASSIGN TO AUDITMST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ATN-AUDM-KEY
005400         FILE STATUS IS ATN-AUDIT-STATUS.
005500
005600     SELECT ATN-DUPLICATE-FILE ASSIGN TO DUPOUT
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS ATN-DUP-STATUS.
006000
006100     SELECT ATN-DUPLICATE-REPORT ASSIGN TO DUPRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS ATN-DUPRPT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ATN-AUDIT-MASTER
006900     LABEL RECORDS ARE STANDARD.
007000 COPY ATNAUDM.
007100
007200 FD  ATN-DUPLICATE-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 COPY ATNDUP.
007600
007700 FD  ATN-DUPLICATE-REPORT
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  ATN-DUPRPT-RECORD              PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300******************************************************************
008400*    FILE STATUS AND END-OF-FILE SWITCHES                        *
008500******************************************************************
008600 01  ATN-AUDIT-STATUS               PIC X(02) VALUE SPACES.
008700 01  ATN-DUP-STATUS                 PIC X(02) VALUE SPACES.
008800 01  ATN-DUPRPT-STATUS              PIC X(02) VALUE SPACES.
008900 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
009000
009100 01  ATN-SWITCHES.
009200     05  ATN-AUDM-EOF-SW            PIC X(01) VALUE 'N'.
009300         88  ATN-EOF-AUDIT                      VALUE 'Y'.
009400     05  ATN-MATCH-SW               PIC X(01) VALUE SPACE.
009500         88  ATN-MATCH-NONE                     VALUE SPACE.
009600         88  ATN-MATCH-SAME-KEY                 VALUE 'K'.
009700         88  ATN-MATCH-SAME-AMOUNTS             VALUE 'A'.
009800
009900******************************************************************
010000*    REPORT PRINT LINES                                          *
010100******************************************************************
010200 COPY ATNDUPR.
010300
010400******************************************************************
010500*    REPORT CONTROL FIELDS                                       *
010600******************************************************************
010700 01  ATN-DPR-PAGE-NO                PIC 9(04) VALUE ZERO.
010800 01  ATN-DPR-LINE-COUNT             PIC 9(03) VALUE ZERO.
010900 77  ATN-MAX-LINES                  PIC 9(03) VALUE 55.
011000
011100******************************************************************
011200*    WINDOW PARAMETERS                                           *
011300******************************************************************
011400 01  ATN-PROCESS-DATE-PARM          PIC X(08) VALUE SPACES.
011500 01  ATN-PROCESS-DATE-NUM REDEFINES ATN-PROCESS-DATE-PARM
011600                                    PIC 9(08).
011700 01  ATN-DUP-DAYS-PARM              PIC X(03) VALUE SPACES.
011800 01  ATN-DUP-DAYS-NUM REDEFINES ATN-DUP-DAYS-PARM
011900                                    PIC 9(03).
012000 01  ATN-WINDOW-DAYS                PIC 9(03) VALUE 7.
012100 01  ATN-WINDOW-FROM                PIC 9(08) VALUE ZERO.
012200 01  ATN-WINDOW-THRU                PIC 9(08) VALUE ZERO.
012300 77  ATN-BACK-DAYS                  PIC 9(03) COMP VALUE ZERO.
012400
012500 01  ATN-DUP-DATE-WK                PIC 9(08) VALUE ZERO.
012600 01  ATN-DUP-DATE-GROUP REDEFINES ATN-DUP-DATE-WK.
012700     05  ATN-DUP-DATE-CCYY          PIC 9(04).
012800     05  ATN-DUP-DATE-MM            PIC 9(02).
012900     05  ATN-DUP-DATE-DD            PIC 9(02).
013000 77  ATN-DUP-CALC-QUOT              PIC 9(04) COMP VALUE ZERO.
013100 77  ATN-DUP-CALC-REM               PIC 9(03) COMP VALUE ZERO.
013200
013300******************************************************************
013400*    SCAN COUNTS                                                 *
013500******************************************************************
013600 77  ATN-DUP-READ-COUNT             PIC 9(06) COMP VALUE ZERO.
013700 77  ATN-DUP-KEY-COUNT              PIC 9(06) COMP VALUE ZERO.
013800 77  ATN-DUP-AMOUNT-COUNT           PIC 9(06) COMP VALUE ZERO.
013900
014000******************************************************************
014100*    WINDOW TABLE - EVERY AUDIT MASTER ROW IN THE WINDOW, IN     *
014200*    MASTER KEY ORDER, WHICH IS ASCENDING RUN DATE.  EACH ROW IS *
014300*    COMPARED WITH THE ROWS BEFORE IT, SO THE LATER OF TWO       *
014400*    MATCHING ROWS IS THE ONE REPORTED.                          *
014500******************************************************************
014600 77  ATN-DUPT-MAX                   PIC 9(05) COMP VALUE 5000.
014700 77  ATN-DUPT-COUNT                 PIC 9(05) COMP VALUE ZERO.
014800 77  ATN-DUPT-SUB                   PIC 9(05) COMP VALUE ZERO.
014900 77  ATN-DUPT-PRIOR                 PIC 9(05) COMP VALUE ZERO.
015000 77  ATN-DUPT-AMOUNT-SUB            PIC 9(05) COMP VALUE ZERO.
015100 77  ATN-DUPT-MATCH-SUB             PIC 9(05) COMP VALUE ZERO.
015200 01  ATN-DUPT-TABLE.
015300     05  ATN-DUPT-ENTRY OCCURS 5000 TIMES.
015400         10  ATN-DUPT-RUN-DATE      PIC 9(08).
015500         10  ATN-DUPT-JOB-ID        PIC X(08).
015600         10  ATN-DUPT-SEQ-NO        PIC 9(08).
015700         10  ATN-DUPT-TRAN-KEY      PIC 9(08).
015800         10  ATN-DUPT-NUM1          PIC S9(04)V99.
015900         10  ATN-DUPT-NUM2          PIC S9(04)V99.
016000         10  ATN-DUPT-SUM           PIC S9(08)V99.
016100         10  ATN-DUPT-OPERATOR-ID   PIC X(08).
016200
016300 01  ATN-FMT-DATE                   PIC X(10) VALUE SPACES.
016400 01  ATN-FMT-DATE-NUM               PIC 9(08) VALUE ZERO.
016500 01  ATN-FMT-DATE-GROUP REDEFINES ATN-FMT-DATE-NUM.
016600     05  ATN-FMT-CCYY               PIC 9(04).
016700     05  ATN-FMT-MM                 PIC 9(02).
016800     05  ATN-FMT-DD                 PIC 9(02).
016900
017000 01  ATN-RUN-DATE-NUM               PIC 9(08).
017100 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
017200     05  ATN-RUN-CCYY               PIC 9(04).
017300     05  ATN-RUN-MM                 PIC 9(02).
017400     05  ATN-RUN-DD                 PIC 9(02).
017500
017600 01  ATN-RUN-TIME-NUM               PIC 9(08).
017700 01  ATN-RUN-TIME-GROUP REDEFINES ATN-RUN-TIME-NUM.
017800     05  ATN-RUN-HH                 PIC 9(02).
017900     05  ATN-RUN-MIN                PIC 9(02).
018000     05  ATN-RUN-SS                 PIC 9(02).
018100     05  ATN-RUN-HS                 PIC 9(02).
018200
018300 PROCEDURE DIVISION.
018400******************************************************************
018500*    0000-MAINLINE                                               *
018600*    CONTROLS THE OVERALL FLOW OF THE DUPLICATE SCAN.            *
018700******************************************************************
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000
019100     MOVE 1 TO ATN-DUPT-SUB.
019200     PERFORM 2000-CHECK-ONE-ROW THRU 2000-EXIT
019300         UNTIL ATN-DUPT-SUB >= ATN-DUPT-COUNT.
019400
019500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019600
019700     STOP RUN.
019800
019900******************************************************************
020000*    1000-INITIALIZE                                             *
020100*    PICKS UP AND EDITS THE WINDOW PARAMETERS, WORKS BACK FROM   *
020200*    THE WINDOW END TO ITS FIRST DATE, LOADS THE WINDOW'S AUDIT  *
020300*    MASTER ROWS, OPENS THE OUTPUTS, AND PRINTS THE HEADING.     *
020400*    A MISSING AUDIT MASTER IS A FATAL ERROR; AN EMPTY WINDOW    *
020500*    SIMPLY PRINTS AS HAVING NO DUPLICATES.                      *
020600******************************************************************
020700 1000-INITIALIZE.
020800     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
020900     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
021000
021100     MOVE ATN-RUN-DATE-NUM TO ATN-WINDOW-THRU.
021200     ACCEPT ATN-PROCESS-DATE-PARM
021300         FROM ENVIRONMENT 'ATN_PROCESS_DATE'.
021400     IF ATN-PROCESS-DATE-PARM NOT = SPACES
021500         IF ATN-PROCESS-DATE-NUM NOT NUMERIC
021600                 OR ATN-PROCESS-DATE-NUM = ZERO
021700             MOVE
021800             'ATN_PROCESS_DATE MUST BE A CCYYMMDD BUSINESS DATE'
021900                 TO ATN-ABEND-MESSAGE
022000             GO TO 9900-ABEND
022100         ELSE
022200             MOVE ATN-PROCESS-DATE-NUM TO ATN-WINDOW-THRU
022300         END-IF
022400     END-IF.
022500
022600     ACCEPT ATN-DUP-DAYS-PARM
022700         FROM ENVIRONMENT 'ATN_DUP_WINDOW_DAYS'.
022800     IF ATN-DUP-DAYS-PARM NOT = SPACES
022900         IF ATN-DUP-DAYS-NUM NOT NUMERIC
023000                 OR ATN-DUP-DAYS-NUM = ZERO
023100             MOVE 'ATN_DUP_WINDOW_DAYS MUST BE A DAY COUNT 1-999'
023200                 TO ATN-ABEND-MESSAGE
023300             GO TO 9900-ABEND
023400         ELSE
023500             MOVE ATN-DUP-DAYS-NUM TO ATN-WINDOW-DAYS
023600         END-IF
023700     END-IF.
023800
023900     MOVE ATN-WINDOW-THRU TO ATN-DUP-DATE-WK.
024000     SUBTRACT 1 FROM ATN-WINDOW-DAYS GIVING ATN-BACK-DAYS.
024100     PERFORM 1100-BACK-ONE-DAY THRU 1100-EXIT
024200         ATN-BACK-DAYS TIMES.
024300     MOVE ATN-DUP-DATE-WK TO ATN-WINDOW-FROM.
024400
024500     OPEN INPUT ATN-AUDIT-MASTER.
024600     IF ATN-AUDIT-STATUS NOT = '00'
024700         STRING 'UNABLE TO OPEN AUDIT MASTER - FILE STATUS '
024800             ATN-AUDIT-STATUS DELIMITED BY SIZE
024900             INTO ATN-ABEND-MESSAGE
025000         GO TO 9900-ABEND
025100     END-IF.
025200
025300     MOVE ATN-WINDOW-FROM TO ATN-AUDM-RUN-DATE.
025400     MOVE LOW-VALUES      TO ATN-AUDM-JOB-ID.
025500     MOVE ZERO            TO ATN-AUDM-SEQ-NO.
025600     START ATN-AUDIT-MASTER
025700         KEY NOT LESS THAN ATN-AUDM-KEY
025800         INVALID KEY
025900             SET ATN-EOF-AUDIT TO TRUE
026000     END-START.
026100
026200     PERFORM 1200-LOAD-AUDIT-ROW THRU 1200-EXIT
026300         UNTIL ATN-EOF-AUDIT.
026400     CLOSE ATN-AUDIT-MASTER.
026500
026600     OPEN OUTPUT ATN-DUPLICATE-FILE.
026700     IF ATN-DUP-STATUS NOT = '00'
026800         STRING 'UNABLE TO OPEN DUPOUT - FILE STATUS '
026900             ATN-DUP-STATUS DELIMITED BY SIZE
027000             INTO ATN-ABEND-MESSAGE
027100         GO TO 9900-ABEND
027200     END-IF.
027300
027400     OPEN OUTPUT ATN-DUPLICATE-REPORT.
027500
027600     STRING ATN-RUN-MM "/" ATN-RUN-DD "/" ATN-RUN-CCYY
027700         DELIMITED BY SIZE INTO ATN-DPR-HDG-RUN-DATE.
027800     STRING ATN-RUN-HH ":" ATN-RUN-MIN ":" ATN-RUN-SS
027900         DELIMITED BY SIZE INTO ATN-DPR-HDG-RUN-TIME.
028000     MOVE ATN-WINDOW-FROM TO ATN-FMT-DATE-NUM.
028100     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
028200     MOVE ATN-FMT-DATE    TO ATN-DPR-HDG-FROM-DATE.
028300     MOVE ATN-WINDOW-THRU TO ATN-FMT-DATE-NUM.
028400     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
028500     MOVE ATN-FMT-DATE    TO ATN-DPR-HDG-THRU-DATE.
028600     MOVE ATN-WINDOW-DAYS TO ATN-DPR-HDG-DAYS.
028700
028800     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
028900 1000-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300*    1100-BACK-ONE-DAY                                           *
029400*    STEPS ATN-DUP-DATE-WK BACK ONE CALENDAR DAY, ACROSS MONTH   *
029500*    AND YEAR ENDS, ALLOWING FOR LEAP YEARS.                     *
029600******************************************************************
029700 1100-BACK-ONE-DAY.
029800     IF ATN-DUP-DATE-DD > 1
029900         SUBTRACT 1 FROM ATN-DUP-DATE-DD
030000         GO TO 1100-EXIT
030100     END-IF.
030200
030300     IF ATN-DUP-DATE-MM > 1
030400         SUBTRACT 1 FROM ATN-DUP-DATE-MM
030500     ELSE
030600         MOVE 12 TO ATN-DUP-DATE-MM
030700         SUBTRACT 1 FROM ATN-DUP-DATE-CCYY
030800     END-IF.
030900
031000     EVALUATE ATN-DUP-DATE-MM
031100         WHEN 4
031200         WHEN 6
031300         WHEN 9
031400         WHEN 11
031500             MOVE 30 TO ATN-DUP-DATE-DD
031600         WHEN 2
031700             MOVE 28 TO ATN-DUP-DATE-DD
031800             DIVIDE ATN-DUP-DATE-CCYY BY 4
031900                 GIVING ATN-DUP-CALC-QUOT
032000                 REMAINDER ATN-DUP-CALC-REM
032100             IF ATN-DUP-CALC-REM = ZERO
032200                 MOVE 29 TO ATN-DUP-DATE-DD
032300                 DIVIDE ATN-DUP-DATE-CCYY BY 100
032400                     GIVING ATN-DUP-CALC-QUOT
032500                     REMAINDER ATN-DUP-CALC-REM
032600                 IF ATN-DUP-CALC-REM = ZERO
032700                     MOVE 28 TO ATN-DUP-DATE-DD
032800                     DIVIDE ATN-DUP-DATE-CCYY BY 400
032900                         GIVING ATN-DUP-CALC-QUOT
033000                         REMAINDER ATN-DUP-CALC-REM
033100                     IF ATN-DUP-CALC-REM = ZERO
033200                         MOVE 29 TO ATN-DUP-DATE-DD
033300                     END-IF
033400                 END-IF
033500             END-IF
033600         WHEN OTHER
033700             MOVE 31 TO ATN-DUP-DATE-DD
033800     END-EVALUATE.
033900 1100-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300*    1200-LOAD-AUDIT-ROW                                         *
034400*    READS THE NEXT AUDIT MASTER ROW AND ADDS IT TO THE WINDOW   *
034500*    TABLE, STOPPING AT THE FIRST ROW PAST THE WINDOW END.  MORE *
034600*    ROWS THAN THE TABLE HOLDS IS A FATAL ERROR - THE WINDOW     *
034700*    NEEDS SHORTENING, NOT SILENT TRUNCATION.                    *
034800******************************************************************
034900 1200-LOAD-AUDIT-ROW.
035000     READ ATN-AUDIT-MASTER NEXT RECORD
035100         AT END
035200             SET ATN-EOF-AUDIT TO TRUE
035300             GO TO 1200-EXIT
035400     END-READ.
035500
035600     IF ATN-AUDM-RUN-DATE > ATN-WINDOW-THRU
035700         SET ATN-EOF-AUDIT TO TRUE
035800         GO TO 1200-EXIT
035900     END-IF.
036000
036100     IF ATN-DUPT-COUNT >= ATN-DUPT-MAX
036200         MOVE 'OVER 5000 AUDIT ROWS IN THE WINDOW - SHORTEN IT'
036300             TO ATN-ABEND-MESSAGE
036400         GO TO 9900-ABEND
036500     END-IF.
036600
036700     ADD 1 TO ATN-DUP-READ-COUNT.
036800     ADD 1 TO ATN-DUPT-COUNT.
036900     MOVE ATN-AUDM-RUN-DATE
037000         TO ATN-DUPT-RUN-DATE (ATN-DUPT-COUNT).
037100     MOVE ATN-AUDM-JOB-ID
037200         TO ATN-DUPT-JOB-ID (ATN-DUPT-COUNT).
037300     MOVE ATN-AUDM-SEQ-NO
037400         TO ATN-DUPT-SEQ-NO (ATN-DUPT-COUNT).
037500     MOVE ATN-AUDM-TRAN-KEY
037600         TO ATN-DUPT-TRAN-KEY (ATN-DUPT-COUNT).
037700     MOVE ATN-AUDM-NUM1
037800         TO ATN-DUPT-NUM1 (ATN-DUPT-COUNT).
037900     MOVE ATN-AUDM-NUM2
038000         TO ATN-DUPT-NUM2 (ATN-DUPT-COUNT).
038100     MOVE ATN-AUDM-SUM
038200         TO ATN-DUPT-SUM (ATN-DUPT-COUNT).
038300     MOVE ATN-AUDM-OPERATOR-ID
038400         TO ATN-DUPT-OPERATOR-ID (ATN-DUPT-COUNT).
038500 1200-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900*    2000-CHECK-ONE-ROW                                          *
039000*    COMPARES THE NEXT WINDOW ROW WITH EVERY ROW BEFORE IT.  A   *
039100*    SAME-KEY MATCH ON AN EARLIER DATE IS THE STRONGER FINDING   *
039200*    AND ENDS THE SEARCH; OTHERWISE THE FIRST EARLIER ROW WITH   *
039300*    THE SAME AMOUNTS UNDER ANOTHER KEY IS REPORTED.  THE FIRST  *
039400*    ROW HAS NOTHING BEFORE IT AND IS NEVER CHECKED.             *
039500******************************************************************
039600 2000-CHECK-ONE-ROW.
039700     ADD 1 TO ATN-DUPT-SUB.
039800     MOVE SPACE TO ATN-MATCH-SW.
039900     MOVE ZERO  TO ATN-DUPT-PRIOR
040000                   ATN-DUPT-AMOUNT-SUB
040100                   ATN-DUPT-MATCH-SUB.
040200
040300     PERFORM 2100-COMPARE-PRIOR THRU 2100-EXIT
040400         UNTIL ATN-DUPT-PRIOR >= ATN-DUPT-SUB - 1
040500            OR ATN-MATCH-SAME-KEY.
040600
040700     IF ATN-MATCH-NONE
040800             AND ATN-DUPT-AMOUNT-SUB NOT = ZERO
040900         SET ATN-MATCH-SAME-AMOUNTS TO TRUE
041000         MOVE ATN-DUPT-AMOUNT-SUB TO ATN-DUPT-MATCH-SUB
041100     END-IF.
041200
041300     IF NOT ATN-MATCH-NONE
041400         PERFORM 3000-REPORT-SUSPECT THRU 3000-EXIT
041500     END-IF.
041600 2000-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000*    2100-COMPARE-PRIOR                                          *
042100*    COMPARES THE CURRENT ROW WITH ONE EARLIER ROW.  A ZERO      *
042200*    TRANSACTION KEY IS NEVER TREATED AS A KEY MATCH.            *
042300******************************************************************
042400 2100-COMPARE-PRIOR.
042500     ADD 1 TO ATN-DUPT-PRIOR.
042600
042700     IF ATN-DUPT-TRAN-KEY (ATN-DUPT-PRIOR)
042800             = ATN-DUPT-TRAN-KEY (ATN-DUPT-SUB)
042900         IF ATN-DUPT-TRAN-KEY (ATN-DUPT-SUB) NOT = ZERO
043000                 AND ATN-DUPT-RUN-DATE (ATN-DUPT-PRIOR)
043100                     NOT = ATN-DUPT-RUN-DATE (ATN-DUPT-SUB)
043200             SET ATN-MATCH-SAME-KEY TO TRUE
043300             MOVE ATN-DUPT-PRIOR TO ATN-DUPT-MATCH-SUB
043400         END-IF
043500         GO TO 2100-EXIT
043600     END-IF.
043700
043800     IF ATN-DUPT-AMOUNT-SUB = ZERO
043900         IF ATN-DUPT-NUM1 (ATN-DUPT-PRIOR)
044000                 = ATN-DUPT-NUM1 (ATN-DUPT-SUB)
044100             AND ATN-DUPT-NUM2 (ATN-DUPT-PRIOR)
044200                 = ATN-DUPT-NUM2 (ATN-DUPT-SUB)
044300             AND ATN-DUPT-SUM (ATN-DUPT-PRIOR)
044400                 = ATN-DUPT-SUM (ATN-DUPT-SUB)
044500             MOVE ATN-DUPT-PRIOR TO ATN-DUPT-AMOUNT-SUB
044600         END-IF
044700     END-IF.
044800 2100-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    3000-REPORT-SUSPECT                                         *
045300*    PRINTS THE SUSPECT ROW AGAINST THE EARLIER ROW IT MATCHED   *
045400*    AND WRITES THE SAME PAIR TO THE DUPOUT FILE.                *
045500******************************************************************
045600 3000-REPORT-SUSPECT.
045700     MOVE SPACES TO ATN-DUP-RECORD.
045800     IF ATN-MATCH-SAME-KEY
045900         SET ATN-DUP-SAME-KEY TO TRUE
046000         MOVE 'SAME KEY'     TO ATN-DPR-DTL-TEST
046100         ADD 1 TO ATN-DUP-KEY-COUNT
046200     ELSE
046300         SET ATN-DUP-SAME-AMOUNTS TO TRUE
046400         MOVE 'SAME AMOUNTS' TO ATN-DPR-DTL-TEST
046500         ADD 1 TO ATN-DUP-AMOUNT-COUNT
046600     END-IF.
046700
046800     MOVE ATN-DUPT-RUN-DATE (ATN-DUPT-SUB)    TO ATN-DUP-RUN-DATE.
046900     MOVE ATN-DUPT-JOB-ID (ATN-DUPT-SUB)      TO ATN-DUP-JOB-ID.
047000     MOVE ATN-DUPT-SEQ-NO (ATN-DUPT-SUB)      TO ATN-DUP-SEQ-NO.
047100     MOVE ATN-DUPT-TRAN-KEY (ATN-DUPT-SUB)    TO ATN-DUP-TRAN-KEY.
047200     MOVE ATN-DUPT-NUM1 (ATN-DUPT-SUB)        TO ATN-DUP-NUM1.
047300     MOVE ATN-DUPT-NUM2 (ATN-DUPT-SUB)        TO ATN-DUP-NUM2.
047400     MOVE ATN-DUPT-SUM (ATN-DUPT-SUB)         TO ATN-DUP-SUM.
047500     MOVE ATN-DUPT-OPERATOR-ID (ATN-DUPT-SUB)
047600         TO ATN-DUP-OPERATOR-ID.
047700     MOVE ATN-DUPT-RUN-DATE (ATN-DUPT-MATCH-SUB)
047800         TO ATN-DUP-MATCH-RUN-DATE.
047900     MOVE ATN-DUPT-JOB-ID (ATN-DUPT-MATCH-SUB)
048000         TO ATN-DUP-MATCH-JOB-ID.
048100     MOVE ATN-DUPT-SEQ-NO (ATN-DUPT-MATCH-SUB)
048200         TO ATN-DUP-MATCH-SEQ-NO.
048300     MOVE ATN-DUPT-TRAN-KEY (ATN-DUPT-MATCH-SUB)
048400         TO ATN-DUP-MATCH-TRAN-KEY.
048500     MOVE ATN-WINDOW-FROM TO ATN-DUP-WINDOW-FROM.
048600     MOVE ATN-WINDOW-THRU TO ATN-DUP-WINDOW-THRU.
048700
048800     WRITE ATN-DUP-RECORD.
048900     IF ATN-DUP-STATUS NOT = '00'
049000         STRING 'DUPOUT WRITE FAILED - FILE STATUS '
049100             ATN-DUP-STATUS DELIMITED BY SIZE
049200             INTO ATN-ABEND-MESSAGE
049300         GO TO 9900-ABEND
049400     END-IF.
049500
049600     MOVE ATN-DUP-RUN-DATE       TO ATN-FMT-DATE-NUM.
049700     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
049800     MOVE ATN-FMT-DATE           TO ATN-DPR-DTL-DATE.
049900     MOVE ATN-DUP-JOB-ID         TO ATN-DPR-DTL-JOB.
050000     MOVE ATN-DUP-TRAN-KEY       TO ATN-DPR-DTL-KEY.
050100     MOVE ATN-DUP-NUM1           TO ATN-DPR-DTL-NUM1.
050200     MOVE ATN-DUP-NUM2           TO ATN-DPR-DTL-NUM2.
050300     MOVE ATN-DUP-SUM            TO ATN-DPR-DTL-SUM.
050400     MOVE ATN-DUP-OPERATOR-ID    TO ATN-DPR-DTL-OPERATOR.
050500     MOVE ATN-DUP-MATCH-RUN-DATE TO ATN-FMT-DATE-NUM.
050600     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
050700     MOVE ATN-FMT-DATE           TO ATN-DPR-DTL-MATCH-DATE.
050800     MOVE ATN-DUP-MATCH-JOB-ID   TO ATN-DPR-DTL-MATCH-JOB.
050900     MOVE ATN-DUP-MATCH-TRAN-KEY TO ATN-DPR-DTL-MATCH-KEY.
051000
051100     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
051200 3000-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*    4000-PRINT-HEADINGS                                         *
051700*    WRITES THE REPORT HEADING, THE WINDOW ECHO, AND THE COLUMN  *
051800*    HEADINGS AT THE TOP OF EACH PAGE AND RESETS THE PAGE LINE   *
051900*    COUNT.                                                      *
052000******************************************************************
052100 4000-PRINT-HEADINGS.
052200     ADD 1 TO ATN-DPR-PAGE-NO.
052300     MOVE ATN-DPR-PAGE-NO TO ATN-DPR-HDG-PAGE-NO.
052400
052500     WRITE ATN-DUPRPT-RECORD FROM ATN-DPR-HEADING-LINE-1
052600         AFTER ADVANCING PAGE.
052700     WRITE ATN-DUPRPT-RECORD FROM ATN-DPR-HEADING-LINE-2
052800         AFTER ADVANCING 1 LINE.
052900     WRITE ATN-DUPRPT-RECORD FROM ATN-DPR-PARM-LINE
053000         AFTER ADVANCING 1 LINE.
053100     WRITE ATN-DUPRPT-RECORD FROM ATN-DPR-HEADING-LINE-3
053200         AFTER ADVANCING 2 LINES.
053300
053400     MOVE ZERO TO ATN-DPR-LINE-COUNT.
053500 4000-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900*    5000-PRINT-DETAIL                                           *
054000*    WRITES ONE SUSPECT LINE, STARTING A NEW PAGE FIRST IF THE   *
054100*    CURRENT PAGE IS FULL.                                       *
054200******************************************************************
054300 5000-PRINT-DETAIL.
054400     IF ATN-DPR-LINE-COUNT >= ATN-MAX-LINES
054500         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
054600     END-IF.
054700
054800     WRITE ATN-DUPRPT-RECORD FROM ATN-DPR-DETAIL-LINE
054900         AFTER ADVANCING 1 LINE.
055000
055100     ADD 1 TO ATN-DPR-LINE-COUNT.
055200 5000-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*    6000-PRINT-TOTALS                                           *
055700*    PRINTS THE ROWS SCANNED AND THE SUSPECTS FOUND BY EACH      *
055800*    TEST.                                                       *
055900******************************************************************
056000 6000-PRINT-TOTALS.
056100     MOVE 'AUDIT ROWS IN WINDOW' TO ATN-DPR-TOT-LABEL.
056200     MOVE ATN-DUP-READ-COUNT TO ATN-DPR-TOT-COUNT.
056300     WRITE ATN-DUPRPT-RECORD FROM ATN-DPR-TOTAL-LINE
056400         AFTER ADVANCING 2 LINES.
056500
056600     MOVE 'SAME KEY ON AN EARLIER DATE' TO ATN-DPR-TOT-LABEL.
056700     MOVE ATN-DUP-KEY-COUNT TO ATN-DPR-TOT-COUNT.
056800     WRITE ATN-DUPRPT-RECORD FROM ATN-DPR-TOTAL-LINE
056900         AFTER ADVANCING 1 LINE.
057000
057100     MOVE 'SAME AMOUNTS UNDER ANOTHER KEY' TO ATN-DPR-TOT-LABEL.
057200     MOVE ATN-DUP-AMOUNT-COUNT TO ATN-DPR-TOT-COUNT.
057300     WRITE ATN-DUPRPT-RECORD FROM ATN-DPR-TOTAL-LINE
057400         AFTER ADVANCING 1 LINE.
057500 6000-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900*    8000-FORMAT-DATE                                            *
058000*    EDITS ATN-FMT-DATE-NUM (CCYYMMDD) INTO ATN-FMT-DATE AS      *
058100*    MM/DD/CCYY.                                                 *
058200******************************************************************
058300 8000-FORMAT-DATE.
058400     MOVE SPACES TO ATN-FMT-DATE.
058500     STRING ATN-FMT-MM "/" ATN-FMT-DD "/" ATN-FMT-CCYY
058600         DELIMITED BY SIZE INTO ATN-FMT-DATE.
058700 8000-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100*    9000-TERMINATE                                              *
059200*    PRINTS THE COUNTS AND CLOSES THE OUTPUTS.  ANY SUSPECT ENDS *
059300*    THE JOB WITH RETURN CODE 4 SO THE REVIEW IS NOT MISSED.     *
059400******************************************************************
059500 9000-TERMINATE.
059600     IF ATN-DPR-LINE-COUNT = ZERO
059700         WRITE ATN-DUPRPT-RECORD FROM ATN-DPR-NONE-LINE
059800             AFTER ADVANCING 1 LINE
059900     END-IF.
060000
060100     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
060200
060300     CLOSE ATN-DUPLICATE-FILE.
060400     CLOSE ATN-DUPLICATE-REPORT.
060500
060600     IF ATN-DUP-KEY-COUNT > ZERO
060700             OR ATN-DUP-AMOUNT-COUNT > ZERO
060800         DISPLAY 'ADDTWONUMBERSDUPCHECK - LIKELY DUPLICATES FOUND'
060900             ' - SEE DUPLICATE REVIEW REPORT'
061000         MOVE 4 TO RETURN-CODE
061100     END-IF.
061200 9000-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600*    9900-ABEND                                                  *
061700*    FATAL ERROR HANDLER.  DISPLAYS THE CONSOLE MESSAGE THE      *
061800*    CALLER PREPARED IN ATN-ABEND-MESSAGE AND STOPS THE JOB      *
061900*    WITH A NONZERO RETURN CODE.                                 *
062000******************************************************************
062100 9900-ABEND.
062200     DISPLAY 'ADDTWONUMBERSDUPCHECK - ' ATN-ABEND-MESSAGE.
062300     MOVE 16 TO RETURN-CODE.
062400     STOP RUN.
