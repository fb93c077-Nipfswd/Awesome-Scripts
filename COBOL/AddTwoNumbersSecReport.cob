000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSSECREPORT                        *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2025-10-27                                    *
000700*                                                                *
000800*    DESCRIPTION:  DAILY SECURITY VIOLATION REPORT FOR THE      *
000900*                  ADDTWONUMBERS SUBSYSTEM.  READS THE          *
001000*                  SECURITY VIOLATION LOG (SEE ATNSECV) AND     *
001100*                  PRINTS EVERY REFUSAL LOGGED ON THE REPORT    *
001200*                  DATE - ATN_REPORT_DATE (CCYYMMDD), OR THE    *
001300*                  SYSTEM CLOCK DATE WHEN NOT SUPPLIED - WITH   *
001400*                  THE OPERATOR'S NAME FROM THE OPERATOR        *
001500*                  AUTHORITY MASTER (SEE ATNOPER), THE PROGRAM  *
001600*                  AND FUNCTION REFUSED, AND THE REASON, THEN   *
001700*                  COUNTS BY REASON FOR THE SUPERVISOR.  A DAY  *
001800*                  WITH NO REFUSALS STILL PRINTS A PAGE SAYING  *
001900*                  SO, SO A MISSING REPORT IS NEVER MISTAKEN    *
002000*                  FOR A CLEAN DAY.                             *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ------------------------------------------------------     *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------- ----  ------------------------------------      *
002600*    2025-10-27 JH    ORIGINAL PROGRAM.                          *
002700*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. AddTwoNumbersSecReport.
003100 AUTHOR. J. HARTLEY.
003200 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
003300 DATE-WRITTEN. 2025-10-27.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL ATN-SECURITY-LOG ASSIGN TO SECVLOG
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS ATN-SECV-STATUS.
004700
004800     SELECT ATN-OPERATOR-FILE ASSIGN TO OPERMST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS ATN-OPER-ID
005200         FILE STATUS IS ATN-OPERM-STATUS.
005300
005400     SELECT ATN-SECURITY-REPORT ASSIGN TO SECRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS ATN-SECRPT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  ATN-SECURITY-LOG
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 COPY ATNSECV.
006500
006600 FD  ATN-OPERATOR-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY ATNOPER.
006900
007000 FD  ATN-SECURITY-REPORT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  ATN-SECRPT-RECORD              PIC X(132).
007400
007500 WORKING-STORAGE SECTION.
007600******************************************************************
007700*    FILE STATUS AND END-OF-FILE SWITCHES                        *
007800******************************************************************
007900 01  ATN-SECV-STATUS                PIC X(02) VALUE SPACES.
008000 01  ATN-OPERM-STATUS               PIC X(02) VALUE SPACES.
008100 01  ATN-SECRPT-STATUS              PIC X(02) VALUE SPACES.
008200 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
008300
008400 01  ATN-SWITCHES.
008500     05  ATN-SECV-EOF-SW            PIC X(01) VALUE 'N'.
008600         88  ATN-EOF-SECURITY-LOG               VALUE 'Y'.
008700
008800******************************************************************
008900*    REPORT PRINT LINES                                          *
009000******************************************************************
009100 COPY ATNSECR.
009200
009300******************************************************************
009400*    REPORT CONTROL FIELDS                                       *
009500******************************************************************
009600 01  ATN-SCR-PAGE-NO                PIC 9(04) VALUE ZERO.
009700 01  ATN-SCR-LINE-COUNT             PIC 9(03) VALUE ZERO.
009800 77  ATN-MAX-LINES                  PIC 9(03) VALUE 55.
009900 01  ATN-SCR-PRINT-LINE             PIC X(132) VALUE SPACES.
010000
010100******************************************************************
010200*    VIOLATION CONTROL FIELDS                                    *
010300******************************************************************
010400 01  ATN-REPORT-DATE-PARM           PIC X(08) VALUE SPACES.
010500 01  ATN-REPORT-DATE-NUM REDEFINES ATN-REPORT-DATE-PARM
010600                                    PIC 9(08).
010700 01  ATN-REPORT-DATE                PIC 9(08) VALUE ZERO.
010800 01  ATN-RPT-DATE-GROUP REDEFINES ATN-REPORT-DATE.
010900     05  ATN-RPT-CCYY               PIC 9(04).
011000     05  ATN-RPT-MM                 PIC 9(02).
011100     05  ATN-RPT-DD                 PIC 9(02).
011200 01  ATN-VIOL-TIME                  PIC 9(08) VALUE ZERO.
011300 01  ATN-VIOL-TIME-GROUP REDEFINES ATN-VIOL-TIME.
011400     05  ATN-VIOL-HH                PIC 9(02).
011500     05  ATN-VIOL-MIN               PIC 9(02).
011600     05  ATN-VIOL-SS                PIC 9(02).
011700     05  ATN-VIOL-HS                PIC 9(02).
011800 01  ATN-VIOL-COUNTS.
011900     05  ATN-VIOL-TOTAL             PIC 9(06) VALUE ZERO.
012000     05  ATN-VIOL-NO-ID             PIC 9(06) VALUE ZERO.
012100     05  ATN-VIOL-UNKNOWN           PIC 9(06) VALUE ZERO.
012200     05  ATN-VIOL-INACTIVE          PIC 9(06) VALUE ZERO.
012300     05  ATN-VIOL-NOT-AUTH          PIC 9(06) VALUE ZERO.
012400
012500 01  ATN-RUN-DATE-NUM               PIC 9(08).
012600 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
012700     05  ATN-RUN-CCYY               PIC 9(04).
012800     05  ATN-RUN-MM                 PIC 9(02).
012900     05  ATN-RUN-DD                 PIC 9(02).
013000
013100 01  ATN-RUN-TIME-NUM               PIC 9(08).
013200 01  ATN-RUN-TIME-GROUP REDEFINES ATN-RUN-TIME-NUM.
013300     05  ATN-RUN-HH                 PIC 9(02).
013400     05  ATN-RUN-MIN                PIC 9(02).
013500     05  ATN-RUN-SS                 PIC 9(02).
013600     05  ATN-RUN-HS                 PIC 9(02).
013700
013800 PROCEDURE DIVISION.
013900******************************************************************
014000*    0000-MAINLINE                                               *
014100*    CONTROLS THE OVERALL FLOW OF THE VIOLATION REPORT RUN.      *
014200******************************************************************
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500
014600     PERFORM 2000-PROCESS-VIOLATION THRU 2000-EXIT
014700         UNTIL ATN-EOF-SECURITY-LOG.
014800
014900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015000
015100     STOP RUN.
015200
015300******************************************************************
015400*    1000-INITIALIZE                                             *
015500*    PICKS UP AND EDITS THE REPORT DATE, OPENS THE LOG, THE      *
015600*    OPERATOR MASTER, AND THE REPORT, PRINTS THE FIRST HEADING,  *
015700*    AND PRIMES THE READ.  THE LOG IS OPTIONAL - A SITE THAT     *
015800*    HAS NEVER REFUSED ANYONE HAS NO LOG YET AND GETS THE        *
015900*    NO-VIOLATIONS PAGE.                                         *
016000******************************************************************
016100 1000-INITIALIZE.
016200     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
016300     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
016400     MOVE ATN-RUN-DATE-NUM TO ATN-REPORT-DATE.
016500
016600     ACCEPT ATN-REPORT-DATE-PARM
016700         FROM ENVIRONMENT 'ATN_REPORT_DATE'.
016800     IF ATN-REPORT-DATE-PARM NOT = SPACES
016900         IF ATN-REPORT-DATE-NUM NOT NUMERIC
017000                 OR ATN-REPORT-DATE-NUM = ZERO
017100             MOVE 'ATN_REPORT_DATE MUST BE A CCYYMMDD DATE'
017200                 TO ATN-ABEND-MESSAGE
017300             GO TO 9900-ABEND
017400         ELSE
017500             MOVE ATN-REPORT-DATE-NUM TO ATN-REPORT-DATE
017600         END-IF
017700     END-IF.
017800
017900     OPEN INPUT ATN-SECURITY-LOG.
018000     IF ATN-SECV-STATUS NOT = '00'
018100             AND ATN-SECV-STATUS NOT = '05'
018200         STRING 'UNABLE TO OPEN ATN-SECURITY-LOG - FILE STATUS '
018300             ATN-SECV-STATUS DELIMITED BY SIZE
018400             INTO ATN-ABEND-MESSAGE
018500         GO TO 9900-ABEND
018600     END-IF.
018700
018800     OPEN INPUT ATN-OPERATOR-FILE.
018900     IF ATN-OPERM-STATUS NOT = '00'
019000         STRING 'UNABLE TO OPEN ATN-OPERATOR-FILE - FILE STATUS '
019100             ATN-OPERM-STATUS DELIMITED BY SIZE
019200             INTO ATN-ABEND-MESSAGE
019300         GO TO 9900-ABEND
019400     END-IF.
019500
019600     OPEN OUTPUT ATN-SECURITY-REPORT.
019700
019800     STRING ATN-RUN-MM   "/" ATN-RUN-DD  "/" ATN-RUN-CCYY
019900         DELIMITED BY SIZE INTO ATN-SCR-HDG-RUN-DATE.
020000     STRING ATN-RUN-HH   ":" ATN-RUN-MIN ":" ATN-RUN-SS
020100         DELIMITED BY SIZE INTO ATN-SCR-HDG-RUN-TIME.
020200     STRING ATN-RPT-MM   "/" ATN-RPT-DD  "/" ATN-RPT-CCYY
020300         DELIMITED BY SIZE INTO ATN-SCR-HDG-RPT-DATE.
020400
020500     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
020600
020700     PERFORM 3000-READ-LOG THRU 3000-EXIT.
020800 1000-EXIT.
020900     EXIT.
021000
021100******************************************************************
021200*    2000-PROCESS-VIOLATION                                      *
021300*    PRINTS ONE LOGGED REFUSAL OF THE REPORT DATE AND COUNTS IT  *
021400*    BY REASON.  REFUSALS OF OTHER DATES ARE PASSED OVER.        *
021500******************************************************************
021600 2000-PROCESS-VIOLATION.
021700     IF ATN-SECV-DATE NOT = ATN-REPORT-DATE
021800         GO TO 2000-READ
021900     END-IF.
022000
022100     ADD 1 TO ATN-VIOL-TOTAL.
022200     MOVE SPACES TO ATN-SCR-DETAIL-LINE.
022300
022400     MOVE ATN-SECV-TIME TO ATN-VIOL-TIME.
022500     STRING ATN-VIOL-HH ":" ATN-VIOL-MIN ":" ATN-VIOL-SS
022600         DELIMITED BY SIZE INTO ATN-SCR-DTL-TIME.
022700     MOVE ATN-SECV-OPERATOR-ID TO ATN-SCR-DTL-OPERATOR.
022800     PERFORM 2100-LOOKUP-OPERATOR THRU 2100-EXIT.
022900     MOVE ATN-SECV-PROGRAM     TO ATN-SCR-DTL-PROGRAM.
023000     MOVE ATN-SECV-JOB-ID      TO ATN-SCR-DTL-JOB.
023100     MOVE ATN-SECV-DETAIL      TO ATN-SCR-DTL-DETAIL.
023200
023300     EVALUATE TRUE
023400         WHEN ATN-SECV-FN-ENTER
023500             MOVE 'ENTER'    TO ATN-SCR-DTL-FUNCTION
023600         WHEN ATN-SECV-FN-APPROVE
023700             MOVE 'APPROVE'  TO ATN-SCR-DTL-FUNCTION
023800         WHEN ATN-SECV-FN-BACKOUT
023900             MOVE 'BACKOUT'  TO ATN-SCR-DTL-FUNCTION
024000         WHEN ATN-SECV-FN-PURGE
024100             MOVE 'PURGE'    TO ATN-SCR-DTL-FUNCTION
024200         WHEN ATN-SECV-FN-OVERRIDE
024300             MOVE 'OVERRIDE' TO ATN-SCR-DTL-FUNCTION
024400         WHEN OTHER
024500             MOVE ATN-SECV-FUNCTION TO ATN-SCR-DTL-FUNCTION
024600     END-EVALUATE.
024700
024800     EVALUATE TRUE
024900         WHEN ATN-SECV-NO-ID
025000             MOVE 'NO OPERATOR ID' TO ATN-SCR-DTL-REASON
025100             ADD 1 TO ATN-VIOL-NO-ID
025200         WHEN ATN-SECV-UNKNOWN
025300             MOVE 'UNKNOWN ID'     TO ATN-SCR-DTL-REASON
025400             ADD 1 TO ATN-VIOL-UNKNOWN
025500         WHEN ATN-SECV-INACTIVE
025600             MOVE 'INACTIVE'       TO ATN-SCR-DTL-REASON
025700             ADD 1 TO ATN-VIOL-INACTIVE
025800         WHEN OTHER
025900             MOVE 'NOT AUTHORIZED' TO ATN-SCR-DTL-REASON
026000             ADD 1 TO ATN-VIOL-NOT-AUTH
026100     END-EVALUATE.
026200
026300     MOVE ATN-SCR-DETAIL-LINE TO ATN-SCR-PRINT-LINE.
026400     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
026500
026600 2000-READ.
026700     PERFORM 3000-READ-LOG THRU 3000-EXIT.
026800 2000-EXIT.
026900     EXIT.
027000
027100******************************************************************
027200*    2100-LOOKUP-OPERATOR                                        *
027300*    LOOKS UP THE REFUSED OPERATOR'S NAME ON THE AUTHORITY       *
027400*    MASTER.  A BLANK OR UNKNOWN ID - OFTEN THE VERY REASON FOR  *
027500*    THE REFUSAL - PRINTS A MARKER IN PLACE OF THE NAME.         *
027600******************************************************************
027700 2100-LOOKUP-OPERATOR.
027800     IF ATN-SECV-OPERATOR-ID = SPACES
027900         MOVE '(NO ID SUPPLIED)' TO ATN-SCR-DTL-NAME
028000         GO TO 2100-EXIT
028100     END-IF.
028200
028300     MOVE ATN-SECV-OPERATOR-ID TO ATN-OPER-ID.
028400     READ ATN-OPERATOR-FILE
028500         INVALID KEY
028600             MOVE '(NOT ON OPERATOR MASTER)' TO ATN-SCR-DTL-NAME
028700         NOT INVALID KEY
028800             MOVE ATN-OPER-NAME TO ATN-SCR-DTL-NAME
028900     END-READ.
029000 2100-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*    3000-READ-LOG                                               *
029500*    READS THE NEXT SECURITY VIOLATION LOG RECORD AND SETS THE   *
029600*    EOF SWITCH WHEN THE FILE IS EXHAUSTED.                      *
029700******************************************************************
029800 3000-READ-LOG.
029900     READ ATN-SECURITY-LOG
030000         AT END
030100             SET ATN-EOF-SECURITY-LOG TO TRUE
030200     END-READ.
030300 3000-EXIT.
030400     EXIT.
030500
030600******************************************************************
030700*    4000-PRINT-HEADINGS                                         *
030800*    WRITES THE REPORT HEADING AND COLUMN LINE AT THE TOP OF     *
030900*    EACH PAGE AND RESETS THE PAGE LINE COUNT.                   *
031000******************************************************************
031100 4000-PRINT-HEADINGS.
031200     ADD 1 TO ATN-SCR-PAGE-NO.
031300     MOVE ATN-SCR-PAGE-NO TO ATN-SCR-HDG-PAGE-NO.
031400
031500     WRITE ATN-SECRPT-RECORD FROM ATN-SCR-HEADING-LINE-1
031600         AFTER ADVANCING PAGE.
031700     WRITE ATN-SECRPT-RECORD FROM ATN-SCR-HEADING-LINE-2
031800         AFTER ADVANCING 1 LINE.
031900     WRITE ATN-SECRPT-RECORD FROM ATN-SCR-COLUMN-LINE
032000         AFTER ADVANCING 2 LINES.
032100
032200     MOVE ZERO TO ATN-SCR-LINE-COUNT.
032300 4000-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700*    5000-WRITE-LINE                                             *
032800*    WRITES ONE REPORT LINE FROM ATN-SCR-PRINT-LINE, STARTING A  *
032900*    NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.                 *
033000******************************************************************
033100 5000-WRITE-LINE.
033200     IF ATN-SCR-LINE-COUNT >= ATN-MAX-LINES
033300         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
033400     END-IF.
033500
033600     WRITE ATN-SECRPT-RECORD FROM ATN-SCR-PRINT-LINE
033700         AFTER ADVANCING 1 LINE.
033800
033900     ADD 1 TO ATN-SCR-LINE-COUNT.
034000 5000-EXIT.
034100     EXIT.
034200
034300******************************************************************
034400*    6000-PRINT-TOTALS                                           *
034500*    PRINTS THE REFUSAL COUNTS BY REASON AND IN TOTAL.           *
034600******************************************************************
034700 6000-PRINT-TOTALS.
034800     MOVE SPACES TO ATN-SCR-PRINT-LINE.
034900     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
035000
035100     MOVE 'REFUSED - NO OPERATOR ID'   TO ATN-SCR-TOT-LABEL.
035200     MOVE ATN-VIOL-NO-ID               TO ATN-SCR-TOT-COUNT.
035300     MOVE ATN-SCR-TOTAL-LINE TO ATN-SCR-PRINT-LINE.
035400     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
035500
035600     MOVE 'REFUSED - UNKNOWN ID'       TO ATN-SCR-TOT-LABEL.
035700     MOVE ATN-VIOL-UNKNOWN             TO ATN-SCR-TOT-COUNT.
035800     MOVE ATN-SCR-TOTAL-LINE TO ATN-SCR-PRINT-LINE.
035900     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
036000
036100     MOVE 'REFUSED - INACTIVE'         TO ATN-SCR-TOT-LABEL.
036200     MOVE ATN-VIOL-INACTIVE            TO ATN-SCR-TOT-COUNT.
036300     MOVE ATN-SCR-TOTAL-LINE TO ATN-SCR-PRINT-LINE.
036400     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
036500
036600     MOVE 'REFUSED - NOT AUTHORIZED'   TO ATN-SCR-TOT-LABEL.
036700     MOVE ATN-VIOL-NOT-AUTH            TO ATN-SCR-TOT-COUNT.
036800     MOVE ATN-SCR-TOTAL-LINE TO ATN-SCR-PRINT-LINE.
036900     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
037000
037100     MOVE 'TOTAL REFUSALS'             TO ATN-SCR-TOT-LABEL.
037200     MOVE ATN-VIOL-TOTAL               TO ATN-SCR-TOT-COUNT.
037300     MOVE ATN-SCR-TOTAL-LINE TO ATN-SCR-PRINT-LINE.
037400     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
037500 6000-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    9000-TERMINATE                                              *
038000*    PRINTS THE NO-VIOLATIONS LINE OR THE COUNTS BY REASON AND   *
038100*    CLOSES ALL FILES.                                           *
038200******************************************************************
038300 9000-TERMINATE.
038400     IF ATN-VIOL-TOTAL = ZERO
038500         MOVE ATN-SCR-NONE-LINE TO ATN-SCR-PRINT-LINE
038600         PERFORM 5000-WRITE-LINE THRU 5000-EXIT
038700     ELSE
038800         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
038900     END-IF.
039000
039100     CLOSE ATN-SECURITY-LOG.
039200     CLOSE ATN-OPERATOR-FILE.
039300     CLOSE ATN-SECURITY-REPORT.
039400 9000-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800*    9900-ABEND                                                  *
039900*    FATAL ERROR HANDLER.  DISPLAYS THE CONSOLE MESSAGE THE      *
040000*    CALLER PREPARED IN ATN-ABEND-MESSAGE AND STOPS THE JOB      *
040100*    WITH A NONZERO RETURN CODE.                                 *
040200******************************************************************
040300 9900-ABEND.
040400     DISPLAY 'ADDTWONUMBERSSECREPORT - ' ATN-ABEND-MESSAGE.
040500     MOVE 16 TO RETURN-CODE.
040600     STOP RUN.
