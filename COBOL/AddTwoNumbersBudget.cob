000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSBUDGET                           *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2026-03-02                                    *
000700*                                                                *
000800*    DESCRIPTION:  MONTH-END BUDGET VARIANCE REPORT FOR THE     *
000900*                  ADDTWONUMBERS BATCH SUBSYSTEM.  DEPTCTL      *
001000*                  ONLY HOLDS ONE EXPECTED TOTAL PER            *
001100*                  DEPARTMENT FOR THE DAY; THIS PROGRAM         *
001200*                  COMPARES EACH DEPARTMENT'S MONTH WITH ITS    *
001300*                  BUDGET.  THE MONTH IS THE CALENDAR MONTH OF  *
001400*                  ATN_PROCESS_DATE (CCYYMMDD, DEFAULT THE      *
001500*                  CLOCK DATE) AND THE ACTUAL IS THE SUM OF     *
001600*                  THE AUDIT MASTER ROWS (SEE ATNAUDM) FROM     *
001700*                  THE FIRST OF THAT MONTH THROUGH THAT DATE,   *
001800*                  BY THE DEPARTMENT CARRIED ON EACH ROW.       *
001900*                  EACH DEPARTMENT ON THE REFERENCE MASTER      *
002000*                  (SEE ATNDPRF) IS PRINTED WITH ITS NAME, ITS  *
002100*                  MONTHLY BUDGET FROM THE BUDGET MASTER (SEE   *
002200*                  ATNBUDG), THE DOLLAR AND PERCENT VARIANCE,   *
002300*                  AND A FLAG WHEN THE PERCENT VARIANCE IS      *
002400*                  OUTSIDE THE DEPARTMENT'S TOLERANCE, GROUPED  *
002500*                  AND SUBTOTALED BY GL ACCOUNT.  ANY           *
002600*                  DEPARTMENT OUTSIDE TOLERANCE ENDS THE JOB    *
002700*                  WITH RETURN CODE 4.                          *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    ------------------------------------------------------     *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------- ----  ------------------------------------      *
003300*    2026-03-02 JH    ORIGINAL PROGRAM.                          *
003400*                                                                *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. AddTwoNumbersBudget.
003800 AUTHOR. J. HARTLEY.
003900 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
004000 DATE-WRITTEN. 2026-03-02.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ATN-DEPT-REF-FILE ASSIGN TO DEPTREF
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS ATN-DEPTR-STATUS.
005400
005500     SELECT ATN-BUDGET-FILE ASSIGN TO BUDGMST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS ATN-BUDG-DEPT-CODE
005900         FILE STATUS IS ATN-BUDG-STATUS.
006000
006100     SELECT ATN-AUDIT-MASTER ASSIGN TO AUDITMST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS ATN-AUDM-KEY
006500         FILE STATUS IS ATN-AUDIT-STATUS.
006600
006700     SELECT ATN-BUDGET-REPORT ASSIGN TO BUDRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS ATN-BUDRPT-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  ATN-DEPT-REF-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 COPY ATNDPRF.
007800
007900 FD  ATN-BUDGET-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 COPY ATNBUDG.
008200
008300 FD  ATN-AUDIT-MASTER
008400     LABEL RECORDS ARE STANDARD.
008500 COPY ATNAUDM.
008600
008700 FD  ATN-BUDGET-REPORT
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  ATN-BUDRPT-RECORD              PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300******************************************************************
009400*    FILE STATUS AND END-OF-FILE SWITCHES                        *
009500******************************************************************
009600 01  ATN-DEPTR-STATUS               PIC X(02) VALUE SPACES.
009700 01  ATN-BUDG-STATUS                PIC X(02) VALUE SPACES.
009800 01  ATN-AUDIT-STATUS               PIC X(02) VALUE SPACES.
009900 01  ATN-BUDRPT-STATUS              PIC X(02) VALUE SPACES.
010000 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
010100
010200 01  ATN-SWITCHES.
010300     05  ATN-DEPTR-EOF-SW           PIC X(01) VALUE 'N'.
010400         88  ATN-EOF-DEPT-REFS                  VALUE 'Y'.
010500     05  ATN-AUDM-EOF-SW            PIC X(01) VALUE 'N'.
010600         88  ATN-EOF-AUDIT                      VALUE 'Y'.
010700     05  ATN-SWAP-SW                PIC X(01) VALUE 'N'.
010800         88  ATN-SWAP-MADE                      VALUE 'Y'.
010900     05  ATN-OUT-OF-TOL-SW          PIC X(01) VALUE 'N'.
011000         88  ATN-OUT-OF-TOLERANCE               VALUE 'Y'.
011100
011200******************************************************************
011300*    REPORT PRINT LINES                                          *
011400******************************************************************
011500 COPY ATNBUDR.
011600
011700******************************************************************
011800*    REPORT CONTROL FIELDS                                       *
011900******************************************************************
012000 01  ATN-BDR-PAGE-NO                PIC 9(04) VALUE ZERO.
012100 01  ATN-BDR-LINE-COUNT             PIC 9(03) VALUE ZERO.
012200 77  ATN-MAX-LINES                  PIC 9(03) VALUE 55.
012300
012400******************************************************************
012500*    MONTH PARAMETERS                                            *
012600******************************************************************
012700 01  ATN-PROCESS-DATE-PARM          PIC X(08) VALUE SPACES.
012800 01  ATN-PROCESS-DATE-NUM REDEFINES ATN-PROCESS-DATE-PARM
012900                                    PIC 9(08).
013000 01  ATN-MONTH-THRU                 PIC 9(08) VALUE ZERO.
013100 01  ATN-MONTH-FROM                 PIC 9(08) VALUE ZERO.
013200 01  ATN-MONTH-FROM-GROUP REDEFINES ATN-MONTH-FROM.
013300     05  ATN-MONTH-FROM-CCYY        PIC 9(04).
013400     05  ATN-MONTH-FROM-MM          PIC 9(02).
013500     05  ATN-MONTH-FROM-DD          PIC 9(02).
013600
013700******************************************************************
013800*    COUNTS AND ACCUMULATORS                                     *
013900******************************************************************
014000 77  ATN-BUD-ROWS-READ              PIC 9(06) COMP VALUE ZERO.
014100 77  ATN-BUD-ROWS-NO-DEPT           PIC 9(06) COMP VALUE ZERO.
014200 77  ATN-BUD-DEPTS-PRINTED          PIC 9(06) COMP VALUE ZERO.
014300 77  ATN-BUD-DEPTS-OUT-OF-TOL       PIC 9(06) COMP VALUE ZERO.
014400 77  ATN-BUD-DEPTS-NO-BUDGET        PIC 9(06) COMP VALUE ZERO.
014500 01  ATN-BUD-NO-DEPT-TOTAL          PIC S9(11)V99 VALUE ZERO.
014600 01  ATN-GL-BUDGET                  PIC S9(11)V99 VALUE ZERO.
014700 01  ATN-GL-ACTUAL                  PIC S9(11)V99 VALUE ZERO.
014800 01  ATN-GRAND-BUDGET               PIC S9(11)V99 VALUE ZERO.
014900 01  ATN-GRAND-ACTUAL               PIC S9(11)V99 VALUE ZERO.
015000 01  ATN-PREV-GL-ACCOUNT            PIC X(08) VALUE SPACES.
015100
015200******************************************************************
015300*    VARIANCE WORK FIELDS - ATN-VAR-BUDGET AND ATN-VAR-ACTUAL    *
015400*    ARE LOADED BEFORE 2500-COMPUTE-VARIANCE, WHICH LEAVES THE   *
015500*    DOLLAR VARIANCE AND THE EDITED PERCENT (BLANK WHEN THERE IS *
015600*    NO BUDGET TO MEASURE AGAINST).                              *
015700******************************************************************
015800 01  ATN-VAR-BUDGET                 PIC S9(11)V99 VALUE ZERO.
015900 01  ATN-VAR-ACTUAL                 PIC S9(11)V99 VALUE ZERO.
016000 01  ATN-VAR-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
016100 01  ATN-VAR-PCT                    PIC S9(05)V9 VALUE ZERO.
016200 01  ATN-VAR-PCT-ABS                PIC 9(05)V9 VALUE ZERO.
016300 01  ATN-VAR-PCT-EDIT               PIC -ZZZ9.9.
016400 01  ATN-VAR-PCT-TEXT               PIC X(07) VALUE SPACES.
016500 01  ATN-TOL-EDIT                   PIC ZZ9.
016600
016700******************************************************************
016800*    DEPARTMENT TABLE - THE REFERENCE MASTER, WITH EACH          *
016900*    DEPARTMENT'S BUDGET AND MONTH-TO-DATE ACTUAL, SORTED BY GL  *
017000*    ACCOUNT AND DEPARTMENT CODE BEFORE PRINTING.                *
017100******************************************************************
017200 77  ATN-DPRF-MAX                   PIC 9(04) COMP VALUE 50.
017300 77  ATN-DPRF-COUNT                 PIC 9(04) COMP VALUE ZERO.
017400 77  ATN-DPRF-SUB                   PIC 9(04) COMP VALUE ZERO.
017500 77  ATN-DPRF-NEXT                  PIC 9(04) COMP VALUE ZERO.
017600 77  ATN-DPRF-CUR                   PIC 9(04) COMP VALUE ZERO.
017700 01  ATN-DPRF-TABLE.
017800     05  ATN-DPRF-ENTRY OCCURS 50 TIMES.
017900         10  ATN-DPRT-SORT-KEY.
018000             15  ATN-DPRT-GL-ACCOUNT
018100                                    PIC X(08).
018200             15  ATN-DPRT-CODE      PIC X(02).
018300         10  ATN-DPRT-NAME          PIC X(20).
018400         10  ATN-DPRT-STATUS        PIC X(01).
018500         10  ATN-DPRT-BUDGET-SW     PIC X(01).
018600         10  ATN-DPRT-BUDGET        PIC S9(09)V99.
018700         10  ATN-DPRT-TOLERANCE     PIC 9(03).
018800         10  ATN-DPRT-ACTUAL        PIC S9(11)V99.
018900 01  ATN-DPRF-HOLD                  PIC X(59) VALUE SPACES.
019000
019100 01  ATN-FMT-DATE                   PIC X(10) VALUE SPACES.
019200 01  ATN-FMT-DATE-NUM               PIC 9(08) VALUE ZERO.
019300 01  ATN-FMT-DATE-GROUP REDEFINES ATN-FMT-DATE-NUM.
019400     05  ATN-FMT-CCYY               PIC 9(04).
019500     05  ATN-FMT-MM                 PIC 9(02).
019600     05  ATN-FMT-DD                 PIC 9(02).
019700
019800 01  ATN-RUN-DATE-NUM               PIC 9(08).
019900 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
020000     05  ATN-RUN-CCYY               PIC 9(04).
020100     05  ATN-RUN-MM                 PIC 9(02).
020200     05  ATN-RUN-DD                 PIC 9(02).
020300
020400 01  ATN-RUN-TIME-NUM               PIC 9(08).
020500 01  ATN-RUN-TIME-GROUP REDEFINES ATN-RUN-TIME-NUM.
020600     05  ATN-RUN-HH                 PIC 9(02).
020700     05  ATN-RUN-MIN                PIC 9(02).
020800     05  ATN-RUN-SS                 PIC 9(02).
020900     05  ATN-RUN-HS                 PIC 9(02).
021000
021100 PROCEDURE DIVISION.
021200******************************************************************
021300*    0000-MAINLINE                                               *
021400*    CONTROLS THE OVERALL FLOW OF THE VARIANCE REPORT RUN.       *
021500******************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800
021900     MOVE ZERO TO ATN-DPRF-SUB.
022000     PERFORM 2000-PRINT-ONE-DEPT THRU 2000-EXIT
022100         UNTIL ATN-DPRF-SUB >= ATN-DPRF-COUNT.
022200
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022400
022500     STOP RUN.
022600
022700******************************************************************
022800*    1000-INITIALIZE                                             *
022900*    ESTABLISHES THE MONTH, LOADS THE DEPARTMENT TABLE WITH ITS  *
023000*    BUDGETS, ACCUMULATES THE MONTH-TO-DATE ACTUALS FROM THE     *
023100*    AUDIT MASTER, SORTS THE TABLE FOR PRINTING, OPENS THE       *
023200*    REPORT, AND PRINTS THE HEADING.  THE REFERENCE, BUDGET AND  *
023300*    AUDIT MASTERS MUST ALL EXIST.                               *
023400******************************************************************
023500 1000-INITIALIZE.
023600     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
023700     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
023800
023900     MOVE ATN-RUN-DATE-NUM TO ATN-MONTH-THRU.
024000     ACCEPT ATN-PROCESS-DATE-PARM
024100         FROM ENVIRONMENT 'ATN_PROCESS_DATE'.
024200     IF ATN-PROCESS-DATE-PARM NOT = SPACES
024300         IF ATN-PROCESS-DATE-NUM NOT NUMERIC
024400                 OR ATN-PROCESS-DATE-NUM = ZERO
024500             MOVE
024600             'ATN_PROCESS_DATE MUST BE A CCYYMMDD BUSINESS DATE'
024700                 TO ATN-ABEND-MESSAGE
024800             GO TO 9900-ABEND
024900         ELSE
025000             MOVE ATN-PROCESS-DATE-NUM TO ATN-MONTH-THRU
025100         END-IF
025200     END-IF.
025300     MOVE ATN-MONTH-THRU TO ATN-MONTH-FROM.
025400     MOVE 1              TO ATN-MONTH-FROM-DD.
025500
025600     OPEN INPUT ATN-DEPT-REF-FILE.
025700     IF ATN-DEPTR-STATUS NOT = '00'
025800         STRING 'UNABLE TO OPEN DEPT REFERENCE - FILE STATUS '
025900             ATN-DEPTR-STATUS DELIMITED BY SIZE
026000             INTO ATN-ABEND-MESSAGE
026100         GO TO 9900-ABEND
026200     END-IF.
026300     PERFORM 1100-LOAD-ONE-REF THRU 1100-EXIT
026400         UNTIL ATN-EOF-DEPT-REFS.
026500     CLOSE ATN-DEPT-REF-FILE.
026600
026700     OPEN INPUT ATN-BUDGET-FILE.
026800     IF ATN-BUDG-STATUS NOT = '00'
026900         STRING 'UNABLE TO OPEN BUDGET MASTER - FILE STATUS '
027000             ATN-BUDG-STATUS DELIMITED BY SIZE
027100             INTO ATN-ABEND-MESSAGE
027200         GO TO 9900-ABEND
027300     END-IF.
027400     MOVE ZERO TO ATN-DPRF-SUB.
027500     PERFORM 1200-READ-BUDGET THRU 1200-EXIT
027600         UNTIL ATN-DPRF-SUB >= ATN-DPRF-COUNT.
027700     CLOSE ATN-BUDGET-FILE.
027800
027900     OPEN INPUT ATN-AUDIT-MASTER.
028000     IF ATN-AUDIT-STATUS NOT = '00'
028100         STRING 'UNABLE TO OPEN AUDIT MASTER - FILE STATUS '
028200             ATN-AUDIT-STATUS DELIMITED BY SIZE
028300             INTO ATN-ABEND-MESSAGE
028400         GO TO 9900-ABEND
028500     END-IF.
028600     MOVE ATN-MONTH-FROM TO ATN-AUDM-RUN-DATE.
028700     MOVE LOW-VALUES     TO ATN-AUDM-JOB-ID.
028800     MOVE ZERO           TO ATN-AUDM-SEQ-NO.
028900     START ATN-AUDIT-MASTER
029000         KEY NOT LESS THAN ATN-AUDM-KEY
029100         INVALID KEY
029200             SET ATN-EOF-AUDIT TO TRUE
029300     END-START.
029400     PERFORM 1300-ACCUMULATE-ACTUAL THRU 1300-EXIT
029500         UNTIL ATN-EOF-AUDIT.
029600     CLOSE ATN-AUDIT-MASTER.
029700
029800     SET ATN-SWAP-MADE TO TRUE.
029900     PERFORM 1400-SORT-PASS THRU 1400-EXIT
030000         UNTIL NOT ATN-SWAP-MADE.
030100
030200     OPEN OUTPUT ATN-BUDGET-REPORT.
030300
030400     STRING ATN-RUN-MM "/" ATN-RUN-DD "/" ATN-RUN-CCYY
030500         DELIMITED BY SIZE INTO ATN-BDR-HDG-RUN-DATE.
030600     STRING ATN-RUN-HH ":" ATN-RUN-MIN ":" ATN-RUN-SS
030700         DELIMITED BY SIZE INTO ATN-BDR-HDG-RUN-TIME.
030800     STRING ATN-MONTH-FROM-MM "/" ATN-MONTH-FROM-CCYY
030900         DELIMITED BY SIZE INTO ATN-BDR-HDG-MONTH.
031000     MOVE ATN-MONTH-FROM TO ATN-FMT-DATE-NUM.
031100     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
031200     MOVE ATN-FMT-DATE   TO ATN-BDR-HDG-FROM-DATE.
031300     MOVE ATN-MONTH-THRU TO ATN-FMT-DATE-NUM.
031400     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
031500     MOVE ATN-FMT-DATE   TO ATN-BDR-HDG-THRU-DATE.
031600
031700     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
031800 1000-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    1100-LOAD-ONE-REF                                           *
032300*    READS ONE DEPARTMENT REFERENCE RECORD INTO THE TABLE WITH   *
032400*    ZERO BUDGET AND ACTUAL.                                     *
032500******************************************************************
032600 1100-LOAD-ONE-REF.
032700     READ ATN-DEPT-REF-FILE
032800         AT END
032900             SET ATN-EOF-DEPT-REFS TO TRUE
033000             GO TO 1100-EXIT
033100     END-READ.
033200
033300     IF ATN-DPRF-COUNT >= ATN-DPRF-MAX
033400         MOVE 'DEPT REFERENCE TABLE FULL - INCREASE ATN-DPRF-MAX'
033500             TO ATN-ABEND-MESSAGE
033600         GO TO 9900-ABEND
033700     END-IF.
033800
033900     ADD 1 TO ATN-DPRF-COUNT.
034000     MOVE ATN-DPRF-GL-ACCOUNT
034100         TO ATN-DPRT-GL-ACCOUNT (ATN-DPRF-COUNT).
034200     MOVE ATN-DPRF-CODE
034300         TO ATN-DPRT-CODE (ATN-DPRF-COUNT).
034400     MOVE ATN-DPRF-NAME
034500         TO ATN-DPRT-NAME (ATN-DPRF-COUNT).
034600     MOVE ATN-DPRF-STATUS-CODE
034700         TO ATN-DPRT-STATUS (ATN-DPRF-COUNT).
034800     MOVE 'N'  TO ATN-DPRT-BUDGET-SW (ATN-DPRF-COUNT).
034900     MOVE ZERO TO ATN-DPRT-BUDGET (ATN-DPRF-COUNT)
035000                  ATN-DPRT-TOLERANCE (ATN-DPRF-COUNT)
035100                  ATN-DPRT-ACTUAL (ATN-DPRF-COUNT).
035200 1100-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    1200-READ-BUDGET                                            *
035700*    LOOKS UP THE NEXT TABLE DEPARTMENT ON THE BUDGET MASTER.  A *
035800*    DEPARTMENT WITH NO BUDGET RECORD KEEPS ITS SWITCH AT N.     *
035900******************************************************************
036000 1200-READ-BUDGET.
036100     ADD 1 TO ATN-DPRF-SUB.
036200     MOVE ATN-DPRT-CODE (ATN-DPRF-SUB) TO ATN-BUDG-DEPT-CODE.
036300     READ ATN-BUDGET-FILE
036400         INVALID KEY
036500             GO TO 1200-EXIT
036600     END-READ.
036700
036800     MOVE 'Y' TO ATN-DPRT-BUDGET-SW (ATN-DPRF-SUB).
036900     MOVE ATN-BUDG-MONTHLY-AMOUNT
037000         TO ATN-DPRT-BUDGET (ATN-DPRF-SUB).
037100     MOVE ATN-BUDG-TOLERANCE-PCT
037200         TO ATN-DPRT-TOLERANCE (ATN-DPRF-SUB).
037300 1200-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    1300-ACCUMULATE-ACTUAL                                      *
037800*    READS THE NEXT AUDIT MASTER ROW IN THE MONTH AND ADDS ITS   *
037900*    SUM TO ITS DEPARTMENT.  A ROW WITH NO DEPARTMENT - LOADED   *
038000*    BEFORE THE AUDIT LOG CARRIED ONE - OR A CODE NOT ON THE     *
038100*    REFERENCE MASTER IS TOTALED SEPARATELY SO THE REPORT STILL  *
038200*    ACCOUNTS FOR EVERY DOLLAR.                                  *
038300******************************************************************
038400 1300-ACCUMULATE-ACTUAL.
038500     READ ATN-AUDIT-MASTER NEXT RECORD
038600         AT END
038700             SET ATN-EOF-AUDIT TO TRUE
038800             GO TO 1300-EXIT
038900     END-READ.
039000
039100     IF ATN-AUDM-RUN-DATE > ATN-MONTH-THRU
039200         SET ATN-EOF-AUDIT TO TRUE
039300         GO TO 1300-EXIT
039400     END-IF.
039500
039600     ADD 1 TO ATN-BUD-ROWS-READ.
039700
039800     MOVE ZERO TO ATN-DPRF-CUR.
039900     MOVE ZERO TO ATN-DPRF-SUB.
040000     IF ATN-AUDM-DEPT NOT = SPACES
040100         PERFORM 1310-FIND-DEPT THRU 1310-EXIT
040200             UNTIL ATN-DPRF-CUR > ZERO
040300                OR ATN-DPRF-SUB >= ATN-DPRF-COUNT
040400     END-IF.
040500
040600     IF ATN-DPRF-CUR = ZERO
040700         ADD 1 TO ATN-BUD-ROWS-NO-DEPT
040800         ADD ATN-AUDM-SUM TO ATN-BUD-NO-DEPT-TOTAL
040900     ELSE
041000         ADD ATN-AUDM-SUM TO ATN-DPRT-ACTUAL (ATN-DPRF-CUR)
041100     END-IF.
041200 1300-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600*    1310-FIND-DEPT                                              *
041700*    TESTS ONE TABLE ENTRY AGAINST THE AUDIT ROW'S DEPARTMENT,   *
041800*    LEAVING ATN-DPRF-CUR POINTING AT IT WHEN IT MATCHES.        *
041900******************************************************************
042000 1310-FIND-DEPT.
042100     ADD 1 TO ATN-DPRF-SUB.
042200     IF ATN-DPRT-CODE (ATN-DPRF-SUB) = ATN-AUDM-DEPT
042300         MOVE ATN-DPRF-SUB TO ATN-DPRF-CUR
042400     END-IF.
042500 1310-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900*    1400-SORT-PASS                                              *
043000*    ONE EXCHANGE PASS OVER THE DEPARTMENT TABLE, ORDERING IT BY *
043100*    GL ACCOUNT AND DEPARTMENT CODE.  PASSES REPEAT UNTIL ONE    *
043200*    MAKES NO SWAP - THE TABLE IS AT MOST 50 ENTRIES.            *
043300******************************************************************
043400 1400-SORT-PASS.
043500     MOVE 'N'  TO ATN-SWAP-SW.
043600     MOVE ZERO TO ATN-DPRF-SUB.
043700     PERFORM 1410-COMPARE-PAIR THRU 1410-EXIT
043800         UNTIL ATN-DPRF-SUB >= ATN-DPRF-COUNT - 1.
043900 1400-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300*    1410-COMPARE-PAIR                                           *
044400*    SWAPS TWO NEIGHBORING TABLE ENTRIES THAT ARE OUT OF ORDER.  *
044500******************************************************************
044600 1410-COMPARE-PAIR.
044700     ADD 1 TO ATN-DPRF-SUB.
044800     ADD 1 TO ATN-DPRF-SUB GIVING ATN-DPRF-NEXT.
044900
045000     IF ATN-DPRT-SORT-KEY (ATN-DPRF-SUB)
045100             > ATN-DPRT-SORT-KEY (ATN-DPRF-NEXT)
045200         MOVE ATN-DPRF-ENTRY (ATN-DPRF-SUB)  TO ATN-DPRF-HOLD
045300         MOVE ATN-DPRF-ENTRY (ATN-DPRF-NEXT)
045400             TO ATN-DPRF-ENTRY (ATN-DPRF-SUB)
045500         MOVE ATN-DPRF-HOLD TO ATN-DPRF-ENTRY (ATN-DPRF-NEXT)
045600         SET ATN-SWAP-MADE TO TRUE
045700     END-IF.
045800 1410-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200*    2000-PRINT-ONE-DEPT                                         *
046300*    PRINTS ONE DEPARTMENT'S VARIANCE LINE, FIRST CLOSING OFF    *
046400*    THE PREVIOUS GL ACCOUNT'S SUBTOTAL WHEN THE ACCOUNT         *
046500*    CHANGES.  AN INACTIVE DEPARTMENT WITH NO BUDGET AND NO      *
046600*    ACTIVITY IS LEFT OFF THE REPORT.                            *
046700******************************************************************
046800 2000-PRINT-ONE-DEPT.
046900     ADD 1 TO ATN-DPRF-SUB.
047000
047100     IF ATN-DPRT-STATUS (ATN-DPRF-SUB) NOT = 'A'
047200             AND ATN-DPRT-BUDGET-SW (ATN-DPRF-SUB) NOT = 'Y'
047300             AND ATN-DPRT-ACTUAL (ATN-DPRF-SUB) = ZERO
047400         GO TO 2000-EXIT
047500     END-IF.
047600
047700     IF ATN-BUD-DEPTS-PRINTED > ZERO
047800             AND ATN-DPRT-GL-ACCOUNT (ATN-DPRF-SUB)
047900                 NOT = ATN-PREV-GL-ACCOUNT
048000         PERFORM 3000-PRINT-GL-SUBTOTAL THRU 3000-EXIT
048100     END-IF.
048200     MOVE ATN-DPRT-GL-ACCOUNT (ATN-DPRF-SUB)
048300         TO ATN-PREV-GL-ACCOUNT.
048400
048500     MOVE ATN-DPRT-BUDGET (ATN-DPRF-SUB) TO ATN-VAR-BUDGET.
048600     MOVE ATN-DPRT-ACTUAL (ATN-DPRF-SUB) TO ATN-VAR-ACTUAL.
048700     PERFORM 2500-COMPUTE-VARIANCE THRU 2500-EXIT.
048800
048900     MOVE ATN-DPRT-GL-ACCOUNT (ATN-DPRF-SUB)
049000         TO ATN-BDR-DTL-GL-ACCOUNT.
049100     MOVE ATN-DPRT-CODE (ATN-DPRF-SUB)  TO ATN-BDR-DTL-DEPT.
049200     MOVE ATN-DPRT-NAME (ATN-DPRF-SUB)  TO ATN-BDR-DTL-NAME.
049300     MOVE ATN-VAR-BUDGET                TO ATN-BDR-DTL-BUDGET.
049400     MOVE ATN-VAR-ACTUAL                TO ATN-BDR-DTL-ACTUAL.
049500     MOVE ATN-VAR-AMOUNT                TO ATN-BDR-DTL-VARIANCE.
049600     MOVE ATN-VAR-PCT-TEXT              TO ATN-BDR-DTL-PCT.
049700     MOVE SPACES                        TO ATN-BDR-DTL-TOLERANCE
049800                                           ATN-BDR-DTL-FLAG.
049900
050000     IF ATN-DPRT-BUDGET-SW (ATN-DPRF-SUB) NOT = 'Y'
050100         MOVE 'NO BUDGET' TO ATN-BDR-DTL-FLAG
050200         ADD 1 TO ATN-BUD-DEPTS-NO-BUDGET
050300     ELSE
050400         MOVE ATN-DPRT-TOLERANCE (ATN-DPRF-SUB) TO ATN-TOL-EDIT
050500         MOVE ATN-TOL-EDIT TO ATN-BDR-DTL-TOLERANCE
050600         PERFORM 2600-JUDGE-TOLERANCE THRU 2600-EXIT
050700     END-IF.
050800
050900     IF ATN-BDR-DTL-FLAG = SPACES
051000             AND ATN-DPRT-STATUS (ATN-DPRF-SUB) NOT = 'A'
051100         MOVE 'INACTIVE DEPARTMENT' TO ATN-BDR-DTL-FLAG
051200     END-IF.
051300
051400     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
051500
051600     ADD 1 TO ATN-BUD-DEPTS-PRINTED.
051700     ADD ATN-VAR-BUDGET TO ATN-GL-BUDGET.
051800     ADD ATN-VAR-ACTUAL TO ATN-GL-ACTUAL.
051900 2000-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*    2500-COMPUTE-VARIANCE                                       *
052400*    DOLLAR VARIANCE IS ACTUAL LESS BUDGET, SO OVERSPENDING IS   *
052500*    POSITIVE.  THE PERCENT IS OF THE BUDGET, TO ONE DECIMAL     *
052600*    PLACE; WITH NO BUDGET THERE IS NO PERCENT, AND ONE TOO BIG  *
052700*    TO EDIT PRINTS AS ASTERISKS.                                *
052800******************************************************************
052900 2500-COMPUTE-VARIANCE.
053000     SUBTRACT ATN-VAR-BUDGET FROM ATN-VAR-ACTUAL
053100         GIVING ATN-VAR-AMOUNT.
053200     MOVE ZERO   TO ATN-VAR-PCT.
053300     MOVE SPACES TO ATN-VAR-PCT-TEXT.
053400
053500     IF ATN-VAR-BUDGET = ZERO
053600         GO TO 2500-EXIT
053700     END-IF.
053800
053900     COMPUTE ATN-VAR-PCT ROUNDED
054000         = ATN-VAR-AMOUNT * 100 / ATN-VAR-BUDGET
054100         ON SIZE ERROR
054200             MOVE 99999.9   TO ATN-VAR-PCT
054300             MOVE '*******' TO ATN-VAR-PCT-TEXT
054400             GO TO 2500-EXIT
054500     END-COMPUTE.
054600
054700     IF ATN-VAR-PCT > 9999.9 OR ATN-VAR-PCT < -999.9
054800         MOVE '*******' TO ATN-VAR-PCT-TEXT
054900     ELSE
055000         MOVE ATN-VAR-PCT      TO ATN-VAR-PCT-EDIT
055100         MOVE ATN-VAR-PCT-EDIT TO ATN-VAR-PCT-TEXT
055200     END-IF.
055300 2500-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700*    2600-JUDGE-TOLERANCE                                        *
055800*    FLAGS A BUDGETED DEPARTMENT WHOSE PERCENT VARIANCE, EITHER  *
055900*    WAY, IS BEYOND ITS TOLERANCE.  A ZERO BUDGET WITH ANY       *
056000*    ACTUAL AT ALL IS OUTSIDE ANY TOLERANCE.                     *
056100******************************************************************
056200 2600-JUDGE-TOLERANCE.
056300     MOVE 'N' TO ATN-OUT-OF-TOL-SW.
056400
056500     IF ATN-VAR-BUDGET = ZERO
056600         IF ATN-VAR-ACTUAL NOT = ZERO
056700             SET ATN-OUT-OF-TOLERANCE TO TRUE
056800         END-IF
056900     ELSE
057000         IF ATN-VAR-PCT < ZERO
057100             COMPUTE ATN-VAR-PCT-ABS = ZERO - ATN-VAR-PCT
057200         ELSE
057300             MOVE ATN-VAR-PCT TO ATN-VAR-PCT-ABS
057400         END-IF
057500         IF ATN-VAR-PCT-ABS > ATN-DPRT-TOLERANCE (ATN-DPRF-SUB)
057600             SET ATN-OUT-OF-TOLERANCE TO TRUE
057700         END-IF
057800     END-IF.
057900
058000     IF ATN-OUT-OF-TOLERANCE
058100         ADD 1 TO ATN-BUD-DEPTS-OUT-OF-TOL
058200         IF ATN-VAR-AMOUNT > ZERO
058300             MOVE 'OVER - OUT OF TOL' TO ATN-BDR-DTL-FLAG
058400         ELSE
058500             MOVE 'UNDER - OUT OF TOL' TO ATN-BDR-DTL-FLAG
058600         END-IF
058700     END-IF.
058800 2600-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*    3000-PRINT-GL-SUBTOTAL                                      *
059300*    PRINTS THE BUDGET, ACTUAL AND VARIANCE FOR THE GL ACCOUNT   *
059400*    JUST FINISHED, ROLLS THEM INTO THE GRAND TOTAL, AND CLEARS  *
059500*    THEM FOR THE NEXT ACCOUNT.                                  *
059600******************************************************************
059700 3000-PRINT-GL-SUBTOTAL.
059800     MOVE ATN-GL-BUDGET TO ATN-VAR-BUDGET.
059900     MOVE ATN-GL-ACTUAL TO ATN-VAR-ACTUAL.
060000     PERFORM 2500-COMPUTE-VARIANCE THRU 2500-EXIT.
060100
060200     MOVE SPACES TO ATN-BDR-TOT-LABEL.
060300     STRING '  GL ACCOUNT ' ATN-PREV-GL-ACCOUNT ' TOTAL'
060400         DELIMITED BY SIZE INTO ATN-BDR-TOT-LABEL.
060500     PERFORM 3500-PRINT-TOTAL-LINE THRU 3500-EXIT.
060600
060700     ADD ATN-GL-BUDGET TO ATN-GRAND-BUDGET.
060800     ADD ATN-GL-ACTUAL TO ATN-GRAND-ACTUAL.
060900     MOVE ZERO TO ATN-GL-BUDGET
061000                  ATN-GL-ACTUAL.
061100 3000-EXIT.
061200     EXIT.
061300
061400******************************************************************
061500*    3500-PRINT-TOTAL-LINE                                       *
061600*    MOVES THE VARIANCE WORK FIELDS TO THE TOTAL LINE AND PRINTS *
061700*    IT AFTER A BLANK LINE, STARTING A NEW PAGE FIRST IF THE     *
061800*    CURRENT PAGE IS FULL.                                       *
061900******************************************************************
062000 3500-PRINT-TOTAL-LINE.
062100     MOVE ATN-VAR-BUDGET   TO ATN-BDR-TOT-BUDGET.
062200     MOVE ATN-VAR-ACTUAL   TO ATN-BDR-TOT-ACTUAL.
062300     MOVE ATN-VAR-AMOUNT   TO ATN-BDR-TOT-VARIANCE.
062400     MOVE ATN-VAR-PCT-TEXT TO ATN-BDR-TOT-PCT.
062500
062600     IF ATN-BDR-LINE-COUNT >= ATN-MAX-LINES
062700         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
062800     END-IF.
062900
063000     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-TOTAL-LINE
063100         AFTER ADVANCING 2 LINES.
063200     WRITE ATN-BUDRPT-RECORD FROM SPACES
063300         AFTER ADVANCING 1 LINE.
063400
063500     ADD 3 TO ATN-BDR-LINE-COUNT.
063600 3500-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000*    4000-PRINT-HEADINGS                                         *
064100*    WRITES THE REPORT HEADING, THE MONTH ECHO, AND THE COLUMN   *
064200*    HEADINGS AT THE TOP OF EACH PAGE AND RESETS THE PAGE LINE   *
064300*    COUNT.                                                      *
064400******************************************************************
064500 4000-PRINT-HEADINGS.
064600     ADD 1 TO ATN-BDR-PAGE-NO.
064700     MOVE ATN-BDR-PAGE-NO TO ATN-BDR-HDG-PAGE-NO.
064800
064900     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-HEADING-LINE-1
065000         AFTER ADVANCING PAGE.
065100     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-HEADING-LINE-2
065200         AFTER ADVANCING 1 LINE.
065300     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-PARM-LINE
065400         AFTER ADVANCING 1 LINE.
065500     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-HEADING-LINE-3
065600         AFTER ADVANCING 2 LINES.
065700
065800     MOVE ZERO TO ATN-BDR-LINE-COUNT.
065900 4000-EXIT.
066000     EXIT.
066100
066200******************************************************************
066300*    5000-PRINT-DETAIL                                           *
066400*    WRITES ONE DEPARTMENT LINE, STARTING A NEW PAGE FIRST IF    *
066500*    THE CURRENT PAGE IS FULL.                                   *
066600******************************************************************
066700 5000-PRINT-DETAIL.
066800     IF ATN-BDR-LINE-COUNT >= ATN-MAX-LINES
066900         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
067000     END-IF.
067100
067200     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-DETAIL-LINE
067300         AFTER ADVANCING 1 LINE.
067400
067500     ADD 1 TO ATN-BDR-LINE-COUNT.
067600 5000-EXIT.
067700     EXIT.
067800
067900******************************************************************
068000*    6000-PRINT-TOTALS                                           *
068100*    PRINTS THE GRAND TOTAL, THE ACTUALS NO DEPARTMENT CLAIMS,   *
068200*    AND THE RUN COUNTS.                                         *
068300******************************************************************
068400 6000-PRINT-TOTALS.
068500     MOVE ATN-GRAND-BUDGET TO ATN-VAR-BUDGET.
068600     MOVE ATN-GRAND-ACTUAL TO ATN-VAR-ACTUAL.
068700     PERFORM 2500-COMPUTE-VARIANCE THRU 2500-EXIT.
068800     MOVE 'GRAND TOTAL - ALL DEPARTMENTS' TO ATN-BDR-TOT-LABEL.
068900     PERFORM 3500-PRINT-TOTAL-LINE THRU 3500-EXIT.
069000
069100     IF ATN-BUD-ROWS-NO-DEPT > ZERO
069200         MOVE ZERO                  TO ATN-VAR-BUDGET
069300         MOVE ATN-BUD-NO-DEPT-TOTAL TO ATN-VAR-ACTUAL
069400         PERFORM 2500-COMPUTE-VARIANCE THRU 2500-EXIT
069500         MOVE 'ACTUALS WITH NO KNOWN DEPARTMENT'
069600             TO ATN-BDR-TOT-LABEL
069700         PERFORM 3500-PRINT-TOTAL-LINE THRU 3500-EXIT
069800     END-IF.
069900
070000     MOVE 'AUDIT ROWS IN MONTH' TO ATN-BDR-CNT-LABEL.
070100     MOVE ATN-BUD-ROWS-READ TO ATN-BDR-CNT-VALUE.
070200     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-COUNT-LINE
070300         AFTER ADVANCING 2 LINES.
070400
070500     MOVE 'AUDIT ROWS WITH NO KNOWN DEPT' TO ATN-BDR-CNT-LABEL.
070600     MOVE ATN-BUD-ROWS-NO-DEPT TO ATN-BDR-CNT-VALUE.
070700     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-COUNT-LINE
070800         AFTER ADVANCING 1 LINE.
070900
071000     MOVE 'DEPARTMENTS REPORTED' TO ATN-BDR-CNT-LABEL.
071100     MOVE ATN-BUD-DEPTS-PRINTED TO ATN-BDR-CNT-VALUE.
071200     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-COUNT-LINE
071300         AFTER ADVANCING 1 LINE.
071400
071500     MOVE 'DEPARTMENTS OUT OF TOLERANCE' TO ATN-BDR-CNT-LABEL.
071600     MOVE ATN-BUD-DEPTS-OUT-OF-TOL TO ATN-BDR-CNT-VALUE.
071700     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-COUNT-LINE
071800         AFTER ADVANCING 1 LINE.
071900
072000     MOVE 'DEPARTMENTS WITH NO BUDGET' TO ATN-BDR-CNT-LABEL.
072100     MOVE ATN-BUD-DEPTS-NO-BUDGET TO ATN-BDR-CNT-VALUE.
072200     WRITE ATN-BUDRPT-RECORD FROM ATN-BDR-COUNT-LINE
072300         AFTER ADVANCING 1 LINE.
072400 6000-EXIT.
072500     EXIT.
072600
072700******************************************************************
072800*    8000-FORMAT-DATE                                            *
072900*    EDITS ATN-FMT-DATE-NUM (CCYYMMDD) INTO ATN-FMT-DATE AS      *
073000*    MM/DD/CCYY.                                                 *
073100******************************************************************
073200 8000-FORMAT-DATE.
073300     MOVE SPACES TO ATN-FMT-DATE.
073400     STRING ATN-FMT-MM "/" ATN-FMT-DD "/" ATN-FMT-CCYY
073500         DELIMITED BY SIZE INTO ATN-FMT-DATE.
073600 8000-EXIT.
073700     EXIT.
073800
073900******************************************************************
074000*    9000-TERMINATE                                              *
074100*    CLOSES OFF THE LAST GL ACCOUNT, PRINTS THE TOTALS, AND      *
074200*    CLOSES THE REPORT.  ANY DEPARTMENT OUTSIDE TOLERANCE ENDS   *
074300*    THE JOB WITH RETURN CODE 4.                                 *
074400******************************************************************
074500 9000-TERMINATE.
074600     IF ATN-BUD-DEPTS-PRINTED > ZERO
074700         PERFORM 3000-PRINT-GL-SUBTOTAL THRU 3000-EXIT
074800     END-IF.
074900
075000     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
075100
075200     CLOSE ATN-BUDGET-REPORT.
075300
075400     IF ATN-BUD-DEPTS-OUT-OF-TOL > ZERO
075500         DISPLAY 'ADDTWONUMBERSBUDGET - DEPARTMENTS OUTSIDE '
075600             'BUDGET TOLERANCE - SEE VARIANCE REPORT'
075700         MOVE 4 TO RETURN-CODE
075800     END-IF.
075900 9000-EXIT.
076000     EXIT.
076100
076200******************************************************************
076300*    9900-ABEND                                                  *
076400*    FATAL ERROR HANDLER.  DISPLAYS THE CONSOLE MESSAGE THE      *
076500*    CALLER PREPARED IN ATN-ABEND-MESSAGE AND STOPS THE JOB      *
076600*    WITH A NONZERO RETURN CODE.                                 *
076700******************************************************************
076800 9900-ABEND.
076900     DISPLAY 'ADDTWONUMBERSBUDGET - ' ATN-ABEND-MESSAGE.
077000     MOVE 16 TO RETURN-CODE.
077100     STOP RUN.
