000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSRUNCONVERT                       *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2026-04-06                                    *
000700*                                                                *
000800*    DESCRIPTION:  ONE-TIME RUN-CONTROL MASTER CONVERSION FOR   *
000900*                  THE ADDTWONUMBERS BATCH SUBSYSTEM.  THE      *
001000*                  RUN-CONTROL MASTER (SEE ATNRUN) WAS A        *
001100*                  SEQUENTIAL FILE EVERY PROGRAM LOADED WHOLE   *
001200*                  AND THE DRIVER REWROTE WHOLE; IT IS NOW AN   *
001300*                  INDEXED FILE KEYED BY RUN DATE.  THIS        *
001400*                  PROGRAM READS THE OLD SEQUENTIAL MASTER      *
001500*                  FROM RUNOLD AND WRITES EVERY DATE TO THE     *
001600*                  NEW INDEXED MASTER ON RUNCTL, THEN READS     *
001700*                  THE NEW MASTER BACK END TO END AND PRINTS A  *
001800*                  RECONCILIATION OF DATES, RECORD COUNTS AND   *
001900*                  GRAND TOTALS READ, LOADED, REJECTED AND      *
002000*                  FOUND ON THE NEW MASTER, SO OPERATIONS CAN   *
002100*                  PROVE NOTHING WAS LOST.  A DATE THAT         *
002200*                  APPEARS TWICE ON THE OLD MASTER KEEPS ITS    *
002300*                  FIRST ENTRY AND THE REPEAT IS LISTED AS      *
002400*                  REJECTED, AS IS AN ENTRY WHOSE RUN DATE IS   *
002500*                  NOT NUMERIC.  THE NEW MASTER MUST BE EMPTY   *
002600*                  - THE PROGRAM STOPS RATHER THAN LOAD OVER A  *
002700*                  MASTER ALREADY IN USE.  ANY REJECTED DATE    *
002800*                  ENDS THE JOB WITH RETURN CODE 4; TOTALS      *
002900*                  THAT DO NOT RECONCILE END IT WITH RETURN     *
003000*                  CODE 8 AND THE NEW MASTER MUST NOT BE USED.  *
003100*                                                                *
003200*    MODIFICATION HISTORY                                       *
003300*    ------------------------------------------------------     *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    ---------- ----  ------------------------------------      *
003600*    2026-04-06 JH    ORIGINAL PROGRAM.                          *
003700*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. AddTwoNumbersRunConvert.
004100 AUTHOR. J. HARTLEY.
004200 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
004300 DATE-WRITTEN. 2026-04-06.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-370.
004900 OBJECT-COMPUTER. IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT ATN-OLD-RUN-CONTROL ASSIGN TO RUNOLD
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS ATN-RUNO-STATUS.
005700
005800     SELECT ATN-RUN-CONTROL-FILE ASSIGN TO RUNCTL
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS ATN-RUNC-RUN-DATE
006200         FILE STATUS IS ATN-RUNC-STATUS.
006300
006400     SELECT ATN-CONVERT-REPORT ASSIGN TO CNVRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS ATN-CNVRPT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  ATN-OLD-RUN-CONTROL
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  ATN-OLD-RUN-CONTROL-RECORD     PIC X(32).
007500
007600 FD  ATN-RUN-CONTROL-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY ATNRUN.
007900
008000 FD  ATN-CONVERT-REPORT
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  ATN-CNVRPT-RECORD              PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600******************************************************************
008700*    FILE STATUS AND END-OF-FILE SWITCHES                        *
008800******************************************************************
008900 01  ATN-RUNO-STATUS                PIC X(02) VALUE SPACES.
009000 01  ATN-RUNC-STATUS                PIC X(02) VALUE SPACES.
009100 01  ATN-CNVRPT-STATUS              PIC X(02) VALUE SPACES.
009200 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
009300
009400 01  ATN-SWITCHES.
009500     05  ATN-RUNO-EOF-SW            PIC X(01) VALUE 'N'.
009600         88  ATN-EOF-OLD-RUNS                   VALUE 'Y'.
009700     05  ATN-RUNC-EOF-SW            PIC X(01) VALUE 'N'.
009800         88  ATN-EOF-RUN-CONTROLS               VALUE 'Y'.
009900     05  ATN-CNV-BALANCE-SW         PIC X(01) VALUE 'Y'.
010000         88  ATN-CNV-IN-BALANCE                 VALUE 'Y'.
010100
010200******************************************************************
010300*    REPORT PRINT LINES                                          *
010400******************************************************************
010500 COPY ATNCNVR.
010600
010700******************************************************************
010800*    REPORT CONTROL FIELDS                                       *
010900******************************************************************
011000 01  ATN-CNV-PAGE-NO                PIC 9(04) VALUE ZERO.
011100 01  ATN-CNV-LINE-COUNT             PIC 9(03) VALUE ZERO.
011200 77  ATN-MAX-LINES                  PIC 9(03) VALUE 55.
011300
011400******************************************************************
011500*    RECONCILIATION ACCUMULATORS - DATES, SUM OF THE DAILY       *
011600*    RECORD COUNTS, AND SUM OF THE DAILY GRAND TOTALS FOR EACH   *
011700*    SIDE OF THE CONVERSION.                                     *
011800******************************************************************
011900 01  ATN-CNV-READ-DATES             PIC 9(08) VALUE ZERO.
012000 01  ATN-CNV-READ-RECORDS           PIC 9(12) VALUE ZERO.
012100 01  ATN-CNV-READ-TOTAL             PIC S9(12)V99 VALUE ZERO.
012200 01  ATN-CNV-LOAD-DATES             PIC 9(08) VALUE ZERO.
012300 01  ATN-CNV-LOAD-RECORDS           PIC 9(12) VALUE ZERO.
012400 01  ATN-CNV-LOAD-TOTAL             PIC S9(12)V99 VALUE ZERO.
012500 01  ATN-CNV-REJ-DATES              PIC 9(08) VALUE ZERO.
012600 01  ATN-CNV-REJ-RECORDS-WK         PIC 9(12) VALUE ZERO.
012700 01  ATN-CNV-REJ-TOTAL-WK           PIC S9(12)V99 VALUE ZERO.
012800 01  ATN-CNV-MAST-DATES             PIC 9(08) VALUE ZERO.
012900 01  ATN-CNV-MAST-RECORDS           PIC 9(12) VALUE ZERO.
013000 01  ATN-CNV-MAST-TOTAL             PIC S9(12)V99 VALUE ZERO.
013100 01  ATN-CNV-SIDE-DATES             PIC 9(08) VALUE ZERO.
013200 01  ATN-CNV-SIDE-RECORDS           PIC 9(12) VALUE ZERO.
013300 01  ATN-CNV-SIDE-TOTAL             PIC S9(12)V99 VALUE ZERO.
013400
013500 01  ATN-FMT-DATE                   PIC X(10) VALUE SPACES.
013600 01  ATN-FMT-DATE-NUM               PIC 9(08) VALUE ZERO.
013700 01  ATN-FMT-DATE-GROUP REDEFINES ATN-FMT-DATE-NUM.
013800     05  ATN-FMT-CCYY               PIC 9(04).
013900     05  ATN-FMT-MM                 PIC 9(02).
014000     05  ATN-FMT-DD                 PIC 9(02).
014100
014200 01  ATN-RUN-DATE-NUM               PIC 9(08).
014300 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
014400     05  ATN-RUN-CCYY               PIC 9(04).
014500     05  ATN-RUN-MM                 PIC 9(02).
014600     05  ATN-RUN-DD                 PIC 9(02).
014700
014800 01  ATN-RUN-TIME-NUM               PIC 9(08).
014900 01  ATN-RUN-TIME-GROUP REDEFINES ATN-RUN-TIME-NUM.
015000     05  ATN-RUN-HH                 PIC 9(02).
015100     05  ATN-RUN-MIN                PIC 9(02).
015200     05  ATN-RUN-SS                 PIC 9(02).
015300     05  ATN-RUN-HS                 PIC 9(02).
015400
015500 PROCEDURE DIVISION.
015600******************************************************************
015700*    0000-MAINLINE                                               *
015800*    CONTROLS THE OVERALL FLOW OF THE CONVERSION RUN.            *
015900******************************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200
016300     PERFORM 2000-LOAD-ONE-DATE THRU 2000-EXIT
016400         UNTIL ATN-EOF-OLD-RUNS.
016500
016600     PERFORM 3000-PROVE-NEW-MASTER THRU 3000-EXIT.
016700
016800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016900
017000     STOP RUN.
017100
017200******************************************************************
017300*    1000-INITIALIZE                                             *
017400*    MAKES SURE THE NEW INDEXED MASTER HOLDS NOTHING YET, OPENS  *
017500*    THE OLD MASTER, CREATES THE NEW ONE, PRINTS THE HEADING,    *
017600*    AND PRIMES THE READ.                                        *
017700******************************************************************
017800 1000-INITIALIZE.
017900     PERFORM 1100-CHECK-NEW-MASTER THRU 1100-EXIT.
018000
018100     OPEN INPUT ATN-OLD-RUN-CONTROL.
018200     IF ATN-RUNO-STATUS NOT = '00'
018300         STRING 'UNABLE TO OPEN OLD RUN CONTROL - FILE STATUS '
018400             ATN-RUNO-STATUS DELIMITED BY SIZE
018500             INTO ATN-ABEND-MESSAGE
018600         GO TO 9900-ABEND
018700     END-IF.
018800
018900     OPEN OUTPUT ATN-RUN-CONTROL-FILE.
019000     IF ATN-RUNC-STATUS NOT = '00'
019100         STRING 'UNABLE TO CREATE RUN CONTROL - FILE STATUS '
019200             ATN-RUNC-STATUS DELIMITED BY SIZE
019300             INTO ATN-ABEND-MESSAGE
019400         GO TO 9900-ABEND
019500     END-IF.
019600
019700     OPEN OUTPUT ATN-CONVERT-REPORT.
019800
019900     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
020000     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
020100
020200     STRING ATN-RUN-MM   "/" ATN-RUN-DD  "/" ATN-RUN-CCYY
020300         DELIMITED BY SIZE INTO ATN-CNV-HDG-RUN-DATE.
020400     STRING ATN-RUN-HH   ":" ATN-RUN-MIN ":" ATN-RUN-SS
020500         DELIMITED BY SIZE INTO ATN-CNV-HDG-RUN-TIME.
020600
020700     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
020800
020900     PERFORM 2100-READ-OLD-RUN THRU 2100-EXIT.
021000 1000-EXIT.
021100     EXIT.
021200
021300******************************************************************
021400*    1100-CHECK-NEW-MASTER                                       *
021500*    REFUSES TO LOAD OVER A RUN-CONTROL MASTER THAT ALREADY      *
021600*    HOLDS A DATE.  A MASTER THAT DOES NOT EXIST YET (STATUS 35) *
021700*    OR IS DEFINED BUT EMPTY IS WHAT THE CONVERSION EXPECTS.     *
021800******************************************************************
021900 1100-CHECK-NEW-MASTER.
022000     OPEN INPUT ATN-RUN-CONTROL-FILE.
022100     IF ATN-RUNC-STATUS = '35'
022200         GO TO 1100-EXIT
022300     END-IF.
022400     IF ATN-RUNC-STATUS NOT = '00'
022500         STRING 'UNABLE TO OPEN RUN CONTROL - FILE STATUS '
022600             ATN-RUNC-STATUS DELIMITED BY SIZE
022700             INTO ATN-ABEND-MESSAGE
022800         GO TO 9900-ABEND
022900     END-IF.
023000
023100     READ ATN-RUN-CONTROL-FILE NEXT RECORD
023200         AT END
023300             SET ATN-EOF-RUN-CONTROLS TO TRUE
023400     END-READ.
023500     CLOSE ATN-RUN-CONTROL-FILE.
023600
023700     IF NOT ATN-EOF-RUN-CONTROLS
023800         MOVE 'RUN CONTROL MASTER ALREADY HOLDS DATES'
023900             TO ATN-ABEND-MESSAGE
024000         GO TO 9900-ABEND
024100     END-IF.
024200     MOVE 'N' TO ATN-RUNC-EOF-SW.
024300 1100-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700*    2000-LOAD-ONE-DATE                                          *
024800*    ADDS ONE OLD RUN-CONTROL ENTRY TO THE READ TOTALS AND       *
024900*    WRITES IT TO THE NEW MASTER UNDER ITS RUN DATE.  AN ENTRY   *
025000*    WITH A RUN DATE THAT IS NOT NUMERIC, OR A DATE ALREADY      *
025100*    LOADED (STATUS 22), IS REJECTED AND LISTED - EVERY ENTRY    *
025200*    IS EITHER LOADED OR REJECTED, SO THE TWO ALWAYS ADD BACK    *
025300*    TO WHAT WAS READ.                                           *
025400******************************************************************
025500 2000-LOAD-ONE-DATE.
025600     ADD 1                     TO ATN-CNV-READ-DATES.
025700     ADD ATN-RUNC-RECORD-COUNT TO ATN-CNV-READ-RECORDS.
025800     ADD ATN-RUNC-GRAND-TOTAL  TO ATN-CNV-READ-TOTAL.
025900
026000     IF ATN-RUNC-RUN-DATE NOT NUMERIC
026100             OR ATN-RUNC-RUN-DATE = ZERO
026200         MOVE 'RUN DATE IS NOT A VALID DATE' TO ATN-CNV-REJ-REASON
026300         PERFORM 5000-PRINT-REJECT THRU 5000-EXIT
026400         GO TO 2000-NEXT
026500     END-IF.
026600
026700     WRITE ATN-RUN-CONTROL-RECORD
026800         INVALID KEY
026900             MOVE 'RUN DATE REPEATED - FIRST KEPT'
027000                 TO ATN-CNV-REJ-REASON
027100             PERFORM 5000-PRINT-REJECT THRU 5000-EXIT
027200         NOT INVALID KEY
027300             ADD 1                     TO ATN-CNV-LOAD-DATES
027400             ADD ATN-RUNC-RECORD-COUNT TO ATN-CNV-LOAD-RECORDS
027500             ADD ATN-RUNC-GRAND-TOTAL  TO ATN-CNV-LOAD-TOTAL
027600     END-WRITE.
027700 2000-NEXT.
027800     PERFORM 2100-READ-OLD-RUN THRU 2100-EXIT.
027900 2000-EXIT.
028000     EXIT.
028100
028200******************************************************************
028300*    2100-READ-OLD-RUN                                           *
028400*    READS THE NEXT OLD RUN-CONTROL ENTRY INTO THE NEW MASTER'S  *
028500*    RECORD AREA - THE LAYOUT (SEE ATNRUN) IS UNCHANGED - AND    *
028600*    SETS THE EOF SWITCH WHEN THE OLD MASTER IS EXHAUSTED.       *
028700******************************************************************
028800 2100-READ-OLD-RUN.
028900     READ ATN-OLD-RUN-CONTROL INTO ATN-RUN-CONTROL-RECORD
029000         AT END
029100             SET ATN-EOF-OLD-RUNS TO TRUE
029200     END-READ.
029300 2100-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    3000-PROVE-NEW-MASTER                                       *
029800*    CLOSES THE NEW MASTER AND READS IT BACK FROM THE FIRST DATE *
029900*    TO THE LAST, TOTALING WHAT IS ACTUALLY ON FILE RATHER THAN  *
030000*    TRUSTING THE LOAD COUNTS.                                   *
030100******************************************************************
030200 3000-PROVE-NEW-MASTER.
030300     CLOSE ATN-RUN-CONTROL-FILE.
030400
030500     OPEN INPUT ATN-RUN-CONTROL-FILE.
030600     IF ATN-RUNC-STATUS NOT = '00'
030700         STRING 'UNABLE TO REOPEN RUN CONTROL - FILE STATUS '
030800             ATN-RUNC-STATUS DELIMITED BY SIZE
030900             INTO ATN-ABEND-MESSAGE
031000         GO TO 9900-ABEND
031100     END-IF.
031200
031300     PERFORM 3100-TOTAL-ONE-DATE THRU 3100-EXIT
031400         UNTIL ATN-EOF-RUN-CONTROLS.
031500
031600     CLOSE ATN-RUN-CONTROL-FILE.
031700 3000-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100*    3100-TOTAL-ONE-DATE                                         *
032200*    READS THE NEXT ENTRY ON THE NEW MASTER AND ADDS IT TO THE   *
032300*    NEW-MASTER TOTALS.                                          *
032400******************************************************************
032500 3100-TOTAL-ONE-DATE.
032600     READ ATN-RUN-CONTROL-FILE NEXT RECORD
032700         AT END
032800             SET ATN-EOF-RUN-CONTROLS TO TRUE
032900             GO TO 3100-EXIT
033000     END-READ.
033100
033200     ADD 1                     TO ATN-CNV-MAST-DATES.
033300     ADD ATN-RUNC-RECORD-COUNT TO ATN-CNV-MAST-RECORDS.
033400     ADD ATN-RUNC-GRAND-TOTAL  TO ATN-CNV-MAST-TOTAL.
033500 3100-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    4000-PRINT-HEADINGS                                         *
034000*    WRITES THE TWO-LINE REPORT HEADING AT THE TOP OF EACH       *
034100*    PAGE AND RESETS THE PAGE LINE COUNT.                        *
034200******************************************************************
034300 4000-PRINT-HEADINGS.
034400     ADD 1 TO ATN-CNV-PAGE-NO.
034500     MOVE ATN-CNV-PAGE-NO TO ATN-CNV-HDG-PAGE-NO.
034600
034700     WRITE ATN-CNVRPT-RECORD FROM ATN-CNV-HEADING-LINE-1
034800         AFTER ADVANCING PAGE.
034900     WRITE ATN-CNVRPT-RECORD FROM ATN-CNV-HEADING-LINE-2
035000         AFTER ADVANCING 1 LINE.
035100
035200     MOVE ZERO TO ATN-CNV-LINE-COUNT.
035300 4000-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700*    5000-PRINT-REJECT                                           *
035800*    COUNTS ONE REJECTED ENTRY AND LISTS IT WITH THE REASON THE  *
035900*    CALLER SET UP, ITS RECORD COUNT AND ITS GRAND TOTAL.        *
036000******************************************************************
036100 5000-PRINT-REJECT.
036200     ADD 1                     TO ATN-CNV-REJ-DATES.
036300     ADD ATN-RUNC-RECORD-COUNT TO ATN-CNV-REJ-RECORDS-WK.
036400     ADD ATN-RUNC-GRAND-TOTAL  TO ATN-CNV-REJ-TOTAL-WK.
036500
036600     IF ATN-CNV-LINE-COUNT >= ATN-MAX-LINES
036700         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
036800     END-IF.
036900
037000     IF ATN-RUNC-RUN-DATE NUMERIC
037100         MOVE ATN-RUNC-RUN-DATE TO ATN-FMT-DATE-NUM
037200         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
037300         MOVE ATN-FMT-DATE TO ATN-CNV-REJ-DATE
037400     ELSE
037500         MOVE ATN-RUNC-RUN-DATE TO ATN-CNV-REJ-DATE
037600     END-IF.
037700     MOVE ATN-RUNC-RECORD-COUNT TO ATN-CNV-REJ-RECORDS.
037800     MOVE ATN-RUNC-GRAND-TOTAL  TO ATN-CNV-REJ-TOTAL.
037900
038000     WRITE ATN-CNVRPT-RECORD FROM ATN-CNV-REJECT-LINE
038100         AFTER ADVANCING 1 LINE.
038200     ADD 1 TO ATN-CNV-LINE-COUNT.
038300 5000-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700*    6000-PRINT-TOTAL                                            *
038800*    WRITES ONE RECONCILIATION TOTAL LINE FROM THE LABEL AND THE *
038900*    SIDE DATES, RECORDS AND GRAND TOTAL THE CALLER SET UP.      *
039000******************************************************************
039100 6000-PRINT-TOTAL.
039200     MOVE ATN-CNV-SIDE-DATES   TO ATN-CNV-TOT-DATES.
039300     MOVE ATN-CNV-SIDE-RECORDS TO ATN-CNV-TOT-RECORDS.
039400     MOVE ATN-CNV-SIDE-TOTAL   TO ATN-CNV-TOT-TOTAL.
039500     WRITE ATN-CNVRPT-RECORD FROM ATN-CNV-TOTAL-LINE
039600         AFTER ADVANCING 1 LINE.
039700     ADD 1 TO ATN-CNV-LINE-COUNT.
039800 6000-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    8000-FORMAT-DATE                                            *
040300*    FORMATS ATN-FMT-DATE-NUM (CCYYMMDD) AS MM/DD/CCYY IN        *
040400*    ATN-FMT-DATE.                                               *
040500******************************************************************
040600 8000-FORMAT-DATE.
040700     MOVE SPACES TO ATN-FMT-DATE.
040800     STRING ATN-FMT-MM "/" ATN-FMT-DD "/" ATN-FMT-CCYY
040900         DELIMITED BY SIZE INTO ATN-FMT-DATE.
041000 8000-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400*    9000-TERMINATE                                              *
041500*    PRINTS THE RECONCILIATION - READ FROM THE OLD MASTER,       *
041600*    LOADED, REJECTED, AND FOUND ON THE NEW MASTER - AND THE     *
041700*    VERDICT.  LOADED PLUS REJECTED MUST EQUAL READ, AND THE NEW *
041800*    MASTER MUST HOLD EXACTLY WHAT WAS LOADED, ON ALL THREE      *
041900*    FIGURES.  OUT OF BALANCE SETS RETURN CODE 8; IN BALANCE     *
042000*    WITH REJECTED DATES SETS RETURN CODE 4.                     *
042100******************************************************************
042200 9000-TERMINATE.
042300     WRITE ATN-CNVRPT-RECORD FROM ATN-CNV-COLUMN-LINE
042400         AFTER ADVANCING 2 LINES.
042500     ADD 1 TO ATN-CNV-LINE-COUNT.
042600
042700     MOVE 'READ FROM OLD MASTER:'  TO ATN-CNV-TOT-LABEL.
042800     MOVE ATN-CNV-READ-DATES       TO ATN-CNV-SIDE-DATES.
042900     MOVE ATN-CNV-READ-RECORDS     TO ATN-CNV-SIDE-RECORDS.
043000     MOVE ATN-CNV-READ-TOTAL       TO ATN-CNV-SIDE-TOTAL.
043100     PERFORM 6000-PRINT-TOTAL THRU 6000-EXIT.
043200
043300     MOVE 'LOADED:'                TO ATN-CNV-TOT-LABEL.
043400     MOVE ATN-CNV-LOAD-DATES       TO ATN-CNV-SIDE-DATES.
043500     MOVE ATN-CNV-LOAD-RECORDS     TO ATN-CNV-SIDE-RECORDS.
043600     MOVE ATN-CNV-LOAD-TOTAL       TO ATN-CNV-SIDE-TOTAL.
043700     PERFORM 6000-PRINT-TOTAL THRU 6000-EXIT.
043800
043900     MOVE 'REJECTED:'              TO ATN-CNV-TOT-LABEL.
044000     MOVE ATN-CNV-REJ-DATES        TO ATN-CNV-SIDE-DATES.
044100     MOVE ATN-CNV-REJ-RECORDS-WK   TO ATN-CNV-SIDE-RECORDS.
044200     MOVE ATN-CNV-REJ-TOTAL-WK     TO ATN-CNV-SIDE-TOTAL.
044300     PERFORM 6000-PRINT-TOTAL THRU 6000-EXIT.
044400
044500     MOVE 'ON NEW INDEXED MASTER:' TO ATN-CNV-TOT-LABEL.
044600     MOVE ATN-CNV-MAST-DATES       TO ATN-CNV-SIDE-DATES.
044700     MOVE ATN-CNV-MAST-RECORDS     TO ATN-CNV-SIDE-RECORDS.
044800     MOVE ATN-CNV-MAST-TOTAL       TO ATN-CNV-SIDE-TOTAL.
044900     PERFORM 6000-PRINT-TOTAL THRU 6000-EXIT.
045000
045100     COMPUTE ATN-CNV-SIDE-DATES =
045200         ATN-CNV-LOAD-DATES + ATN-CNV-REJ-DATES.
045300     COMPUTE ATN-CNV-SIDE-RECORDS =
045400         ATN-CNV-LOAD-RECORDS + ATN-CNV-REJ-RECORDS-WK.
045500     COMPUTE ATN-CNV-SIDE-TOTAL =
045600         ATN-CNV-LOAD-TOTAL + ATN-CNV-REJ-TOTAL-WK.
045700     IF ATN-CNV-SIDE-DATES   NOT = ATN-CNV-READ-DATES
045800             OR ATN-CNV-SIDE-RECORDS NOT = ATN-CNV-READ-RECORDS
045900             OR ATN-CNV-SIDE-TOTAL   NOT = ATN-CNV-READ-TOTAL
046000         MOVE 'N' TO ATN-CNV-BALANCE-SW
046100     END-IF.
046200     IF ATN-CNV-MAST-DATES   NOT = ATN-CNV-LOAD-DATES
046300             OR ATN-CNV-MAST-RECORDS NOT = ATN-CNV-LOAD-RECORDS
046400             OR ATN-CNV-MAST-TOTAL   NOT = ATN-CNV-LOAD-TOTAL
046500         MOVE 'N' TO ATN-CNV-BALANCE-SW
046600     END-IF.
046700
046800     IF NOT ATN-CNV-IN-BALANCE
046900         MOVE 'OUT OF BALANCE - DO NOT USE THE NEW MASTER'
047000             TO ATN-CNV-RESULT-TEXT
047100         MOVE 8 TO RETURN-CODE
047200     ELSE
047300         IF ATN-CNV-REJ-DATES > ZERO
047400             MOVE 'IN BALANCE - REVIEW THE REJECTED DATES'
047500                 TO ATN-CNV-RESULT-TEXT
047600             MOVE 4 TO RETURN-CODE
047700         ELSE
047800             MOVE 'IN BALANCE - NOTHING LOST'
047900                 TO ATN-CNV-RESULT-TEXT
048000         END-IF
048100     END-IF.
048200     WRITE ATN-CNVRPT-RECORD FROM ATN-CNV-RESULT-LINE
048300         AFTER ADVANCING 2 LINES.
048400
048500     DISPLAY 'ADDTWONUMBERSRUNCONVERT - DATES READ     '
048600         ATN-CNV-READ-DATES.
048700     DISPLAY 'ADDTWONUMBERSRUNCONVERT - DATES LOADED   '
048800         ATN-CNV-LOAD-DATES.
048900     DISPLAY 'ADDTWONUMBERSRUNCONVERT - DATES REJECTED '
049000         ATN-CNV-REJ-DATES.
049100     DISPLAY 'ADDTWONUMBERSRUNCONVERT - ' ATN-CNV-RESULT-TEXT.
049200
049300     CLOSE ATN-OLD-RUN-CONTROL.
049400     CLOSE ATN-CONVERT-REPORT.
049500 9000-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900*    9900-ABEND                                                  *
050000*    FATAL ERROR HANDLER.  DISPLAYS THE CONSOLE MESSAGE THE      *
050100*    CALLER PREPARED IN ATN-ABEND-MESSAGE AND STOPS THE JOB      *
050200*    WITH A NONZERO RETURN CODE.                                 *
050300******************************************************************
050400 9900-ABEND.
050500     DISPLAY 'ADDTWONUMBERSRUNCONVERT - ' ATN-ABEND-MESSAGE.
050600     MOVE 16 TO RETURN-CODE.
050700     STOP RUN.
