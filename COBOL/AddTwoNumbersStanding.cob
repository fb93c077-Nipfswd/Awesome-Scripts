000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSSTANDING                         *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2025-12-08                                    *
000700*                                                                *
000800*    DESCRIPTION:  STANDING INSTRUCTION GENERATOR FOR THE       *
000900*                  ADDTWONUMBERS BATCH SUBSYSTEM.  READS THE    *
001000*                  STANDING INSTRUCTION MASTER (SEE ATNSTND)    *
001100*                  AND, FOR EACH INSTRUCTION DUE ON THE         *
001200*                  BUSINESS DATE (ATN_PROCESS_DATE, DEFAULTING  *
001300*                  TO THE CLOCK DATE), WRITES ITS TRANSACTION   *
001400*                  TEMPLATE TO THE PENDING MASTER (SEE ATNPEND) *
001500*                  AS AN AWAITING-APPROVAL RECORD KEYED BY THE  *
001600*                  OPERATOR WHO SET THE INSTRUCTION UP - THE    *
001700*                  NORMAL MAKER-CHECKER STEP IN                 *
001800*                  ADDTWONUMBERSAPPROVE STILL APPLIES BEFORE    *
001900*                  THE UNLOAD WILL TAKE IT.  EACH GENERATED     *
002000*                  INSTRUCTION IS STAMPED WITH THE DATE SO A    *
002100*                  RERUN CANNOT WRITE IT TWICE.  THE REPORT     *
002200*                  LISTS WHAT WAS GENERATED AND WHAT WAS        *
002300*                  SKIPPED - EXPIRED, ALREADY GENERATED, KEY    *
002400*                  STILL PENDING FROM AN EARLIER DATE, OR AN    *
002500*                  UNUSABLE SCHEDULE.  AN UNUSABLE SCHEDULE     *
002600*                  ENDS THE JOB WITH RETURN CODE 8.             *
002700*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    ------------------------------------------------------     *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  ------------------------------------      *
003200*    2025-12-08 JH    ORIGINAL PROGRAM.                          *
003210*    2026-01-12 JH    EACH GENERATED PENDING ENTRY NOW ADDS AN  *
003220*                     EVENT, UNDER THE OPERATOR WHO SET THE     *
003230*                     INSTRUCTION UP, TO THE TRANSACTION        *
003240*                     LIFECYCLE HISTORY FILE (SEE ATNLIFE). THE *
003250*                     JOB ID IS TAKEN FROM ATN_JOB_ID.          *
003300*                                                                *
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. AddTwoNumbersStanding.
003700 AUTHOR. J. HARTLEY.
003800 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
003900 DATE-WRITTEN. 2025-12-08.
004000 DATE-COMPILED.
004100
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ATN-STANDING-FILE ASSIGN TO STNDMST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS ATN-STND-ID
005300         FILE STATUS IS ATN-STND-STATUS.
005400
005500     SELECT OPTIONAL ATN-PENDING-FILE ASSIGN TO PENDMST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS ATN-PEND-KEY
005900         FILE STATUS IS ATN-PEND-STATUS.
006000
006100     SELECT ATN-GENERATE-REPORT ASSIGN TO STGRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS ATN-STGRPT-STATUS.
006410
006420     SELECT OPTIONAL ATN-LIFE-FILE ASSIGN TO LIFEHST
006430         ORGANIZATION IS INDEXED
006440         ACCESS MODE IS RANDOM
006450         RECORD KEY IS ATN-LIFE-KEY
006460         FILE STATUS IS ATN-LIFE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ATN-STANDING-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 COPY ATNSTND.
007100
007200 FD  ATN-PENDING-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY ATNPEND.
007500
007600 FD  ATN-GENERATE-REPORT
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  ATN-STGRPT-RECORD              PIC X(132).
007910
007920 FD  ATN-LIFE-FILE
007930     LABEL RECORDS ARE STANDARD.
007940 COPY ATNLIFE.
008000
008100 WORKING-STORAGE SECTION.
008200******************************************************************
008300*    FILE STATUS AND END-OF-FILE SWITCHES                        *
008400******************************************************************
008500 01  ATN-STND-STATUS                PIC X(02) VALUE SPACES.
008600 01  ATN-PEND-STATUS                PIC X(02) VALUE SPACES.
008700 01  ATN-STGRPT-STATUS              PIC X(02) VALUE SPACES.
008750 01  ATN-LIFE-STATUS                PIC X(02) VALUE SPACES.
008800 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
008900
009000 01  ATN-SWITCHES.
009100     05  ATN-STND-EOF-SW            PIC X(01) VALUE 'N'.
009200         88  ATN-EOF-STANDING                   VALUE 'Y'.
009300     05  ATN-STG-ACTION-SW          PIC X(01) VALUE SPACE.
009400         88  ATN-STG-GENERATE                   VALUE 'G'.
009500         88  ATN-STG-EXPIRED                    VALUE 'E'.
009600         88  ATN-STG-ALREADY-DONE               VALUE 'A'.
009700         88  ATN-STG-NOT-DUE                    VALUE 'N'.
009800         88  ATN-STG-BAD-SCHEDULE               VALUE 'X'.
009900
010000******************************************************************
010100*    REPORT PRINT LINES                                          *
010200******************************************************************
010300 COPY ATNSTGR.
010400
010500******************************************************************
010600*    REPORT CONTROL FIELDS                                       *
010700******************************************************************
010800 01  ATN-STG-PAGE-NO                PIC 9(04) VALUE ZERO.
010900 01  ATN-STG-LINE-COUNT             PIC 9(03) VALUE ZERO.
011000 77  ATN-MAX-LINES                  PIC 9(03) VALUE 55.
011100
011200******************************************************************
011300*    GENERATION CONTROL FIELDS                                   *
011400******************************************************************
011500 77  ATN-STG-READ-COUNT             PIC 9(06) COMP VALUE ZERO.
011600 77  ATN-STG-GENERATED-COUNT        PIC 9(06) COMP VALUE ZERO.
011700 77  ATN-STG-EXPIRED-COUNT          PIC 9(06) COMP VALUE ZERO.
011800 77  ATN-STG-DONE-COUNT             PIC 9(06) COMP VALUE ZERO.
011900 77  ATN-STG-PENDING-COUNT          PIC 9(06) COMP VALUE ZERO.
012000 77  ATN-STG-BAD-COUNT              PIC 9(06) COMP VALUE ZERO.
012100 77  ATN-STG-NOT-DUE-COUNT          PIC 9(06) COMP VALUE ZERO.
012200 01  ATN-STG-ACTION-TEXT            PIC X(30) VALUE SPACES.
012210 01  ATN-STG-JOB-ID                 PIC X(08) VALUE SPACES.
012220 77  ATN-LIFE-SEQ                   PIC 9(06) COMP VALUE ZERO.
012300
012400 01  ATN-PROCESS-DATE-PARM          PIC X(08) VALUE SPACES.
012500 01  ATN-PROCESS-DATE-NUM REDEFINES ATN-PROCESS-DATE-PARM
012600                                    PIC 9(08).
012700
012800******************************************************************
012900*    BUSINESS DATE AND THE CALENDAR FACTS THE SCHEDULES ARE      *
013000*    TESTED AGAINST - DAY OF THE WEEK (1 = MONDAY THRU 7 =       *
013100*    SUNDAY) AND THE NUMBER OF DAYS IN ITS MONTH.                *
013200******************************************************************
013300 01  ATN-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
013400 01  ATN-BUS-DATE-GROUP REDEFINES ATN-BUSINESS-DATE.
013500     05  ATN-BUS-CCYY               PIC 9(04).
013600     05  ATN-BUS-MM                 PIC 9(02).
013700     05  ATN-BUS-DD                 PIC 9(02).
013800 01  ATN-BUS-MONTH-GROUP REDEFINES ATN-BUSINESS-DATE.
013900     05  ATN-BUS-CCYYMM             PIC 9(06).
014000     05  FILLER                     PIC 9(02).
014100 77  ATN-BUS-WEEKDAY                PIC 9(01) COMP VALUE ZERO.
014200 77  ATN-BUS-MONTH-DAYS             PIC 9(02) COMP VALUE ZERO.
014300 77  ATN-STG-DUE-DAY                PIC 9(02) COMP VALUE ZERO.
014400
014500 01  ATN-STG-CALC-FIELDS.
014600     05  ATN-STG-CALC-YEAR          PIC 9(04) COMP.
014700     05  ATN-STG-CALC-MONTH         PIC 9(02) COMP.
014800     05  ATN-STG-CALC-CENTURY       PIC 9(02) COMP.
014900     05  ATN-STG-CALC-YY            PIC 9(02) COMP.
015000     05  ATN-STG-CALC-TERM          PIC 9(04) COMP.
015100     05  ATN-STG-CALC-SUM           PIC 9(05) COMP.
015200     05  ATN-STG-CALC-QUOT          PIC 9(05) COMP.
015300     05  ATN-STG-CALC-REM           PIC 9(03) COMP.
015400
015500 01  ATN-STG-DATE-WK                PIC 9(08) VALUE ZERO.
015600 01  ATN-STG-DATE-GROUP REDEFINES ATN-STG-DATE-WK.
015700     05  ATN-STG-DATE-CCYY          PIC 9(04).
015800     05  ATN-STG-DATE-MM            PIC 9(02).
015900     05  ATN-STG-DATE-DD            PIC 9(02).
016000
016100 01  ATN-RUN-DATE-NUM               PIC 9(08).
016200 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
016300     05  ATN-RUN-CCYY               PIC 9(04).
016400     05  ATN-RUN-MM                 PIC 9(02).
016500     05  ATN-RUN-DD                 PIC 9(02).
016600
016700 01  ATN-RUN-TIME-NUM               PIC 9(08).
016800 01  ATN-RUN-TIME-GROUP REDEFINES ATN-RUN-TIME-NUM.
016900     05  ATN-RUN-HH                 PIC 9(02).
017000     05  ATN-RUN-MIN                PIC 9(02).
017100     05  ATN-RUN-SS                 PIC 9(02).
017200     05  ATN-RUN-HS                 PIC 9(02).
017300
017400 PROCEDURE DIVISION.
017500******************************************************************
017600*    0000-MAINLINE                                               *
017700*    CONTROLS THE OVERALL FLOW OF THE GENERATION RUN.            *
017800******************************************************************
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100
018200     PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
018300         UNTIL ATN-EOF-STANDING.
018400
018500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018600
018700     STOP RUN.
018800
018900******************************************************************
019000*    1000-INITIALIZE                                             *
019100*    ESTABLISHES THE BUSINESS DATE - ATN_PROCESS_DATE            *
019200*    (CCYYMMDD), DEFAULTING TO THE CLOCK DATE, THE SAME AS THE   *
019300*    MAIN DRIVER - AND ITS CALENDAR FACTS, OPENS THE FILES,      *
019400*    PRINTS THE HEADING, AND PRIMES THE READ.  THE STANDING      *
019500*    MASTER IS UPDATED IN PLACE AND MUST EXIST; THE PENDING      *
019600*    MASTER IS CREATED IF THIS IS THE FIRST WRITE TO IT.         *
019700******************************************************************
019800 1000-INITIALIZE.
019900     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
020000     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
020100
020200     MOVE ATN-RUN-DATE-NUM TO ATN-BUSINESS-DATE.
020300     ACCEPT ATN-PROCESS-DATE-PARM
020400         FROM ENVIRONMENT 'ATN_PROCESS_DATE'.
020500     IF ATN-PROCESS-DATE-PARM NOT = SPACES
020600         IF ATN-PROCESS-DATE-NUM NOT NUMERIC
020700                 OR ATN-PROCESS-DATE-NUM = ZERO
020800             MOVE
020900             'ATN_PROCESS_DATE MUST BE A CCYYMMDD BUSINESS DATE'
021000                 TO ATN-ABEND-MESSAGE
021100             GO TO 9900-ABEND
021200         ELSE
021300             MOVE ATN-PROCESS-DATE-NUM TO ATN-BUSINESS-DATE
021400         END-IF
021500     END-IF.
021600
021650     ACCEPT ATN-STG-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
021660
021700     PERFORM 1100-DATE-FACTS THRU 1100-EXIT.
021800
021900     OPEN I-O ATN-STANDING-FILE.
022000     IF ATN-STND-STATUS NOT = '00'
022100         STRING 'UNABLE TO OPEN STANDING MASTER - FILE STATUS '
022200             ATN-STND-STATUS DELIMITED BY SIZE
022300             INTO ATN-ABEND-MESSAGE
022400         GO TO 9900-ABEND
022500     END-IF.
022600
022700     OPEN I-O ATN-PENDING-FILE.
022800     IF ATN-PEND-STATUS NOT = '00'
022900             AND ATN-PEND-STATUS NOT = '05'
023000         STRING 'UNABLE TO OPEN ATN-PENDING-FILE - FILE STATUS '
023100             ATN-PEND-STATUS DELIMITED BY SIZE
023200             INTO ATN-ABEND-MESSAGE
023300         GO TO 9900-ABEND
023400     END-IF.
023500
023600     OPEN OUTPUT ATN-GENERATE-REPORT.
023610
023620     OPEN I-O ATN-LIFE-FILE.
023630     IF ATN-LIFE-STATUS NOT = '00'
023640             AND ATN-LIFE-STATUS NOT = '05'
023650         STRING 'UNABLE TO OPEN ATN-LIFE-FILE - FILE STATUS '
023660             ATN-LIFE-STATUS DELIMITED BY SIZE
023670             INTO ATN-ABEND-MESSAGE
023680         GO TO 9900-ABEND
023690     END-IF.
023700
023800     STRING ATN-RUN-MM "/" ATN-RUN-DD "/" ATN-RUN-CCYY
023900         DELIMITED BY SIZE INTO ATN-STG-HDG-RUN-DATE.
024000     STRING ATN-RUN-HH ":" ATN-RUN-MIN ":" ATN-RUN-SS
024100         DELIMITED BY SIZE INTO ATN-STG-HDG-RUN-TIME.
024200     MOVE ATN-BUSINESS-DATE TO ATN-STG-DATE-WK.
024300     STRING ATN-STG-DATE-MM "/" ATN-STG-DATE-DD "/"
024400         ATN-STG-DATE-CCYY
024500         DELIMITED BY SIZE INTO ATN-STG-HDG-BUS-DATE.
024600
024700     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
024800
024900     PERFORM 3000-READ-STANDING THRU 3000-EXIT.
025000 1000-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400*    1100-DATE-FACTS                                             *
025500*    WORKS OUT THE DAY OF THE WEEK OF THE BUSINESS DATE BY       *
025600*    ZELLER'S CONGRUENCE (JANUARY AND FEBRUARY COUNT AS MONTHS   *
025700*    13 AND 14 OF THE YEAR BEFORE) AND THE NUMBER OF DAYS IN     *
025800*    ITS MONTH, ALLOWING FOR LEAP YEARS.                         *
025900******************************************************************
026000 1100-DATE-FACTS.
026100     MOVE ATN-BUS-CCYY TO ATN-STG-CALC-YEAR.
026200     MOVE ATN-BUS-MM   TO ATN-STG-CALC-MONTH.
026300     IF ATN-STG-CALC-MONTH < 3
026400         ADD 12 TO ATN-STG-CALC-MONTH
026500         SUBTRACT 1 FROM ATN-STG-CALC-YEAR
026600     END-IF.
026700
026800     DIVIDE ATN-STG-CALC-YEAR BY 100
026900         GIVING ATN-STG-CALC-CENTURY
027000         REMAINDER ATN-STG-CALC-YY.
027100
027200     MOVE ATN-BUS-DD TO ATN-STG-CALC-SUM.
027300     COMPUTE ATN-STG-CALC-TERM =
027400         (13 * (ATN-STG-CALC-MONTH + 1)) / 5.
027500     ADD ATN-STG-CALC-TERM TO ATN-STG-CALC-SUM.
027600     ADD ATN-STG-CALC-YY   TO ATN-STG-CALC-SUM.
027700     DIVIDE ATN-STG-CALC-YY BY 4 GIVING ATN-STG-CALC-TERM.
027800     ADD ATN-STG-CALC-TERM TO ATN-STG-CALC-SUM.
027900     DIVIDE ATN-STG-CALC-CENTURY BY 4 GIVING ATN-STG-CALC-TERM.
028000     ADD ATN-STG-CALC-TERM TO ATN-STG-CALC-SUM.
028100     MULTIPLY ATN-STG-CALC-CENTURY BY 5 GIVING ATN-STG-CALC-TERM.
028200     ADD ATN-STG-CALC-TERM TO ATN-STG-CALC-SUM.
028300
028400*    ZELLER GIVES 0 = SATURDAY THRU 6 = FRIDAY; SHIFT IT SO THAT
028500*    1 = MONDAY THRU 7 = SUNDAY.
028600     ADD 5 TO ATN-STG-CALC-SUM.
028700     DIVIDE ATN-STG-CALC-SUM BY 7
028800         GIVING ATN-STG-CALC-QUOT
028900         REMAINDER ATN-STG-CALC-REM.
029000     ADD 1 TO ATN-STG-CALC-REM GIVING ATN-BUS-WEEKDAY.
029100
029200     EVALUATE ATN-BUS-MM
029300         WHEN 4
029400         WHEN 6
029500         WHEN 9
029600         WHEN 11
029700             MOVE 30 TO ATN-BUS-MONTH-DAYS
029800         WHEN 2
029900             MOVE 28 TO ATN-BUS-MONTH-DAYS
030000             DIVIDE ATN-BUS-CCYY BY 4
030100                 GIVING ATN-STG-CALC-QUOT
030200                 REMAINDER ATN-STG-CALC-REM
030300             IF ATN-STG-CALC-REM = ZERO
030400                 MOVE 29 TO ATN-BUS-MONTH-DAYS
030500                 DIVIDE ATN-BUS-CCYY BY 100
030600                     GIVING ATN-STG-CALC-QUOT
030700                     REMAINDER ATN-STG-CALC-REM
030800                 IF ATN-STG-CALC-REM = ZERO
030900                     MOVE 28 TO ATN-BUS-MONTH-DAYS
031000                     DIVIDE ATN-BUS-CCYY BY 400
031100                         GIVING ATN-STG-CALC-QUOT
031200                         REMAINDER ATN-STG-CALC-REM
031300                     IF ATN-STG-CALC-REM = ZERO
031400                         MOVE 29 TO ATN-BUS-MONTH-DAYS
031500                     END-IF
031600                 END-IF
031700             END-IF
031800         WHEN OTHER
031900             MOVE 31 TO ATN-BUS-MONTH-DAYS
032000     END-EVALUATE.
032100 1100-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500*    2000-PROCESS-INSTRUCTION                                    *
032600*    DECIDES WHAT TO DO WITH ONE INSTRUCTION, GENERATES IT OR    *
032700*    REPORTS THE SKIP, THEN READS THE NEXT ONE.  AN INSTRUCTION  *
032800*    THAT IS SIMPLY NOT DUE TODAY IS COUNTED BUT NOT LISTED.     *
032900******************************************************************
033000 2000-PROCESS-INSTRUCTION.
033100     ADD 1 TO ATN-STG-READ-COUNT.
033200
033300     PERFORM 2100-CHECK-DUE THRU 2100-EXIT.
033400
033500     EVALUATE TRUE
033600         WHEN ATN-STG-GENERATE
033700             PERFORM 2200-GENERATE-ENTRY THRU 2200-EXIT
033800         WHEN ATN-STG-EXPIRED
033900             ADD 1 TO ATN-STG-EXPIRED-COUNT
034000             MOVE 'SKIPPED - EXPIRED' TO ATN-STG-ACTION-TEXT
034100         WHEN ATN-STG-ALREADY-DONE
034200             ADD 1 TO ATN-STG-DONE-COUNT
034300             MOVE 'SKIPPED - ALREADY GENERATED'
034400                 TO ATN-STG-ACTION-TEXT
034500         WHEN ATN-STG-BAD-SCHEDULE
034600             ADD 1 TO ATN-STG-BAD-COUNT
034700             MOVE 'SKIPPED - INVALID SCHEDULE'
034800                 TO ATN-STG-ACTION-TEXT
034900         WHEN OTHER
035000             ADD 1 TO ATN-STG-NOT-DUE-COUNT
035100     END-EVALUATE.
035200
035300     IF NOT ATN-STG-NOT-DUE
035400         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
035500     END-IF.
035600
035700     PERFORM 3000-READ-STANDING THRU 3000-EXIT.
035800 2000-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*    2100-CHECK-DUE                                              *
036300*    SETS THE ACTION FOR THE CURRENT INSTRUCTION.  NOT YET       *
036400*    STARTED IS NOT DUE; PAST A NONZERO END DATE IS EXPIRED.     *
036500*    DAILY IS DUE EVERY BUSINESS DATE AND WEEKLY ON ITS DAY OF   *
036600*    THE WEEK.  MONTHLY (ON THE DAY OF ITS START DATE) AND SET   *
036700*    DAY (ON ATN-STND-DAY) ARE DUE ONCE A MONTH, ON THE FIRST    *
036800*    BUSINESS DATE ON OR AFTER THEIR DAY - A DAY PAST THE END    *
036900*    OF A SHORT MONTH FALLS DUE ON ITS LAST DAY - SO A DAY THAT  *
037000*    LANDS ON A WEEKEND OR HOLIDAY IS NOT LOST.  AN OCCURRENCE   *
037100*    ALREADY STAMPED ON THE INSTRUCTION IS ALREADY GENERATED.    *
037200******************************************************************
037300 2100-CHECK-DUE.
037400     SET ATN-STG-NOT-DUE TO TRUE.
037500
037600     IF NOT ATN-STND-DAILY
037700             AND NOT ATN-STND-WEEKLY
037800             AND NOT ATN-STND-MONTHLY
037900             AND NOT ATN-STND-SET-DAY
038000         SET ATN-STG-BAD-SCHEDULE TO TRUE
038100         GO TO 2100-EXIT
038200     END-IF.
038300
038400     IF ATN-STND-WEEKLY
038500             AND (ATN-STND-DAY < 1 OR ATN-STND-DAY > 7)
038600         SET ATN-STG-BAD-SCHEDULE TO TRUE
038700         GO TO 2100-EXIT
038800     END-IF.
038900
039000     IF ATN-STND-SET-DAY
039100             AND (ATN-STND-DAY < 1 OR ATN-STND-DAY > 31)
039200         SET ATN-STG-BAD-SCHEDULE TO TRUE
039300         GO TO 2100-EXIT
039400     END-IF.
039500
039600     IF ATN-BUSINESS-DATE < ATN-STND-START-DATE
039700         GO TO 2100-EXIT
039800     END-IF.
039900
040000     IF ATN-STND-END-DATE NOT = ZERO
040100             AND ATN-BUSINESS-DATE > ATN-STND-END-DATE
040200         SET ATN-STG-EXPIRED TO TRUE
040300         GO TO 2100-EXIT
040400     END-IF.
040500
040600     IF ATN-STND-DAILY OR ATN-STND-WEEKLY
040700         IF ATN-STND-WEEKLY
040800                 AND ATN-BUS-WEEKDAY NOT = ATN-STND-DAY
040900             GO TO 2100-EXIT
041000         END-IF
041100         IF ATN-STND-LAST-GEN-DATE = ATN-BUSINESS-DATE
041200             SET ATN-STG-ALREADY-DONE TO TRUE
041300         ELSE
041400             SET ATN-STG-GENERATE TO TRUE
041500         END-IF
041600         GO TO 2100-EXIT
041700     END-IF.
041800
041900     IF ATN-STND-MONTHLY
042000         MOVE ATN-STND-START-DD TO ATN-STG-DUE-DAY
042100     ELSE
042200         MOVE ATN-STND-DAY TO ATN-STG-DUE-DAY
042300     END-IF.
042400     IF ATN-STG-DUE-DAY > ATN-BUS-MONTH-DAYS
042500         MOVE ATN-BUS-MONTH-DAYS TO ATN-STG-DUE-DAY
042600     END-IF.
042700
042800     IF ATN-BUS-DD < ATN-STG-DUE-DAY
042900         GO TO 2100-EXIT
043000     END-IF.
043100
043200     IF ATN-STND-LAST-GEN-CCYYMM = ATN-BUS-CCYYMM
043300         SET ATN-STG-ALREADY-DONE TO TRUE
043400     ELSE
043500         SET ATN-STG-GENERATE TO TRUE
043600     END-IF.
043700 2100-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    2200-GENERATE-ENTRY                                         *
044200*    WRITES THE INSTRUCTION'S TEMPLATE TO THE PENDING MASTER AS  *
044300*    AN AWAITING-APPROVAL RECORD KEYED BY THE OPERATOR WHO SET   *
044400*    THE INSTRUCTION UP, THEN STAMPS THE INSTRUCTION WITH THE    *
044500*    BUSINESS DATE.  A KEY STILL ON THE PENDING MASTER (AN       *
044600*    EARLIER OCCURRENCE NOT YET APPROVED AND UNLOADED, OR A      *
044700*    HAND-KEYED RECORD) IS NOT OVERLAID - THE INSTRUCTION IS     *
044800*    SKIPPED AND LEFT UNSTAMPED SO THE NEXT RUN TRIES AGAIN.     *
044850*    A GENERATED ENTRY IS LOGGED TO THE LIFECYCLE HISTORY.       *
044900******************************************************************
045000 2200-GENERATE-ENTRY.
045100     MOVE SPACES              TO ATN-PEND-RECORD.
045200     MOVE ATN-STND-TRAN-KEY   TO ATN-PEND-KEY.
045300     MOVE ATN-STND-NUM2       TO ATN-PEND-NUM2.
045400     MOVE ATN-STND-OPCODE     TO ATN-PEND-OPCODE.
045500     MOVE ATN-STND-EXPSUM     TO ATN-PEND-EXPSUM.
045600     MOVE ATN-STND-DEPT       TO ATN-PEND-DEPT.
045700     SET ATN-PEND-AWAITING    TO TRUE.
045800     MOVE ATN-STND-SET-UP-BY  TO ATN-PEND-KEYED-BY.
045900     MOVE SPACES              TO ATN-PEND-APPROVED-BY.
046000
046100     WRITE ATN-PEND-RECORD
046200         INVALID KEY
046300             ADD 1 TO ATN-STG-PENDING-COUNT
046400             MOVE 'SKIPPED - KEY ALREADY PENDING'
046500                 TO ATN-STG-ACTION-TEXT
046600             GO TO 2200-EXIT
046700     END-WRITE.
046800
046900     ADD 1 TO ATN-STG-GENERATED-COUNT.
047000     MOVE 'GENERATED - AWAITING APPROVAL' TO ATN-STG-ACTION-TEXT.
047050     PERFORM 5800-WRITE-LIFE-EVENT THRU 5800-EXIT.
047100
047200     MOVE ATN-BUSINESS-DATE TO ATN-STND-LAST-GEN-DATE.
047300     ADD 1 TO ATN-STND-GEN-COUNT.
047400     REWRITE ATN-STND-RECORD
047500         INVALID KEY
047600             STRING 'UNABLE TO REWRITE STANDING MASTER - FILE '
047700                 'STATUS ' ATN-STND-STATUS DELIMITED BY SIZE
047800                 INTO ATN-ABEND-MESSAGE
047900             GO TO 9900-ABEND
048000     END-REWRITE.
048100 2200-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*    3000-READ-STANDING                                          *
048600*    READS THE NEXT INSTRUCTION IN ID ORDER.                     *
048700******************************************************************
048800 3000-READ-STANDING.
048900     READ ATN-STANDING-FILE NEXT RECORD
049000         AT END
049100             SET ATN-EOF-STANDING TO TRUE
049200     END-READ.
049300 3000-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700*    4000-PRINT-HEADINGS                                         *
049800*    WRITES THE REPORT HEADING AT THE TOP OF EACH PAGE AND       *
049900*    RESETS THE PAGE LINE COUNT.                                 *
050000******************************************************************
050100 4000-PRINT-HEADINGS.
050200     ADD 1 TO ATN-STG-PAGE-NO.
050300     MOVE ATN-STG-PAGE-NO TO ATN-STG-HDG-PAGE-NO.
050400
050500     WRITE ATN-STGRPT-RECORD FROM ATN-STG-HEADING-LINE-1
050600         AFTER ADVANCING PAGE.
050700     WRITE ATN-STGRPT-RECORD FROM ATN-STG-HEADING-LINE-2
050800         AFTER ADVANCING 1 LINE.
050900     WRITE ATN-STGRPT-RECORD FROM ATN-STG-COLUMN-LINE
051000         AFTER ADVANCING 2 LINES.
051100
051200     MOVE ZERO TO ATN-STG-LINE-COUNT.
051300 4000-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700*    5000-PRINT-DETAIL                                           *
051800*    WRITES ONE LINE FOR THE CURRENT INSTRUCTION, STARTING A     *
051900*    NEW PAGE FIRST IF THE PAGE IS FULL.                         *
052000******************************************************************
052100 5000-PRINT-DETAIL.
052200     IF ATN-STG-LINE-COUNT >= ATN-MAX-LINES
052300         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
052400     END-IF.
052500
052600     MOVE ATN-STND-ID          TO ATN-STG-DTL-ID.
052700     MOVE ATN-STND-DESCRIPTION TO ATN-STG-DTL-DESCRIPTION.
052800     MOVE ATN-STND-TRAN-KEY    TO ATN-STG-DTL-KEY.
052900     MOVE ATN-STND-FREQUENCY   TO ATN-STG-DTL-FREQUENCY.
053000     MOVE ATN-STND-DEPT        TO ATN-STG-DTL-DEPT.
053100     MOVE ATN-STND-OPCODE      TO ATN-STG-DTL-OPCODE.
053200     MOVE ATN-STND-NUM2        TO ATN-STG-DTL-NUM2.
053300     MOVE ATN-STND-EXPSUM      TO ATN-STG-DTL-EXPSUM.
053400     MOVE ATN-STG-ACTION-TEXT  TO ATN-STG-DTL-ACTION.
053500
053600     WRITE ATN-STGRPT-RECORD FROM ATN-STG-DETAIL-LINE
053700         AFTER ADVANCING 1 LINE.
053800
053900     ADD 1 TO ATN-STG-LINE-COUNT.
054000 5000-EXIT.
054100     EXIT.
054102
054104******************************************************************
054106*    5800-WRITE-LIFE-EVENT                                       *
054108*    ADDS A GENERATED EVENT FOR THE PENDING RECORD JUST WRITTEN  *
054110*    TO THE TRANSACTION LIFECYCLE HISTORY, UNDER THE OPERATOR    *
054112*    WHO SET THE INSTRUCTION UP AND NAMING THE INSTRUCTION.  A   *
054114*    RECORD THAT CANNOT BE ADDED IS REPORTED ON THE CONSOLE BUT  *
054116*    DOES NOT STOP THE RUN.                                      *
054118******************************************************************
054120 5800-WRITE-LIFE-EVENT.
054122     MOVE SPACES                  TO ATN-LIFE-RECORD.
054124     MOVE ATN-PEND-KEY            TO ATN-LIFE-TRAN-KEY.
054126     ACCEPT ATN-LIFE-EVENT-DATE FROM DATE YYYYMMDD.
054128     ACCEPT ATN-LIFE-EVENT-TIME FROM TIME.
054130     ADD 1 TO ATN-LIFE-SEQ.
054132     MOVE ATN-LIFE-SEQ            TO ATN-LIFE-EVENT-SEQ.
054134
054136     SET ATN-LIFE-GENERATED       TO TRUE.
054138     MOVE ATN-BUSINESS-DATE       TO ATN-LIFE-BUSINESS-DATE.
054140     MOVE 'ADDTWONUMBERSSTANDING' TO ATN-LIFE-PROGRAM.
054142     MOVE ATN-PEND-KEYED-BY       TO ATN-LIFE-OPERATOR-ID.
054144     MOVE ATN-STG-JOB-ID          TO ATN-LIFE-JOB-ID.
054146     MOVE ZERO                    TO ATN-LIFE-AGE-CYCLES
054148                                     ATN-LIFE-NUM1.
054150     MOVE ATN-PEND-NUM2           TO ATN-LIFE-NUM2.
054152     MOVE ATN-PEND-EXPSUM         TO ATN-LIFE-SUM.
054154     STRING 'STANDING INSTRUCTION ' ATN-STND-ID
054156         DELIMITED BY SIZE INTO ATN-LIFE-DETAIL.
054158
054160     WRITE ATN-LIFE-RECORD
054162         INVALID KEY
054164             DISPLAY 'ADDTWONUMBERSSTANDING - LIFECYCLE EVENT '
054166                 'NOT LOGGED FOR KEY ' ATN-LIFE-TRAN-KEY
054168                 ' - FILE STATUS ' ATN-LIFE-STATUS
054170     END-WRITE.
054172 5800-EXIT.
054174     EXIT.
054200
054300******************************************************************
054400*    6000-PRINT-TOTALS                                           *
054500*    WRITES THE RUN COUNTS.                                      *
054600******************************************************************
054700 6000-PRINT-TOTALS.
054800     MOVE 'INSTRUCTIONS READ' TO ATN-STG-CNT-LABEL.
054900     MOVE ATN-STG-READ-COUNT TO ATN-STG-CNT-VALUE.
055000     WRITE ATN-STGRPT-RECORD FROM ATN-STG-COUNT-LINE
055100         AFTER ADVANCING 2 LINES.
055200
055300     MOVE 'GENERATED - AWAITING APPROVAL' TO ATN-STG-CNT-LABEL.
055400     MOVE ATN-STG-GENERATED-COUNT TO ATN-STG-CNT-VALUE.
055500     WRITE ATN-STGRPT-RECORD FROM ATN-STG-COUNT-LINE
055600         AFTER ADVANCING 1 LINE.
055700
055800     MOVE 'SKIPPED - EXPIRED' TO ATN-STG-CNT-LABEL.
055900     MOVE ATN-STG-EXPIRED-COUNT TO ATN-STG-CNT-VALUE.
056000     WRITE ATN-STGRPT-RECORD FROM ATN-STG-COUNT-LINE
056100         AFTER ADVANCING 1 LINE.
056200
056300     MOVE 'SKIPPED - ALREADY GENERATED' TO ATN-STG-CNT-LABEL.
056400     MOVE ATN-STG-DONE-COUNT TO ATN-STG-CNT-VALUE.
056500     WRITE ATN-STGRPT-RECORD FROM ATN-STG-COUNT-LINE
056600         AFTER ADVANCING 1 LINE.
056700
056800     MOVE 'SKIPPED - KEY ALREADY PENDING' TO ATN-STG-CNT-LABEL.
056900     MOVE ATN-STG-PENDING-COUNT TO ATN-STG-CNT-VALUE.
057000     WRITE ATN-STGRPT-RECORD FROM ATN-STG-COUNT-LINE
057100         AFTER ADVANCING 1 LINE.
057200
057300     MOVE 'SKIPPED - INVALID SCHEDULE' TO ATN-STG-CNT-LABEL.
057400     MOVE ATN-STG-BAD-COUNT TO ATN-STG-CNT-VALUE.
057500     WRITE ATN-STGRPT-RECORD FROM ATN-STG-COUNT-LINE
057600         AFTER ADVANCING 1 LINE.
057700
057800     MOVE 'NOT DUE ON THIS DATE' TO ATN-STG-CNT-LABEL.
057900     MOVE ATN-STG-NOT-DUE-COUNT TO ATN-STG-CNT-VALUE.
058000     WRITE ATN-STGRPT-RECORD FROM ATN-STG-COUNT-LINE
058100         AFTER ADVANCING 1 LINE.
058200 6000-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600*    9000-TERMINATE                                              *
058700*    PRINTS THE COUNTS AND CLOSES THE FILES.  AN INSTRUCTION     *
058800*    WITH AN UNUSABLE SCHEDULE ENDS THE JOB WITH RETURN CODE 8   *
058900*    SO THE MASTER GETS CORRECTED BEFORE IT IS MISSED AGAIN.     *
059000******************************************************************
059100 9000-TERMINATE.
059200     IF ATN-STG-LINE-COUNT = ZERO
059300         WRITE ATN-STGRPT-RECORD FROM ATN-STG-NONE-LINE
059400             AFTER ADVANCING 1 LINE
059500     END-IF.
059600
059700     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
059800
059900     IF ATN-STG-BAD-COUNT > ZERO
060000         DISPLAY 'ADDTWONUMBERSSTANDING - INSTRUCTIONS WITH AN '
060100             'INVALID SCHEDULE - SEE GENERATION REPORT'
060200         MOVE 8 TO RETURN-CODE
060300     END-IF.
060400
060500     CLOSE ATN-STANDING-FILE.
060600     CLOSE ATN-PENDING-FILE.
060700     CLOSE ATN-GENERATE-REPORT.
060750     CLOSE ATN-LIFE-FILE.
060800 9000-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200*    9900-ABEND                                                  *
061300*    FATAL ERROR HANDLER.  DISPLAYS THE CONSOLE MESSAGE THE      *
061400*    CALLER PREPARED IN ATN-ABEND-MESSAGE AND STOPS THE JOB      *
061500*    WITH A NONZERO RETURN CODE.                                 *
061600******************************************************************
061700 9900-ABEND.
061800     DISPLAY 'ADDTWONUMBERSSTANDING - ' ATN-ABEND-MESSAGE.
061900     MOVE 16 TO RETURN-CODE.
062000     STOP RUN.
