000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSCYCLE                            *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2025-10-06                                    *
000700*                                                                *
000800*    DESCRIPTION:  DAILY CYCLE CONTROLLER FOR THE              *
000900*                  ADDTWONUMBERS BATCH SUBSYSTEM.  RUNS THE     *
001000*                  NIGHTLY STREAM (CONSOLIDATE, PENDUNLOAD,     *
001100*                  EDIT, THE MAIN DRIVER, CONFIRM, BALANCE)     *
001200*                  IN THE ORDER GIVEN BY THE STEP DEFINITION    *
001300*                  FILE (SEE ATNSTEP), CHECKS EACH STEP'S       *
001400*                  RETURN CODE AGAINST THE MAXIMUM ALLOWED FOR  *
001500*                  THAT STEP, AND HALTS THE STREAM ON THE       *
001600*                  FIRST STEP OVER ITS MAXIMUM - THE MAIN       *
001700*                  DRIVER HAS RUN AFTER AN EDIT THAT ENDED RC   *
001800*                  8 WHEN THE CODES WERE READ BY EYE.  EVERY    *
001900*                  STEP RUN IS APPENDED TO THE CYCLE LOG (SEE   *
002000*                  ATNCYCL) WITH ITS START AND END STAMPS AND   *
002100*                  RETURN CODE FOR THE BUSINESS DATE.  WITH     *
002200*                  ATN_CYCLE_RESTART=Y THE CYCLE RESUMES FROM   *
002300*                  THE STEP THE LOG SHOWS FAILED FOR THE        *
002400*                  BUSINESS DATE INSTEAD OF STEP ONE; WITHOUT   *
002500*                  IT, A DATE ALREADY ON THE LOG IS REFUSED SO  *
002600*                  A STEP SUCH AS THE PENDING UNLOAD IS NEVER   *
002700*                  RUN TWICE FOR ONE DAY.                       *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    ------------------------------------------------------     *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------- ----  ------------------------------------      *
003300*    2025-10-06 JH    ORIGINAL PROGRAM.                          *
003310*    2026-06-15 JH    THE BUSINESS DATE IS NOW SET IN THE       *
003320*                     ENVIRONMENT (ATN_PROCESS_DATE) FOR THE    *
003330*                     STEPS, SO A CYCLE RUNNING PAST MIDNIGHT   *
003340*                     KEEPS ONE DATE.  STEP MESSAGES NO LONGER  *
003350*                     READ THE LOG RECORD AFTER IT IS WRITTEN.  *
003400*                                                                *
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. AddTwoNumbersCycle.
003800 AUTHOR. J. HARTLEY.
003900 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
004000 DATE-WRITTEN. 2025-10-06.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ATN-STEP-FILE ASSIGN TO STEPDEF
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS ATN-STEP-STATUS.
005400
005500     SELECT OPTIONAL ATN-CYCLE-LOG ASSIGN TO CYCLOG
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS ATN-CYCL-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ATN-STEP-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 COPY ATNSTEP.
006600
006700 FD  ATN-CYCLE-LOG
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 COPY ATNCYCL.
007100
007200 WORKING-STORAGE SECTION.
007300******************************************************************
007400*    FILE STATUS AND END-OF-FILE SWITCHES                        *
007500******************************************************************
007600 01  ATN-STEP-STATUS                PIC X(02) VALUE SPACES.
007700 01  ATN-CYCL-STATUS                PIC X(02) VALUE SPACES.
007800 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
007900
008000 01  ATN-SWITCHES.
008100     05  ATN-STEP-EOF-SW            PIC X(01) VALUE 'N'.
008200         88  ATN-EOF-STEPS                      VALUE 'Y'.
008300     05  ATN-CYCL-EOF-SW            PIC X(01) VALUE 'N'.
008400         88  ATN-EOF-CYCLE-LOG                  VALUE 'Y'.
008500     05  ATN-CYCL-FOUND-SW          PIC X(01) VALUE 'N'.
008600         88  ATN-CYCL-DATE-FOUND                VALUE 'Y'.
008700     05  ATN-HALT-SW                PIC X(01) VALUE 'N'.
008800         88  ATN-CYCLE-HALTED                   VALUE 'Y'.
008900
009000******************************************************************
009100*    STEP DEFINITION TABLE - THE STEP FILE IS LOADED AT          *
009200*    INITIALIZATION AND RUN FROM THE TABLE IN FILE ORDER.        *
009300******************************************************************
009400 77  ATN-STPT-MAX                   PIC 9(04) COMP VALUE 20.
009500 77  ATN-STPT-COUNT                 PIC 9(04) COMP VALUE ZERO.
009600 77  ATN-STPT-SUB                   PIC 9(04) COMP VALUE ZERO.
009700 77  ATN-STPT-START                 PIC 9(04) COMP VALUE ZERO.
009800 01  ATN-STEP-TABLE.
009900     05  ATN-STPT-ENTRY OCCURS 20 TIMES.
010000         10  ATN-STPT-NUMBER        PIC 9(02).
010100         10  ATN-STPT-PROGRAM       PIC X(30).
010200         10  ATN-STPT-MAX-RC        PIC 9(02).
010300         10  ATN-STPT-COMMAND       PIC X(80).
010400
010500******************************************************************
010600*    CYCLE CONTROL FIELDS                                        *
010700******************************************************************
010800 77  ATN-CYC-STEPS-RUN              PIC 9(04) COMP VALUE ZERO.
010810 77  ATN-CYC-RUN-STEP               PIC 9(02) VALUE ZERO.
010820 77  ATN-CYC-RUN-PROGRAM            PIC X(30) VALUE SPACES.
010830 77  ATN-CYC-RUN-RC                 PIC 9(04) VALUE ZERO.
010900 01  ATN-CYC-PREV-STEP              PIC 9(02) VALUE ZERO.
011000 01  ATN-CYC-LAST-STEP              PIC 9(02) VALUE ZERO.
011100 01  ATN-CYC-LAST-STATUS            PIC X(01) VALUE SPACES.
011200 01  ATN-CYC-STEP-RC                PIC S9(09) VALUE ZERO.
011300 01  ATN-CYC-HIGH-RC                PIC 9(04) VALUE ZERO.
011400 01  ATN-CYC-COMMAND                PIC X(80) VALUE SPACES.
011500 01  ATN-CYC-JOB-ID                 PIC X(08) VALUE SPACES.
011600
011700 01  ATN-CYCLE-RESTART-PARM         PIC X(01) VALUE SPACES.
011800     88  ATN-RESTART-REQUESTED                  VALUE 'Y'.
011900
012000 01  ATN-PROCESS-DATE-PARM          PIC X(08) VALUE SPACES.
012100 01  ATN-PROCESS-DATE-NUM REDEFINES ATN-PROCESS-DATE-PARM
012200                                    PIC 9(08).
012300 01  ATN-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
012400
012500 01  ATN-RUN-DATE-NUM               PIC 9(08).
012600 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
012700     05  ATN-RUN-CCYY               PIC 9(04).
012800     05  ATN-RUN-MM                 PIC 9(02).
012900     05  ATN-RUN-DD                 PIC 9(02).
013000
013100 PROCEDURE DIVISION.
013200******************************************************************
013300*    0000-MAINLINE                                               *
013400*    CONTROLS THE OVERALL FLOW OF THE CYCLE - LOAD THE STEPS,    *
013500*    FIND THE STARTING STEP, RUN THE STEPS IN ORDER UNTIL THE    *
013600*    LAST ONE ENDS OR ONE ENDS OVER ITS MAXIMUM.                 *
013700******************************************************************
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000
014100     PERFORM 2000-RUN-STEP THRU 2000-EXIT
014200         UNTIL ATN-STPT-SUB >= ATN-STPT-COUNT
014300            OR ATN-CYCLE-HALTED.
014400
014500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014600
014700     STOP RUN.
014800
014900******************************************************************
015000*    1000-INITIALIZE                                             *
015100*    ESTABLISHES THE BUSINESS DATE (ATN_PROCESS_DATE,            *
015200*    DEFAULTING TO THE CLOCK DATE, THE SAME AS THE MAIN          *
015300*    DRIVER) AND SETS IT BACK INTO ATN_PROCESS_DATE SO EVERY     *
015310*    STEP RUNS FOR THE DATE THE CYCLE LOGS, EVEN PAST MIDNIGHT.  *
015320*    THEN LOADS THE STEP DEFINITIONS, READS THE CYCLE LOG FOR    *
015330*    THE DATE TO FIND THE STARTING STEP, AND OPENS THE LOG FOR   *
015500*    APPEND.                                                     *
015600******************************************************************
015700 1000-INITIALIZE.
015800     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
015900
016000     MOVE ATN-RUN-DATE-NUM TO ATN-BUSINESS-DATE.
016100     ACCEPT ATN-PROCESS-DATE-PARM
016200         FROM ENVIRONMENT 'ATN_PROCESS_DATE'.
016300     IF ATN-PROCESS-DATE-PARM NOT = SPACES
016400         IF ATN-PROCESS-DATE-NUM NOT NUMERIC
016500                 OR ATN-PROCESS-DATE-NUM = ZERO
016600             MOVE
016700             'ATN_PROCESS_DATE MUST BE A CCYYMMDD BUSINESS DATE'
016800                 TO ATN-ABEND-MESSAGE
016900             GO TO 9900-ABEND
017000         ELSE
017100             MOVE ATN-PROCESS-DATE-NUM TO ATN-BUSINESS-DATE
017200         END-IF
017300     END-IF.
017310     DISPLAY 'ATN_PROCESS_DATE' UPON ENVIRONMENT-NAME.
017320     DISPLAY ATN-BUSINESS-DATE UPON ENVIRONMENT-VALUE.
017400
017500     ACCEPT ATN-CYC-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
017600     ACCEPT ATN-CYCLE-RESTART-PARM
017700         FROM ENVIRONMENT 'ATN_CYCLE_RESTART'.
017800
017900     OPEN INPUT ATN-STEP-FILE.
018000     IF ATN-STEP-STATUS NOT = '00'
018100         STRING 'UNABLE TO OPEN ATN-STEP-FILE - FILE STATUS '
018200             ATN-STEP-STATUS DELIMITED BY SIZE
018300             INTO ATN-ABEND-MESSAGE
018400         GO TO 9900-ABEND
018500     END-IF.
018600
018700     PERFORM 1100-LOAD-ONE-STEP THRU 1100-EXIT
018800         UNTIL ATN-EOF-STEPS.
018900
019000     CLOSE ATN-STEP-FILE.
019100
019200     IF ATN-STPT-COUNT = ZERO
019300         MOVE 'STEP DEFINITION FILE IS EMPTY - NOTHING TO RUN'
019400             TO ATN-ABEND-MESSAGE
019500         GO TO 9900-ABEND
019600     END-IF.
019700
019800     PERFORM 1200-CHECK-CYCLE-LOG THRU 1200-EXIT.
019900     PERFORM 1300-SET-START-STEP THRU 1300-EXIT.
020000
020100     OPEN EXTEND ATN-CYCLE-LOG.
020200     IF ATN-CYCL-STATUS NOT = '00' AND ATN-CYCL-STATUS NOT = '05'
020300         STRING 'UNABLE TO OPEN ATN-CYCLE-LOG - FILE STATUS '
020400             ATN-CYCL-STATUS DELIMITED BY SIZE
020500             INTO ATN-ABEND-MESSAGE
020600         GO TO 9900-ABEND
020700     END-IF.
020800 1000-EXIT.
020900     EXIT.
021000
021100******************************************************************
021200*    1100-LOAD-ONE-STEP                                          *
021300*    READS ONE STEP DEFINITION INTO THE TABLE.  A STEP NUMBER    *
021400*    OUT OF ASCENDING ORDER, A NON-NUMERIC MAXIMUM, OR A BLANK   *
021500*    PROGRAM NAME IS A FATAL ERROR - A STREAM RUN FROM A BAD     *
021600*    DEFINITION IS WORSE THAN NO STREAM AT ALL.                  *
021700******************************************************************
021800 1100-LOAD-ONE-STEP.
021900     READ ATN-STEP-FILE
022000         AT END
022100             SET ATN-EOF-STEPS TO TRUE
022200             GO TO 1100-EXIT
022300     END-READ.
022400
022500     IF ATN-STEP-NUMBER NOT NUMERIC
022600             OR ATN-STEP-NUMBER NOT > ATN-CYC-PREV-STEP
022700         MOVE 'STEP NUMBERS MUST BE NUMERIC AND ASCENDING'
022800             TO ATN-ABEND-MESSAGE
022900         GO TO 9900-ABEND
023000     END-IF.
023100
023200     IF ATN-STEP-MAX-RC NOT NUMERIC
023300             OR ATN-STEP-PROGRAM = SPACES
023400         STRING 'STEP ' ATN-STEP-NUMBER
023500             ' NEEDS A PROGRAM NAME AND A NUMERIC MAXIMUM RC'
023600             DELIMITED BY SIZE INTO ATN-ABEND-MESSAGE
023700         GO TO 9900-ABEND
023800     END-IF.
023900
024000     IF ATN-STPT-COUNT >= ATN-STPT-MAX
024100         MOVE 'STEP TABLE FULL - INCREASE ATN-STPT-MAX AND RERUN'
024200             TO ATN-ABEND-MESSAGE
024300         GO TO 9900-ABEND
024400     END-IF.
024500
024600     ADD 1 TO ATN-STPT-COUNT.
024700     MOVE ATN-STEP-NUMBER  TO ATN-STPT-NUMBER  (ATN-STPT-COUNT).
024800     MOVE ATN-STEP-PROGRAM TO ATN-STPT-PROGRAM (ATN-STPT-COUNT).
024900     MOVE ATN-STEP-MAX-RC  TO ATN-STPT-MAX-RC  (ATN-STPT-COUNT).
025000     MOVE ATN-STEP-COMMAND TO ATN-STPT-COMMAND (ATN-STPT-COUNT).
025100     MOVE ATN-STEP-NUMBER  TO ATN-CYC-PREV-STEP.
025200 1100-EXIT.
025300     EXIT.
025400
025500******************************************************************
025600*    1200-CHECK-CYCLE-LOG                                        *
025700*    READS THE CYCLE LOG AND KEEPS THE LAST STEP RECORDED FOR    *
025800*    THE BUSINESS DATE AND HOW IT ENDED.  THE LOG IS OPTIONAL -  *
025900*    THE FIRST CYCLE EVER RUN FINDS NONE.                        *
026000******************************************************************
026100 1200-CHECK-CYCLE-LOG.
026200     OPEN INPUT ATN-CYCLE-LOG.
026300
026400     PERFORM 1210-SCAN-ONE-LOG THRU 1210-EXIT
026500         UNTIL ATN-EOF-CYCLE-LOG.
026600
026700     CLOSE ATN-CYCLE-LOG.
026800 1200-EXIT.
026900     EXIT.
027000
027100 1210-SCAN-ONE-LOG.
027200     READ ATN-CYCLE-LOG
027300         AT END
027400             SET ATN-EOF-CYCLE-LOG TO TRUE
027500             GO TO 1210-EXIT
027600     END-READ.
027700
027800     IF ATN-CYCL-BUS-DATE = ATN-BUSINESS-DATE
027900         SET ATN-CYCL-DATE-FOUND TO TRUE
028000         MOVE ATN-CYCL-STEP-NUMBER TO ATN-CYC-LAST-STEP
028100         MOVE ATN-CYCL-STATUS-CODE TO ATN-CYC-LAST-STATUS
028200     END-IF.
028300 1210-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700*    1300-SET-START-STEP                                         *
028800*    A DATE NOT YET ON THE LOG STARTS AT STEP ONE.  A DATE       *
028900*    ALREADY ON THE LOG NEEDS ATN_CYCLE_RESTART=Y AND RESUMES    *
029000*    AT THE STEP THAT FAILED, OR AT THE STEP AFTER THE LAST ONE  *
029100*    THAT ENDED CLEAN WHEN THE CONTROLLER ITSELF WAS STOPPED     *
029200*    BETWEEN STEPS.  A DATE WHOSE LAST STEP ENDED CLEAN IS       *
029300*    COMPLETE AND IS NEVER RUN AGAIN HERE.  ATN-STPT-SUB IS      *
029400*    LEFT ONE BEHIND THE STARTING ENTRY - 2000-RUN-STEP          *
029500*    ADVANCES IT FIRST.                                          *
029600******************************************************************
029700 1300-SET-START-STEP.
029800     MOVE ZERO TO ATN-STPT-SUB.
029900
030000     IF NOT ATN-CYCL-DATE-FOUND
030100         IF ATN-RESTART-REQUESTED
030200             STRING 'NO CYCLE ON THE LOG FOR THE BUSINESS DATE'
030300                 ' - NOTHING TO RESTART'
030400                 DELIMITED BY SIZE INTO ATN-ABEND-MESSAGE
030500             GO TO 9900-ABEND
030600         END-IF
030700         GO TO 1300-EXIT
030800     END-IF.
030900
031000     IF NOT ATN-RESTART-REQUESTED
031100         STRING 'CYCLE ALREADY ON LOG AT STEP '
031200             ATN-CYC-LAST-STEP
031300             ' - SET ATN_CYCLE_RESTART=Y TO RESUME'
031400             DELIMITED BY SIZE INTO ATN-ABEND-MESSAGE
031500         GO TO 9900-ABEND
031600     END-IF.
031700
031800     MOVE ZERO TO ATN-STPT-START.
031900     PERFORM 1310-TEST-RESTART-STEP THRU 1310-EXIT
032000         UNTIL ATN-STPT-START > ZERO
032100            OR ATN-STPT-SUB >= ATN-STPT-COUNT.
032200
032300     IF ATN-STPT-START = ZERO
032400         STRING 'LOGGED STEP ' ATN-CYC-LAST-STEP
032500             ' IS NOT ON THE STEP DEFINITION FILE'
032600             DELIMITED BY SIZE INTO ATN-ABEND-MESSAGE
032700         GO TO 9900-ABEND
032800     END-IF.
032900
033000     IF ATN-CYC-LAST-STATUS = 'C'
033100         IF ATN-STPT-START >= ATN-STPT-COUNT
033200             MOVE 'CYCLE ALREADY COMPLETE FOR THE BUSINESS DATE'
033300                 TO ATN-ABEND-MESSAGE
033400             GO TO 9900-ABEND
033500         END-IF
033600         ADD 1 TO ATN-STPT-START
033700     END-IF.
033800
033900     SUBTRACT 1 FROM ATN-STPT-START GIVING ATN-STPT-SUB.
034000     DISPLAY 'ADDTWONUMBERSCYCLE - RESTARTING AT STEP '
034100         ATN-STPT-NUMBER (ATN-STPT-START) ' '
034200         ATN-STPT-PROGRAM (ATN-STPT-START).
034300 1300-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700*    1310-TEST-RESTART-STEP                                      *
034800*    TESTS ONE STEP TABLE ENTRY AGAINST THE LAST STEP LOGGED.    *
034900******************************************************************
035000 1310-TEST-RESTART-STEP.
035100     ADD 1 TO ATN-STPT-SUB.
035200     IF ATN-STPT-NUMBER (ATN-STPT-SUB) = ATN-CYC-LAST-STEP
035300         MOVE ATN-STPT-SUB TO ATN-STPT-START
035400     END-IF.
035500 1310-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900*    2000-RUN-STEP                                               *
036000*    RUNS THE NEXT STEP AND JUDGES ITS RETURN CODE.  EACH STEP   *
036100*    IS STARTED AS ITS OWN RUN UNIT THROUGH THE SYSTEM COMMAND   *
036200*    ROUTINE - THE STEP PROGRAMS END WITH STOP RUN, WHICH WOULD  *
036300*    END THE CONTROLLER TOO IF THEY WERE CALLED DIRECTLY.  THE   *
036400*    STEP IS LOGGED WHETHER IT PASSED OR NOT, AND A RETURN CODE  *
036500*    OVER THE STEP'S MAXIMUM HALTS THE STREAM.  THE ROUTINE      *
036510*    HANDS BACK THE PROCESS WAIT STATUS, WITH THE STEP'S OWN     *
036520*    RETURN CODE IN ITS HIGH-ORDER BYTE.                         *
036600******************************************************************
036700 2000-RUN-STEP.
036800     ADD 1 TO ATN-STPT-SUB.
036900
037000     IF ATN-STPT-COMMAND (ATN-STPT-SUB) = SPACES
037100         MOVE ATN-STPT-PROGRAM (ATN-STPT-SUB) TO ATN-CYC-COMMAND
037200     ELSE
037300         MOVE ATN-STPT-COMMAND (ATN-STPT-SUB) TO ATN-CYC-COMMAND
037400     END-IF.
037500
037600     MOVE ATN-BUSINESS-DATE TO ATN-CYCL-BUS-DATE.
037700     MOVE ATN-STPT-NUMBER (ATN-STPT-SUB) TO ATN-CYCL-STEP-NUMBER.
037800     MOVE ATN-STPT-PROGRAM (ATN-STPT-SUB) TO ATN-CYCL-PROGRAM.
037810     MOVE ATN-CYCL-STEP-NUMBER TO ATN-CYC-RUN-STEP.
037820     MOVE ATN-CYCL-PROGRAM     TO ATN-CYC-RUN-PROGRAM.
037900     MOVE ATN-CYC-JOB-ID TO ATN-CYCL-JOB-ID.
038000     ACCEPT ATN-CYCL-START-DATE FROM DATE YYYYMMDD.
038100     ACCEPT ATN-CYCL-START-TIME FROM TIME.
038200
038300     DISPLAY 'ADDTWONUMBERSCYCLE - STEP '
038400         ATN-CYC-RUN-STEP ' ' ATN-CYC-RUN-PROGRAM ' STARTED'.
038500
038600     CALL 'SYSTEM' USING ATN-CYC-COMMAND.
038700     MOVE RETURN-CODE TO ATN-CYC-STEP-RC.
038800
038900     ACCEPT ATN-CYCL-END-DATE FROM DATE YYYYMMDD.
039000     ACCEPT ATN-CYCL-END-TIME FROM TIME.
039100
039110     IF ATN-CYC-STEP-RC > 255
039120         DIVIDE 256 INTO ATN-CYC-STEP-RC
039130     END-IF.
039200     IF ATN-CYC-STEP-RC < ZERO OR ATN-CYC-STEP-RC > 9999
039300         MOVE 9999 TO ATN-CYC-STEP-RC
039400     END-IF.
039500     MOVE ATN-CYC-STEP-RC TO ATN-CYCL-RETURN-CODE.
039510     MOVE ATN-CYC-STEP-RC TO ATN-CYC-RUN-RC.
039600
039700     IF ATN-CYC-STEP-RC > ATN-STPT-MAX-RC (ATN-STPT-SUB)
039800         SET ATN-CYCL-STEP-FAILED TO TRUE
039900         SET ATN-CYCLE-HALTED TO TRUE
040000     ELSE
040100         SET ATN-CYCL-STEP-OK TO TRUE
040200         IF ATN-CYCL-RETURN-CODE > ATN-CYC-HIGH-RC
040300             MOVE ATN-CYCL-RETURN-CODE TO ATN-CYC-HIGH-RC
040400         END-IF
040500     END-IF.
040600
040700     WRITE ATN-CYCL-RECORD.
040800     ADD 1 TO ATN-CYC-STEPS-RUN.
040900
041000     DISPLAY 'ADDTWONUMBERSCYCLE - STEP '
041100         ATN-CYC-RUN-STEP ' ' ATN-CYC-RUN-PROGRAM
041200         ' ENDED RC ' ATN-CYC-RUN-RC
041300         ' (MAXIMUM ' ATN-STPT-MAX-RC (ATN-STPT-SUB) ')'.
041400 2000-EXIT.
041500     EXIT.
041600
041700******************************************************************
041800*    9000-TERMINATE                                              *
041900*    CLOSES THE CYCLE LOG AND SETS THE RETURN CODE - 16 WHEN     *
042000*    THE STREAM WAS HALTED, OTHERWISE THE HIGHEST RETURN CODE    *
042100*    ANY STEP ENDED WITH, THE SAME AS A JOB'S CONDITION CODE.    *
042200******************************************************************
042300 9000-TERMINATE.
042400     CLOSE ATN-CYCLE-LOG.
042500
042600     IF ATN-CYCLE-HALTED
042700         DISPLAY 'ADDTWONUMBERSCYCLE - STREAM HALTED AT STEP '
042800             ATN-CYC-RUN-STEP ' ' ATN-CYC-RUN-PROGRAM
042900         DISPLAY 'ADDTWONUMBERSCYCLE - CORRECT THE FAILURE AND '
043000             'RERUN WITH ATN_CYCLE_RESTART=Y'
043100         MOVE 16 TO RETURN-CODE
043200     ELSE
043300         DISPLAY 'ADDTWONUMBERSCYCLE - CYCLE COMPLETE - '
043400             ATN-CYC-STEPS-RUN ' STEPS RUN'
043500         MOVE ATN-CYC-HIGH-RC TO RETURN-CODE
043600     END-IF.
043700 9000-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    9900-ABEND                                                  *
044200*    FATAL ERROR HANDLER.  DISPLAYS THE CONSOLE MESSAGE THE      *
044300*    CALLER PREPARED IN ATN-ABEND-MESSAGE AND STOPS THE JOB      *
044400*    WITH A NONZERO RETURN CODE.                                 *
044500******************************************************************
044600 9900-ABEND.
044700     DISPLAY 'ADDTWONUMBERSCYCLE - ' ATN-ABEND-MESSAGE.
044800     MOVE 16 TO RETURN-CODE.
044900     STOP RUN.
