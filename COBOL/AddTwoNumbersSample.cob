000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSSAMPLE                           *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2026-06-01                                    *
000700*                                                                *
000800*    DESCRIPTION:  INTERNAL AUDIT SAMPLE SELECTION FOR THE      *
000900*                  ADDTWONUMBERS SUBSYSTEM.  READS THE INDEXED  *
001000*                  AUDIT MASTER (SEE ATNAUDM) FOR THE RUN       *
001100*                  DATES ATN_SAMPLE_FROM THRU ATN_SAMPLE_THRU   *
001200*                  (CCYYMMDD) AND PICKS THE SAMPLE NAMED BY     *
001300*                  ATN_SAMPLE_ID.  EVERY ROW WHOSE SUM, EITHER  *
001400*                  SIGN, IS OVER ATN_SAMPLE_THRESHOLD WHOLE     *
001500*                  DOLLARS IS TAKEN, AS IS EVERY ROW KEYED BY   *
001600*                  ATN_SAMPLE_OPERATOR; BOTH ARE OPTIONAL.      *
001700*                  FROM THE REST, ATN_SAMPLE_SIZE ROWS          *
001800*                  (DEFAULT 25) ARE DRAWN AT RANDOM FROM THE    *
001900*                  SEED IN ATN_SAMPLE_SEED (TEN DIGITS,         *
002000*                  0000000001 THRU 2147483646) - THE SAME       *
002100*                  PARAMETERS OVER THE SAME MASTER ALWAYS DRAW  *
002200*                  THE SAME ROWS, SO AUDIT CAN RE-PERFORM THE   *
002300*                  SELECTION.  THE SAMPLE IS WRITTEN TO THE     *
002400*                  SAMPLE MASTER (SEE ATNSMPL), WITH A CONTROL  *
002500*                  RECORD HOLDING THE PARAMETERS, FOR THE       *
002600*                  ONLINE RESULT SCREEN                         *
002700*                  (ADDTWONUMBERSSAMPLETEST), AND PRINTED AS    *
002800*                  THE AUDITOR'S WORKSHEET.  THE CONTROL RECORD *
002850*                  IS WRITTEN AHEAD OF THE ITEMS.  A SAMPLE ID  *
002900*                  ALREADY ON THE MASTER IS REFUSED.  A SAMPLE  *
003000*                  WITH NO ITEMS ENDS WITH RETURN CODE 4.       *
003100*                                                                *
003200*    MODIFICATION HISTORY                                       *
003300*    ------------------------------------------------------     *
003400*    DATE       INIT  DESCRIPTION                                *
003500*    ---------- ----  ------------------------------------      *
003600*    2026-06-01 JH    ORIGINAL PROGRAM.                          *
003610*    2026-06-15 JH    THE CONTROL RECORD IS NOW WRITTEN BEFORE   *
003620*                     THE ITEMS, SO A RUN THAT FAILS PART WAY    *
003630*                     THROUGH CANNOT LEAVE ITEMS WITH NO         *
003640*                     CONTROL RECORD.                            *
003700*                                                                *
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. AddTwoNumbersSample.
004100 AUTHOR. J. HARTLEY.
004200 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
004300 DATE-WRITTEN. 2026-06-01.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-370.
004900 OBJECT-COMPUTER. IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT ATN-AUDIT-MASTER ASSIGN TO AUDITMST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS ATN-AUDM-KEY
005700         FILE STATUS IS ATN-AUDIT-STATUS.
005800
005900     SELECT OPTIONAL ATN-SAMPLE-FILE ASSIGN TO SMPLMST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ATN-SMPL-KEY
006300         FILE STATUS IS ATN-SMPL-STATUS.
006400
006500     SELECT ATN-SAMPLE-REPORT ASSIGN TO SMPRPT
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS ATN-SMPRPT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  ATN-AUDIT-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400 COPY ATNAUDM.
007500
007600 FD  ATN-SAMPLE-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY ATNSMPL.
007900
008000 FD  ATN-SAMPLE-REPORT
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  ATN-SMPRPT-RECORD              PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600******************************************************************
008700*    FILE STATUS AND END-OF-FILE SWITCHES                        *
008800******************************************************************
008900 01  ATN-AUDIT-STATUS               PIC X(02) VALUE SPACES.
009000 01  ATN-SMPL-STATUS                PIC X(02) VALUE SPACES.
009100 01  ATN-SMPRPT-STATUS              PIC X(02) VALUE SPACES.
009200 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
009300
009400 01  ATN-SWITCHES.
009500     05  ATN-AUDM-EOF-SW            PIC X(01) VALUE 'N'.
009600         88  ATN-EOF-AUDIT                      VALUE 'Y'.
009700     05  ATN-SMP-THRESH-SW          PIC X(01) VALUE 'N'.
009800         88  ATN-SMP-USE-THRESHOLD              VALUE 'Y'.
009900
010000******************************************************************
010100*    REPORT PRINT LINES                                          *
010200******************************************************************
010300 COPY ATNSMPR.
010400
010500******************************************************************
010600*    REPORT CONTROL FIELDS                                       *
010700******************************************************************
010800 01  ATN-SMR-PAGE-NO                PIC 9(04) VALUE ZERO.
010900 01  ATN-SMR-LINE-COUNT             PIC 9(03) VALUE ZERO.
011000 77  ATN-MAX-LINES                  PIC 9(03) VALUE 55.
011100
011200******************************************************************
011300*    SELECTION PARAMETERS                                        *
011400******************************************************************
011500 01  ATN-SMP-SAMPLE-ID              PIC X(08) VALUE SPACES.
011600 01  ATN-SMP-FROM-PARM              PIC X(08) VALUE SPACES.
011700 01  ATN-SMP-FROM-NUM REDEFINES ATN-SMP-FROM-PARM
011800                                    PIC 9(08).
011900 01  ATN-SMP-THRU-PARM              PIC X(08) VALUE SPACES.
012000 01  ATN-SMP-THRU-NUM REDEFINES ATN-SMP-THRU-PARM
012100                                    PIC 9(08).
012200 01  ATN-SMP-SEED-PARM              PIC X(10) VALUE SPACES.
012300 01  ATN-SMP-SEED-NUM REDEFINES ATN-SMP-SEED-PARM
012400                                    PIC 9(10).
012500 01  ATN-SMP-SIZE-PARM              PIC X(04) VALUE SPACES.
012600 01  ATN-SMP-SIZE-NUM REDEFINES ATN-SMP-SIZE-PARM
012700                                    PIC 9(04).
012800 01  ATN-SMP-THRESH-PARM            PIC X(08) VALUE SPACES.
012900 01  ATN-SMP-THRESH-NUM REDEFINES ATN-SMP-THRESH-PARM
013000                                    PIC 9(08).
013100 01  ATN-SMP-OPERATOR-ID            PIC X(08) VALUE SPACES.
013200 01  ATN-SMP-JOB-ID                 PIC X(08) VALUE SPACES.
013300 01  ATN-SMP-FROM-DATE              PIC 9(08) VALUE ZERO.
013400 01  ATN-SMP-THRU-DATE              PIC 9(08) VALUE ZERO.
013500 01  ATN-SMP-RANDOM-SIZE            PIC 9(04) VALUE 25.
013600 01  ATN-SMP-THRESHOLD              PIC 9(08) VALUE ZERO.
013700 01  ATN-SMP-ABS-SUM                PIC 9(08)V99 VALUE ZERO.
013800 01  ATN-SMP-THRESH-EDIT            PIC ZZZZZZZ9.
013900
014000******************************************************************
014100*    RANDOM NUMBER GENERATOR - THE MULTIPLICATIVE CONGRUENTIAL   *
014200*    "MINIMAL STANDARD" GENERATOR, SEED = SEED * 16807 MODULO    *
014300*    2147483647.  IT NEEDS NOTHING BUT INTEGER ARITHMETIC, SO    *
014400*    THE SAME SEED GIVES THE SAME DRAW ON ANY MACHINE.           *
014500******************************************************************
014600 77  ATN-SMP-RAND-MULT              PIC 9(05) COMP VALUE 16807.
014700 77  ATN-SMP-RAND-MODULUS           PIC 9(10) COMP
014800                                    VALUE 2147483647.
014900 77  ATN-SMP-RAND-SEED              PIC 9(10) COMP VALUE ZERO.
015000 77  ATN-SMP-RAND-PRODUCT           PIC 9(15) COMP VALUE ZERO.
015100 77  ATN-SMP-RAND-QUOT              PIC 9(15) COMP VALUE ZERO.
015200 77  ATN-SMP-PICK-RANGE             PIC 9(05) COMP VALUE ZERO.
015300 77  ATN-SMP-PICK-QUOT              PIC 9(10) COMP VALUE ZERO.
015400 77  ATN-SMP-PICK-OFFSET            PIC 9(05) COMP VALUE ZERO.
015500
015600******************************************************************
015700*    SELECTION COUNTS                                            *
015800******************************************************************
015900 77  ATN-SMP-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
016000 77  ATN-SMP-THRESH-COUNT           PIC 9(04) COMP VALUE ZERO.
016100 77  ATN-SMP-OPER-COUNT             PIC 9(04) COMP VALUE ZERO.
016200 77  ATN-SMP-RANDOM-COUNT           PIC 9(04) COMP VALUE ZERO.
016300 77  ATN-SMP-ITEM-COUNT             PIC 9(04) COMP VALUE ZERO.
016310 77  ATN-SMP-SELECT-COUNT           PIC 9(04) COMP VALUE ZERO.
016400
016500******************************************************************
016600*    POPULATION TABLE - EVERY AUDIT MASTER ROW IN THE DATE       *
016700*    RANGE, IN MASTER KEY ORDER.  ATN-SMPT-REASON IS FILLED IN   *
016800*    AS EACH ROW IS SELECTED; A ROW LEFT BLANK IS NOT SAMPLED.   *
016900******************************************************************
017000 77  ATN-SMPT-MAX                   PIC 9(05) COMP VALUE 5000.
017100 77  ATN-SMPT-COUNT                 PIC 9(05) COMP VALUE ZERO.
017200 77  ATN-SMPT-SUB                   PIC 9(05) COMP VALUE ZERO.
017300 01  ATN-SMPT-TABLE.
017400     05  ATN-SMPT-ENTRY OCCURS 5000 TIMES.
017500         10  ATN-SMPT-RUN-DATE      PIC 9(08).
017600         10  ATN-SMPT-JOB-ID        PIC X(08).
017700         10  ATN-SMPT-SEQ-NO        PIC 9(08).
017800         10  ATN-SMPT-TRAN-KEY      PIC 9(08).
017900         10  ATN-SMPT-NUM1          PIC S9(04)V99.
018000         10  ATN-SMPT-NUM2          PIC S9(04)V99.
018100         10  ATN-SMPT-SUM           PIC S9(08)V99.
018200         10  ATN-SMPT-OPERATOR-ID   PIC X(08).
018300         10  ATN-SMPT-DEPT          PIC X(02).
018400         10  ATN-SMPT-REASON        PIC X(01).
018500
018600******************************************************************
018700*    RANDOM CANDIDATE TABLE - THE POPULATION ROWS NOT ALREADY    *
018800*    TAKEN BY THE THRESHOLD OR OPERATOR TESTS.  THE DRAW         *
018900*    SHUFFLES THE FRONT OF THIS LIST, SO NO ROW IS DRAWN TWICE.  *
019000******************************************************************
019100 77  ATN-CAND-COUNT                 PIC 9(05) COMP VALUE ZERO.
019200 77  ATN-CAND-SUB                   PIC 9(05) COMP VALUE ZERO.
019300 77  ATN-CAND-PICK                  PIC 9(05) COMP VALUE ZERO.
019400 77  ATN-CAND-HOLD                  PIC 9(05) COMP VALUE ZERO.
019500 01  ATN-CAND-TABLE.
019600     05  ATN-CAND-ROW               PIC 9(05) COMP
019700                                    OCCURS 5000 TIMES.
019800
019900 01  ATN-FMT-DATE                   PIC X(10) VALUE SPACES.
020000 01  ATN-FMT-DATE-NUM               PIC 9(08) VALUE ZERO.
020100 01  ATN-FMT-DATE-GROUP REDEFINES ATN-FMT-DATE-NUM.
020200     05  ATN-FMT-CCYY               PIC 9(04).
020300     05  ATN-FMT-MM                 PIC 9(02).
020400     05  ATN-FMT-DD                 PIC 9(02).
020500
020600 01  ATN-RUN-DATE-NUM               PIC 9(08).
020700 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
020800     05  ATN-RUN-CCYY               PIC 9(04).
020900     05  ATN-RUN-MM                 PIC 9(02).
021000     05  ATN-RUN-DD                 PIC 9(02).
021100
021200 01  ATN-RUN-TIME-NUM               PIC 9(08).
021300 01  ATN-RUN-TIME-GROUP REDEFINES ATN-RUN-TIME-NUM.
021400     05  ATN-RUN-HH                 PIC 9(02).
021500     05  ATN-RUN-MIN                PIC 9(02).
021600     05  ATN-RUN-SS                 PIC 9(02).
021700     05  ATN-RUN-HS                 PIC 9(02).
021800
021900 PROCEDURE DIVISION.
022000******************************************************************
022100*    0000-MAINLINE                                               *
022200*    CONTROLS THE OVERALL FLOW OF THE SAMPLE SELECTION.          *
022300******************************************************************
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600
022700     MOVE ZERO TO ATN-SMPT-SUB.
022800     PERFORM 2000-CLASSIFY-ROW THRU 2000-EXIT
022900         UNTIL ATN-SMPT-SUB >= ATN-SMPT-COUNT.
023000
023100     MOVE ZERO TO ATN-CAND-SUB.
023200     PERFORM 2100-DRAW-RANDOM THRU 2100-EXIT
023300         UNTIL ATN-CAND-SUB >= ATN-SMP-RANDOM-SIZE
023400            OR ATN-CAND-SUB >= ATN-CAND-COUNT.
023500
023510     COMPUTE ATN-SMP-SELECT-COUNT = ATN-SMP-THRESH-COUNT
023520         + ATN-SMP-OPER-COUNT + ATN-SMP-RANDOM-COUNT.
023530     IF ATN-SMP-SELECT-COUNT > ZERO
023540         PERFORM 3500-WRITE-CONTROL THRU 3500-EXIT
023550     END-IF.
023560
023600     MOVE ZERO TO ATN-SMPT-SUB.
023700     PERFORM 3000-WRITE-ITEM THRU 3000-EXIT
023800         UNTIL ATN-SMPT-SUB >= ATN-SMPT-COUNT.
023900
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100
024200     STOP RUN.
024300
024400******************************************************************
024500*    1000-INITIALIZE                                             *
024600*    EDITS THE SELECTION PARAMETERS, OPENS THE SAMPLE MASTER AND *
024700*    REFUSES A SAMPLE ID ALREADY ON IT, LOADS THE DATE RANGE'S   *
024800*    AUDIT MASTER ROWS, SEEDS THE GENERATOR, OPENS THE           *
024900*    WORKSHEET AND PRINTS ITS HEADING.  A MISSING AUDIT MASTER   *
025000*    IS A FATAL ERROR.  THE SAMPLE MASTER IS OPTIONAL - THE      *
025100*    FIRST SAMPLE EVER SELECTED CREATES IT.                      *
025200******************************************************************
025300 1000-INITIALIZE.
025400     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
025500     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
025600
025700     PERFORM 1100-EDIT-PARMS THRU 1100-EXIT.
025800
025900     OPEN I-O ATN-SAMPLE-FILE.
026000     IF ATN-SMPL-STATUS NOT = '00'
026100             AND ATN-SMPL-STATUS NOT = '05'
026200         STRING 'UNABLE TO OPEN SAMPLE MASTER - FILE STATUS '
026300             ATN-SMPL-STATUS DELIMITED BY SIZE
026400             INTO ATN-ABEND-MESSAGE
026500         GO TO 9900-ABEND
026600     END-IF.
026700
026800     PERFORM 1200-CHECK-SAMPLE-ID THRU 1200-EXIT.
026900
027000     OPEN INPUT ATN-AUDIT-MASTER.
027100     IF ATN-AUDIT-STATUS NOT = '00'
027200         STRING 'UNABLE TO OPEN AUDIT MASTER - FILE STATUS '
027300             ATN-AUDIT-STATUS DELIMITED BY SIZE
027400             INTO ATN-ABEND-MESSAGE
027500         GO TO 9900-ABEND
027600     END-IF.
027700
027800     MOVE ATN-SMP-FROM-DATE TO ATN-AUDM-RUN-DATE.
027900     MOVE LOW-VALUES        TO ATN-AUDM-JOB-ID.
028000     MOVE ZERO              TO ATN-AUDM-SEQ-NO.
028100     START ATN-AUDIT-MASTER
028200         KEY NOT LESS THAN ATN-AUDM-KEY
028300         INVALID KEY
028400             SET ATN-EOF-AUDIT TO TRUE
028500     END-START.
028600
028700     PERFORM 1300-LOAD-AUDIT-ROW THRU 1300-EXIT
028800         UNTIL ATN-EOF-AUDIT.
028900     CLOSE ATN-AUDIT-MASTER.
029000
029100     MOVE ATN-SMP-SEED-NUM TO ATN-SMP-RAND-SEED.
029200
029300     OPEN OUTPUT ATN-SAMPLE-REPORT.
029400
029500     STRING ATN-RUN-MM "/" ATN-RUN-DD "/" ATN-RUN-CCYY
029600         DELIMITED BY SIZE INTO ATN-SMR-HDG-RUN-DATE.
029700     STRING ATN-RUN-HH ":" ATN-RUN-MIN ":" ATN-RUN-SS
029800         DELIMITED BY SIZE INTO ATN-SMR-HDG-RUN-TIME.
029900     MOVE ATN-SMP-SAMPLE-ID   TO ATN-SMR-HDG-SAMPLE-ID.
030000     MOVE ATN-SMP-FROM-DATE   TO ATN-FMT-DATE-NUM.
030100     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
030200     MOVE ATN-FMT-DATE        TO ATN-SMR-HDG-FROM-DATE.
030300     MOVE ATN-SMP-THRU-DATE   TO ATN-FMT-DATE-NUM.
030400     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
030500     MOVE ATN-FMT-DATE        TO ATN-SMR-HDG-THRU-DATE.
030600     MOVE ATN-SMP-SEED-NUM    TO ATN-SMR-HDG-SEED.
030700     MOVE ATN-SMP-RANDOM-SIZE TO ATN-SMR-HDG-SIZE.
030800     IF ATN-SMP-USE-THRESHOLD
030900         MOVE ATN-SMP-THRESHOLD   TO ATN-SMP-THRESH-EDIT
031000         MOVE ATN-SMP-THRESH-EDIT TO ATN-SMR-HDG-THRESHOLD
031100     ELSE
031200         MOVE 'NONE'              TO ATN-SMR-HDG-THRESHOLD
031300     END-IF.
031400     IF ATN-SMP-OPERATOR-ID NOT = SPACES
031500         MOVE ATN-SMP-OPERATOR-ID TO ATN-SMR-HDG-OPERATOR
031600     ELSE
031700         MOVE 'NONE'              TO ATN-SMR-HDG-OPERATOR
031800     END-IF.
031900
032000     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
032100 1000-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500*    1100-EDIT-PARMS                                             *
032600*    PICKS UP AND EDITS THE SELECTION PARAMETERS.  THE SAMPLE    *
032700*    ID, BOTH DATES AND THE SEED ARE REQUIRED; THE RANDOM SIZE   *
032800*    DEFAULTS TO 25, AND THE THRESHOLD AND NAMED OPERATOR TESTS  *
032900*    ARE SKIPPED WHEN NOT GIVEN.  ANY BAD VALUE IS FATAL.        *
033000******************************************************************
033100 1100-EDIT-PARMS.
033200     ACCEPT ATN-SMP-SAMPLE-ID FROM ENVIRONMENT 'ATN_SAMPLE_ID'.
033300     IF ATN-SMP-SAMPLE-ID = SPACES
033400         MOVE 'ATN_SAMPLE_ID MUST NAME THE SAMPLE'
033500             TO ATN-ABEND-MESSAGE
033600         GO TO 9900-ABEND
033700     END-IF.
033800
033900     ACCEPT ATN-SMP-FROM-PARM FROM ENVIRONMENT 'ATN_SAMPLE_FROM'.
034000     IF ATN-SMP-FROM-NUM NOT NUMERIC
034100             OR ATN-SMP-FROM-NUM = ZERO
034200         MOVE 'ATN_SAMPLE_FROM MUST BE A CCYYMMDD RUN DATE'
034300             TO ATN-ABEND-MESSAGE
034400         GO TO 9900-ABEND
034500     END-IF.
034600     MOVE ATN-SMP-FROM-NUM TO ATN-SMP-FROM-DATE.
034700
034800     ACCEPT ATN-SMP-THRU-PARM FROM ENVIRONMENT 'ATN_SAMPLE_THRU'.
034900     IF ATN-SMP-THRU-NUM NOT NUMERIC
035000             OR ATN-SMP-THRU-NUM = ZERO
035100         MOVE 'ATN_SAMPLE_THRU MUST BE A CCYYMMDD RUN DATE'
035200             TO ATN-ABEND-MESSAGE
035300         GO TO 9900-ABEND
035400     END-IF.
035500     MOVE ATN-SMP-THRU-NUM TO ATN-SMP-THRU-DATE.
035600
035700     IF ATN-SMP-FROM-DATE > ATN-SMP-THRU-DATE
035800         MOVE 'ATN_SAMPLE_FROM IS LATER THAN ATN_SAMPLE_THRU'
035900             TO ATN-ABEND-MESSAGE
036000         GO TO 9900-ABEND
036100     END-IF.
036200
036300     ACCEPT ATN-SMP-SEED-PARM FROM ENVIRONMENT 'ATN_SAMPLE_SEED'.
036400     IF ATN-SMP-SEED-NUM NOT NUMERIC
036500             OR ATN-SMP-SEED-NUM = ZERO
036600             OR ATN-SMP-SEED-NUM NOT < ATN-SMP-RAND-MODULUS
036700         MOVE
036800         'ATN_SAMPLE_SEED MUST BE 0000000001 THRU 2147483646'
036900             TO ATN-ABEND-MESSAGE
037000         GO TO 9900-ABEND
037100     END-IF.
037200
037300     ACCEPT ATN-SMP-SIZE-PARM FROM ENVIRONMENT 'ATN_SAMPLE_SIZE'.
037400     IF ATN-SMP-SIZE-PARM NOT = SPACES
037500         IF ATN-SMP-SIZE-NUM NOT NUMERIC
037600             MOVE 'ATN_SAMPLE_SIZE MUST BE A 4-DIGIT ITEM COUNT'
037700                 TO ATN-ABEND-MESSAGE
037800             GO TO 9900-ABEND
037900         ELSE
038000             MOVE ATN-SMP-SIZE-NUM TO ATN-SMP-RANDOM-SIZE
038100         END-IF
038200     END-IF.
038300
038400     ACCEPT ATN-SMP-THRESH-PARM
038500         FROM ENVIRONMENT 'ATN_SAMPLE_THRESHOLD'.
038600     IF ATN-SMP-THRESH-PARM NOT = SPACES
038700         IF ATN-SMP-THRESH-NUM NOT NUMERIC
038800             MOVE
038900             'ATN_SAMPLE_THRESHOLD MUST BE 8 DIGITS OF DOLLARS'
039000                 TO ATN-ABEND-MESSAGE
039100             GO TO 9900-ABEND
039200         ELSE
039300             MOVE ATN-SMP-THRESH-NUM TO ATN-SMP-THRESHOLD
039400             SET ATN-SMP-USE-THRESHOLD TO TRUE
039500         END-IF
039600     END-IF.
039700
039800     ACCEPT ATN-SMP-OPERATOR-ID
039900         FROM ENVIRONMENT 'ATN_SAMPLE_OPERATOR'.
040000     ACCEPT ATN-SMP-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
040100 1100-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*    1200-CHECK-SAMPLE-ID                                        *
040600*    REFUSES THE RUN IF THE SAMPLE MASTER ALREADY HOLDS ANY      *
040700*    RECORD FOR THE SAMPLE ID - RESELECTING WOULD OVERLAY        *
040800*    RESULTS THE AUDITOR HAS ALREADY RECORDED.                   *
040900******************************************************************
041000 1200-CHECK-SAMPLE-ID.
041100     MOVE ATN-SMP-SAMPLE-ID TO ATN-SMPL-SAMPLE-ID.
041200     MOVE ZERO              TO ATN-SMPL-ITEM-NO.
041300     START ATN-SAMPLE-FILE
041400         KEY NOT LESS THAN ATN-SMPL-KEY
041500         INVALID KEY
041600             GO TO 1200-EXIT
041700     END-START.
041800
041900     READ ATN-SAMPLE-FILE NEXT RECORD
042000         AT END
042100             GO TO 1200-EXIT
042200     END-READ.
042300
042400     IF ATN-SMPL-SAMPLE-ID = ATN-SMP-SAMPLE-ID
042500         STRING 'SAMPLE ' ATN-SMP-SAMPLE-ID
042600             ' IS ALREADY ON THE SAMPLE MASTER' DELIMITED BY SIZE
042700             INTO ATN-ABEND-MESSAGE
042800         GO TO 9900-ABEND
042900     END-IF.
043000 1200-EXIT.
043100     EXIT.
043200
043300******************************************************************
043400*    1300-LOAD-AUDIT-ROW                                         *
043500*    READS THE NEXT AUDIT MASTER ROW AND ADDS IT TO THE          *
043600*    POPULATION TABLE, STOPPING AT THE FIRST ROW PAST THE RANGE  *
043700*    END.  MORE ROWS THAN THE TABLE HOLDS IS A FATAL ERROR - THE *
043800*    RANGE NEEDS SPLITTING INTO SEPARATE SAMPLES.                *
043900******************************************************************
044000 1300-LOAD-AUDIT-ROW.
044100     READ ATN-AUDIT-MASTER NEXT RECORD
044200         AT END
044300             SET ATN-EOF-AUDIT TO TRUE
044400             GO TO 1300-EXIT
044500     END-READ.
044600
044700     IF ATN-AUDM-RUN-DATE > ATN-SMP-THRU-DATE
044800         SET ATN-EOF-AUDIT TO TRUE
044900         GO TO 1300-EXIT
045000     END-IF.
045100
045200     IF ATN-SMPT-COUNT >= ATN-SMPT-MAX
045300         MOVE
045400         'OVER 5000 AUDIT ROWS IN THE DATE RANGE - SPLIT IT'
045500             TO ATN-ABEND-MESSAGE
045600         GO TO 9900-ABEND
045700     END-IF.
045800
045900     ADD 1 TO ATN-SMP-READ-COUNT.
046000     ADD 1 TO ATN-SMPT-COUNT.
046100     MOVE ATN-AUDM-RUN-DATE
046200         TO ATN-SMPT-RUN-DATE (ATN-SMPT-COUNT).
046300     MOVE ATN-AUDM-JOB-ID
046400         TO ATN-SMPT-JOB-ID (ATN-SMPT-COUNT).
046500     MOVE ATN-AUDM-SEQ-NO
046600         TO ATN-SMPT-SEQ-NO (ATN-SMPT-COUNT).
046700     MOVE ATN-AUDM-TRAN-KEY
046800         TO ATN-SMPT-TRAN-KEY (ATN-SMPT-COUNT).
046900     MOVE ATN-AUDM-NUM1
047000         TO ATN-SMPT-NUM1 (ATN-SMPT-COUNT).
047100     MOVE ATN-AUDM-NUM2
047200         TO ATN-SMPT-NUM2 (ATN-SMPT-COUNT).
047300     MOVE ATN-AUDM-SUM
047400         TO ATN-SMPT-SUM (ATN-SMPT-COUNT).
047500     MOVE ATN-AUDM-OPERATOR-ID
047600         TO ATN-SMPT-OPERATOR-ID (ATN-SMPT-COUNT).
047700     MOVE ATN-AUDM-DEPT
047800         TO ATN-SMPT-DEPT (ATN-SMPT-COUNT).
047900     MOVE SPACE
048000         TO ATN-SMPT-REASON (ATN-SMPT-COUNT).
048100 1300-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*    2000-CLASSIFY-ROW                                           *
048600*    APPLIES THE MANDATORY TESTS TO THE NEXT POPULATION ROW.  A  *
048700*    SUM OVER THE THRESHOLD, EITHER SIGN, IS TAKEN FIRST; THEN A *
048800*    ROW KEYED BY THE NAMED OPERATOR.  ANY OTHER ROW GOES ON THE *
048900*    RANDOM CANDIDATE LIST.  THE SUM IS MOVED TO AN UNSIGNED     *
049000*    FIELD FOR THE THRESHOLD COMPARE, WHICH DROPS ITS SIGN.      *
049100******************************************************************
049200 2000-CLASSIFY-ROW.
049300     ADD 1 TO ATN-SMPT-SUB.
049400
049500     IF ATN-SMP-USE-THRESHOLD
049600         MOVE ATN-SMPT-SUM (ATN-SMPT-SUB) TO ATN-SMP-ABS-SUM
049700         IF ATN-SMP-ABS-SUM > ATN-SMP-THRESHOLD
049800             MOVE 'T' TO ATN-SMPT-REASON (ATN-SMPT-SUB)
049900             ADD 1 TO ATN-SMP-THRESH-COUNT
050000             GO TO 2000-EXIT
050100         END-IF
050200     END-IF.
050300
050400     IF ATN-SMP-OPERATOR-ID NOT = SPACES
050500             AND ATN-SMPT-OPERATOR-ID (ATN-SMPT-SUB)
050600                 = ATN-SMP-OPERATOR-ID
050700         MOVE 'O' TO ATN-SMPT-REASON (ATN-SMPT-SUB)
050800         ADD 1 TO ATN-SMP-OPER-COUNT
050900         GO TO 2000-EXIT
051000     END-IF.
051100
051200     ADD 1 TO ATN-CAND-COUNT.
051300     MOVE ATN-SMPT-SUB TO ATN-CAND-ROW (ATN-CAND-COUNT).
051400 2000-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800*    2100-DRAW-RANDOM                                            *
051900*    DRAWS THE NEXT RANDOM ITEM.  THE GENERATOR PICKS ONE OF THE *
052000*    CANDIDATES NOT YET DRAWN, WHICH IS SWAPPED INTO THE NEXT    *
052100*    DRAWN POSITION AT THE FRONT OF THE LIST, AND ITS            *
052200*    POPULATION ROW IS MARKED AS RANDOMLY SELECTED.              *
052300******************************************************************
052400 2100-DRAW-RANDOM.
052500     ADD 1 TO ATN-CAND-SUB.
052600     PERFORM 2200-NEXT-RANDOM THRU 2200-EXIT.
052700
052800     COMPUTE ATN-SMP-PICK-RANGE
052900         = ATN-CAND-COUNT - ATN-CAND-SUB + 1.
053000     DIVIDE ATN-SMP-RAND-SEED BY ATN-SMP-PICK-RANGE
053100         GIVING ATN-SMP-PICK-QUOT
053200         REMAINDER ATN-SMP-PICK-OFFSET.
053300     COMPUTE ATN-CAND-PICK = ATN-CAND-SUB + ATN-SMP-PICK-OFFSET.
053400
053500     MOVE ATN-CAND-ROW (ATN-CAND-PICK) TO ATN-CAND-HOLD.
053600     MOVE ATN-CAND-ROW (ATN-CAND-SUB)
053700         TO ATN-CAND-ROW (ATN-CAND-PICK).
053800     MOVE ATN-CAND-HOLD TO ATN-CAND-ROW (ATN-CAND-SUB).
053900
054000     MOVE 'R' TO ATN-SMPT-REASON (ATN-CAND-HOLD).
054100     ADD 1 TO ATN-SMP-RANDOM-COUNT.
054200 2100-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*    2200-NEXT-RANDOM                                            *
054700*    STEPS THE GENERATOR ONE PLACE.  THE SEED STAYS BETWEEN 1    *
054800*    AND 2147483646.                                             *
054900******************************************************************
055000 2200-NEXT-RANDOM.
055100     MULTIPLY ATN-SMP-RAND-SEED BY ATN-SMP-RAND-MULT
055200         GIVING ATN-SMP-RAND-PRODUCT.
055300     DIVIDE ATN-SMP-RAND-PRODUCT BY ATN-SMP-RAND-MODULUS
055400         GIVING ATN-SMP-RAND-QUOT
055500         REMAINDER ATN-SMP-RAND-SEED.
055600 2200-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    3000-WRITE-ITEM                                             *
056100*    WRITES THE NEXT SELECTED POPULATION ROW TO THE SAMPLE       *
056200*    MASTER UNDER THE NEXT ITEM NUMBER, UNTESTED, AND PRINTS IT  *
056300*    ON THE WORKSHEET.  ITEMS ARE NUMBERED IN AUDIT MASTER KEY   *
056400*    ORDER.  UNSELECTED ROWS ARE PASSED OVER.                    *
056500******************************************************************
056600 3000-WRITE-ITEM.
056700     ADD 1 TO ATN-SMPT-SUB.
056800     IF ATN-SMPT-REASON (ATN-SMPT-SUB) = SPACE
056900         GO TO 3000-EXIT
057000     END-IF.
057100
057200     ADD 1 TO ATN-SMP-ITEM-COUNT.
057300     MOVE SPACES TO ATN-SMPL-RECORD.
057400     MOVE ATN-SMP-SAMPLE-ID   TO ATN-SMPL-SAMPLE-ID.
057500     MOVE ATN-SMP-ITEM-COUNT  TO ATN-SMPL-ITEM-NO.
057600     MOVE ATN-SMPT-RUN-DATE (ATN-SMPT-SUB)  TO ATN-SMPL-RUN-DATE.
057700     MOVE ATN-SMPT-JOB-ID (ATN-SMPT-SUB)    TO ATN-SMPL-JOB-ID.
057800     MOVE ATN-SMPT-SEQ-NO (ATN-SMPT-SUB)    TO ATN-SMPL-SEQ-NO.
057900     MOVE ATN-SMPT-TRAN-KEY (ATN-SMPT-SUB)  TO ATN-SMPL-TRAN-KEY.
058000     MOVE ATN-SMPT-NUM1 (ATN-SMPT-SUB)      TO ATN-SMPL-NUM1.
058100     MOVE ATN-SMPT-NUM2 (ATN-SMPT-SUB)      TO ATN-SMPL-NUM2.
058200     MOVE ATN-SMPT-SUM (ATN-SMPT-SUB)       TO ATN-SMPL-SUM.
058300     MOVE ATN-SMPT-OPERATOR-ID (ATN-SMPT-SUB)
058400         TO ATN-SMPL-OPERATOR-ID.
058500     MOVE ATN-SMPT-DEPT (ATN-SMPT-SUB)      TO ATN-SMPL-DEPT.
058600     MOVE ATN-SMPT-REASON (ATN-SMPT-SUB)    TO ATN-SMPL-REASON.
058700     MOVE ZERO TO ATN-SMPL-TESTED-DATE
058800                  ATN-SMPL-TESTED-TIME.
058900
059000     WRITE ATN-SMPL-RECORD
059100         INVALID KEY
059200             STRING 'SAMPLE MASTER WRITE FAILED - FILE STATUS '
059300                 ATN-SMPL-STATUS DELIMITED BY SIZE
059400                 INTO ATN-ABEND-MESSAGE
059500             GO TO 9900-ABEND
059600     END-WRITE.
059700
059800     MOVE ATN-SMPL-ITEM-NO     TO ATN-SMR-DTL-ITEM.
059900     EVALUATE TRUE
060000         WHEN ATN-SMPL-BY-THRESHOLD
060100             MOVE 'THRESHOLD' TO ATN-SMR-DTL-REASON
060200         WHEN ATN-SMPL-BY-OPERATOR
060300             MOVE 'OPERATOR'  TO ATN-SMR-DTL-REASON
060400         WHEN OTHER
060500             MOVE 'RANDOM'    TO ATN-SMR-DTL-REASON
060600     END-EVALUATE.
060700     MOVE ATN-SMPL-RUN-DATE    TO ATN-FMT-DATE-NUM.
060800     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
060900     MOVE ATN-FMT-DATE         TO ATN-SMR-DTL-DATE.
061000     MOVE ATN-SMPL-JOB-ID      TO ATN-SMR-DTL-JOB.
061100     MOVE ATN-SMPL-SEQ-NO      TO ATN-SMR-DTL-SEQ.
061200     MOVE ATN-SMPL-TRAN-KEY    TO ATN-SMR-DTL-KEY.
061300     MOVE ATN-SMPL-NUM1        TO ATN-SMR-DTL-NUM1.
061400     MOVE ATN-SMPL-NUM2        TO ATN-SMR-DTL-NUM2.
061500     MOVE ATN-SMPL-SUM         TO ATN-SMR-DTL-SUM.
061600     MOVE ATN-SMPL-OPERATOR-ID TO ATN-SMR-DTL-OPERATOR.
061700
061800     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
061900 3000-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300*    3500-WRITE-CONTROL                                          *
062400*    WRITES THE SAMPLE'S CONTROL RECORD (ITEM 0000) - THE        *
062500*    PARAMETERS THE SELECTION WAS RUN WITH, SO IT CAN BE         *
062600*    REPRODUCED, AND THE SELECTION COUNTS.  THE SAMPLE STARTS    *
062700*    OPEN FOR RESULTS.  IT IS WRITTEN BEFORE ANY ITEM, SO A RUN  *
062710*    THAT FAILS PART WAY THROUGH STILL LEAVES THE ID HELD BY A   *
062720*    CONTROL RECORD AND NEVER LEAVES ITEMS WITHOUT ONE.          *
062800******************************************************************
062900 3500-WRITE-CONTROL.
063000     MOVE SPACES TO ATN-SMPL-RECORD.
063100     MOVE ATN-SMP-SAMPLE-ID    TO ATN-SMPL-SAMPLE-ID.
063200     MOVE ZERO                 TO ATN-SMPL-ITEM-NO.
063300     MOVE ATN-SMP-FROM-DATE    TO ATN-SMPL-CTL-FROM-DATE.
063400     MOVE ATN-SMP-THRU-DATE    TO ATN-SMPL-CTL-THRU-DATE.
063500     MOVE ATN-SMP-SEED-NUM     TO ATN-SMPL-CTL-SEED.
063600     MOVE ATN-SMP-RANDOM-SIZE  TO ATN-SMPL-CTL-RANDOM-SIZE.
063700     MOVE ATN-SMP-THRESHOLD    TO ATN-SMPL-CTL-THRESHOLD.
063800     MOVE ATN-SMP-OPERATOR-ID  TO ATN-SMPL-CTL-OPERATOR-ID.
063900     MOVE ATN-SMP-READ-COUNT   TO ATN-SMPL-CTL-POPULATION.
064000     MOVE ATN-SMP-SELECT-COUNT TO ATN-SMPL-CTL-ITEM-COUNT.
064100     MOVE ATN-SMP-THRESH-COUNT TO ATN-SMPL-CTL-THRESH-COUNT.
064200     MOVE ATN-SMP-OPER-COUNT   TO ATN-SMPL-CTL-OPER-COUNT.
064300     MOVE ATN-SMP-RANDOM-COUNT TO ATN-SMPL-CTL-RANDOM-COUNT.
064400     MOVE ATN-RUN-DATE-NUM     TO ATN-SMPL-CTL-SELECT-DATE.
064500     MOVE ATN-SMP-JOB-ID       TO ATN-SMPL-CTL-SELECT-JOB.
064600     SET ATN-SMPL-CTL-OPEN     TO TRUE.
064700     MOVE ZERO TO ATN-SMPL-CTL-CLOSED-DATE
064800                  ATN-SMPL-CTL-FAILED-COUNT.
064900
065000     WRITE ATN-SMPL-RECORD
065100         INVALID KEY
065200             STRING 'SAMPLE MASTER WRITE FAILED - FILE STATUS '
065300                 ATN-SMPL-STATUS DELIMITED BY SIZE
065400                 INTO ATN-ABEND-MESSAGE
065500             GO TO 9900-ABEND
065600     END-WRITE.
065700 3500-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*    4000-PRINT-HEADINGS                                         *
066200*    WRITES THE WORKSHEET HEADING, THE PARAMETER ECHO, AND THE   *
066300*    COLUMN HEADINGS AT THE TOP OF EACH PAGE AND RESETS THE PAGE *
066400*    LINE COUNT.                                                 *
066500******************************************************************
066600 4000-PRINT-HEADINGS.
066700     ADD 1 TO ATN-SMR-PAGE-NO.
066800     MOVE ATN-SMR-PAGE-NO TO ATN-SMR-HDG-PAGE-NO.
066900
067000     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-HEADING-LINE-1
067100         AFTER ADVANCING PAGE.
067200     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-HEADING-LINE-2
067300         AFTER ADVANCING 1 LINE.
067400     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-PARM-LINE-1
067500         AFTER ADVANCING 1 LINE.
067600     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-PARM-LINE-2
067700         AFTER ADVANCING 1 LINE.
067800     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-HEADING-LINE-3
067900         AFTER ADVANCING 2 LINES.
068000
068100     MOVE ZERO TO ATN-SMR-LINE-COUNT.
068200 4000-EXIT.
068300     EXIT.
068400
068500******************************************************************
068600*    5000-PRINT-DETAIL                                           *
068700*    WRITES ONE WORKSHEET ITEM, DOUBLE SPACED TO LEAVE ROOM FOR  *
068800*    THE AUDITOR'S HANDWRITING, STARTING A NEW PAGE FIRST IF THE *
068900*    CURRENT PAGE IS FULL.                                       *
069000******************************************************************
069100 5000-PRINT-DETAIL.
069200     IF ATN-SMR-LINE-COUNT >= ATN-MAX-LINES
069300         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
069400     END-IF.
069500
069600     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-DETAIL-LINE
069700         AFTER ADVANCING 2 LINES.
069800
069900     ADD 2 TO ATN-SMR-LINE-COUNT.
070000 5000-EXIT.
070100     EXIT.
070200
070300******************************************************************
070400*    6000-PRINT-TOTALS                                           *
070500*    PRINTS THE POPULATION AND THE ITEMS TAKEN BY EACH TEST.     *
070600******************************************************************
070700 6000-PRINT-TOTALS.
070800     MOVE 'AUDIT ROWS IN DATE RANGE' TO ATN-SMR-TOT-LABEL.
070900     MOVE ATN-SMP-READ-COUNT TO ATN-SMR-TOT-COUNT.
071000     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-TOTAL-LINE
071100         AFTER ADVANCING 3 LINES.
071200
071300     MOVE 'SELECTED - SUM OVER THRESHOLD' TO ATN-SMR-TOT-LABEL.
071400     MOVE ATN-SMP-THRESH-COUNT TO ATN-SMR-TOT-COUNT.
071500     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-TOTAL-LINE
071600         AFTER ADVANCING 1 LINE.
071700
071800     MOVE 'SELECTED - KEYED BY NAMED OPERATOR'
071900         TO ATN-SMR-TOT-LABEL.
072000     MOVE ATN-SMP-OPER-COUNT TO ATN-SMR-TOT-COUNT.
072100     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-TOTAL-LINE
072200         AFTER ADVANCING 1 LINE.
072300
072400     MOVE 'SELECTED - AT RANDOM' TO ATN-SMR-TOT-LABEL.
072500     MOVE ATN-SMP-RANDOM-COUNT TO ATN-SMR-TOT-COUNT.
072600     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-TOTAL-LINE
072700         AFTER ADVANCING 1 LINE.
072800
072900     MOVE 'TOTAL ITEMS IN SAMPLE' TO ATN-SMR-TOT-LABEL.
073000     MOVE ATN-SMP-ITEM-COUNT TO ATN-SMR-TOT-COUNT.
073100     WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-TOTAL-LINE
073200         AFTER ADVANCING 2 LINES.
073300 6000-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700*    8000-FORMAT-DATE                                            *
073800*    EDITS ATN-FMT-DATE-NUM (CCYYMMDD) INTO ATN-FMT-DATE AS      *
073900*    MM/DD/CCYY.                                                 *
074000******************************************************************
074100 8000-FORMAT-DATE.
074200     MOVE SPACES TO ATN-FMT-DATE.
074300     STRING ATN-FMT-MM "/" ATN-FMT-DD "/" ATN-FMT-CCYY
074400         DELIMITED BY SIZE INTO ATN-FMT-DATE.
074500 8000-EXIT.
074600     EXIT.
074700
074800******************************************************************
074900*    9000-TERMINATE                                              *
075000*    PRINTS THE COUNTS AND CLOSES THE FILES.  A SAMPLE WITH NO   *
075100*    ITEMS GOT NO CONTROL RECORD, SO ITS ID CAN BE USED AGAIN,   *
075200*    AND ENDS WITH RETURN CODE 4.                                *
075300******************************************************************
075400 9000-TERMINATE.
075500     IF ATN-SMP-ITEM-COUNT = ZERO
075600         WRITE ATN-SMPRPT-RECORD FROM ATN-SMR-NONE-LINE
075700             AFTER ADVANCING 2 LINES
076000     END-IF.
076100
076200     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
076300
076400     CLOSE ATN-SAMPLE-FILE.
076500     CLOSE ATN-SAMPLE-REPORT.
076600
076700     IF ATN-SMP-ITEM-COUNT = ZERO
076800         DISPLAY 'ADDTWONUMBERSSAMPLE - SAMPLE ' ATN-SMP-SAMPLE-ID
076900             ' HAS NO ITEMS - CHECK THE DATE RANGE'
077000         MOVE 4 TO RETURN-CODE
077100     END-IF.
077200 9000-EXIT.
077300     EXIT.
077400
077500******************************************************************
077600*    9900-ABEND                                                  *
077700*    FATAL ERROR HANDLER.  DISPLAYS THE CONSOLE MESSAGE THE      *
077800*    CALLER PREPARED IN ATN-ABEND-MESSAGE AND STOPS THE JOB      *
077900*    WITH A NONZERO RETURN CODE.                                 *
078000******************************************************************
078100 9900-ABEND.
078200     DISPLAY 'ADDTWONUMBERSSAMPLE - ' ATN-ABEND-MESSAGE.
078300     MOVE 16 TO RETURN-CODE.
078400     STOP RUN.
