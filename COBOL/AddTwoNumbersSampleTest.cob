000100******************************************************************
000200*                                                                *
000300*    PROGRAM-ID:   ADDTWONUMBERSSAMPLETEST                       *
000400*    AUTHOR:       J. HARTLEY                                    *
000500*    INSTALLATION: DATA PROCESSING - GENERAL ACCOUNTING          *
000600*    DATE-WRITTEN: 2026-06-01                                    *
000700*                                                                *
000800*    DESCRIPTION:  ONLINE TEST-RESULT TRANSACTION FOR AN        *
000900*                  INTERNAL AUDIT SAMPLE ON THE SAMPLE MASTER   *
001000*                  (SEE ATNSMPL), AS SELECTED BY                *
001100*                  ADDTWONUMBERSSAMPLE.  THE AUDITOR            *
001200*                  (ATN_OPERATOR_ID) KEYS THE SAMPLE ID AND A   *
001300*                  STARTING ITEM AND IS SHOWN EACH ITEM IN      *
001400*                  TURN - ITS AUDIT MASTER KEY, NUM1, NUM2,     *
001500*                  SUM, KEYING OPERATOR, WHY IT WAS SELECTED,   *
001600*                  AND ANY RESULT ALREADY RECORDED - AND        *
001700*                  RECORDS PASS OR FAIL AND A NOTE AGAINST IT.  *
001800*                  EACH RESULT IS REWRITTEN AT ONCE UNDER THE   *
001900*                  AUDITOR'S ID WITH THE DATE AND TIME.  A      *
002000*                  FAILURE MUST CARRY A NOTE.  AN AUDITOR       *
002100*                  CANNOT RECORD A RESULT FOR AN ITEM THEY      *
002200*                  KEYED, AND A SAMPLE THAT HAS BEEN CLOSED     *
002300*                  (SEE ADDTWONUMBERSSAMPLECLOSE) CAN NO        *
002400*                  LONGER BE CHANGED.                           *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    ------------------------------------------------------     *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    ---------- ----  ------------------------------------      *
003000*    2026-06-01 JH    ORIGINAL PROGRAM.                          *
003100*                                                                *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. AddTwoNumbersSampleTest.
003500 AUTHOR. J. HARTLEY.
003600 INSTALLATION. DATA PROCESSING - GENERAL ACCOUNTING.
003700 DATE-WRITTEN. 2026-06-01.
003800 DATE-COMPILED.
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ATN-SAMPLE-FILE ASSIGN TO SMPLMST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ATN-SMPL-KEY
005100         FILE STATUS IS ATN-SMPL-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ATN-SAMPLE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 COPY ATNSMPL.
005800
005900 WORKING-STORAGE SECTION.
006000******************************************************************
006100*    FILE STATUS AND END-OF-FILE SWITCHES                        *
006200******************************************************************
006300 01  ATN-SMPL-STATUS                PIC X(02) VALUE SPACES.
006400 01  ATN-SWITCHES.
006500     05  ATN-SMPL-EOF-SW            PIC X(01) VALUE 'N'.
006600         88  ATN-EOF-SAMPLE                     VALUE 'Y'.
006700     05  ATN-SMT-DONE-SW            PIC X(01) VALUE 'N'.
006800         88  ATN-SMT-DONE                       VALUE 'Y'.
006900     05  ATN-SMT-ITEM-SW            PIC X(01) VALUE 'N'.
007000         88  ATN-SMT-ITEM-DONE                  VALUE 'Y'.
007100     05  ATN-SMT-REFUSED-SW         PIC X(01) VALUE 'N'.
007200         88  ATN-SMT-REFUSED                    VALUE 'Y'.
007300
007400******************************************************************
007500*    SESSION CONTROL AND ENTRY FIELDS                            *
007600******************************************************************
007700 01  ATN-SMT-OPERATOR-ID            PIC X(08) VALUE SPACES.
007800 01  ATN-SMT-SAMPLE-ID              PIC X(08) VALUE SPACES.
007900 01  ATN-SMT-START-ITEM             PIC 9(04) VALUE 1.
008000 01  ATN-SMT-ITEM-TOTAL             PIC 9(04) VALUE ZERO.
008100 01  ATN-SMT-RESULT                 PIC X(01) VALUE SPACE.
008200 01  ATN-SMT-NOTE                   PIC X(40) VALUE SPACES.
008300 01  ATN-SMT-RESPONSE               PIC X(01) VALUE SPACE.
008400 01  ATN-SMT-MESSAGE                PIC X(60) VALUE SPACES.
008500 77  ATN-PASSED-COUNT               PIC 9(06) VALUE ZERO.
008600 77  ATN-FAILED-COUNT               PIC 9(06) VALUE ZERO.
008700 77  ATN-SKIPPED-COUNT              PIC 9(06) VALUE ZERO.
008800
008900******************************************************************
009000*    ITEM DISPLAY FIELDS                                         *
009100******************************************************************
009200 01  ATN-SMT-DSP-REASON             PIC X(09) VALUE SPACES.
009300 01  ATN-SMT-DSP-RUN-DATE           PIC X(10) VALUE SPACES.
009400 01  ATN-SMT-DSP-NUM1               PIC -ZZZ9.99.
009500 01  ATN-SMT-DSP-NUM2               PIC -ZZZ9.99.
009600 01  ATN-SMT-DSP-SUM                PIC -ZZZZZZZ9.99.
009700 01  ATN-SMT-DSP-LAST               PIC X(10) VALUE SPACES.
009800 01  ATN-SMT-DSP-TESTED-DATE        PIC X(10) VALUE SPACES.
009900 01  ATN-SMT-DSP-COUNT              PIC ZZZZZ9.
010000
010100 01  ATN-SMT-DATE-WORK              PIC 9(08) VALUE ZERO.
010200 01  ATN-SMT-DATE-PARTS REDEFINES ATN-SMT-DATE-WORK.
010300     05  ATN-SMT-DATE-CCYY          PIC 9(04).
010400     05  ATN-SMT-DATE-MM            PIC 9(02).
010500     05  ATN-SMT-DATE-DD            PIC 9(02).
010600 01  ATN-SMT-DATE-EDIT              PIC X(10) VALUE SPACES.
010700
010800 SCREEN SECTION.
010900******************************************************************
011000*    ATN-SMT-CRITERIA-SCREEN                                     *
011100*    COLLECTS THE SAMPLE ID AND THE ITEM TO START AT.            *
011200******************************************************************
011300 01  ATN-SMT-CRITERIA-SCREEN.
011400     05  BLANK SCREEN.
011500     05  LINE 01 COLUMN 01
011600             VALUE 'ADDTWONUMBERS - AUDIT SAMPLE TEST RESULTS'.
011700     05  LINE 03 COLUMN 01
011800             VALUE 'ENTER SAMPLE ID . . . . . . .'.
011900     05  LINE 03 COLUMN 36 PIC X(08)
012000             USING ATN-SMT-SAMPLE-ID.
012100     05  LINE 04 COLUMN 01
012200             VALUE 'START AT ITEM . . . . . . . .'.
012300     05  LINE 04 COLUMN 36 PIC 9(04)
012400             USING ATN-SMT-START-ITEM.
012500
012600******************************************************************
012700*    ATN-SMT-ITEM-SCREEN                                         *
012800*    SHOWS ONE SAMPLED ITEM AND ANY RESULT ALREADY RECORDED, AND *
012900*    COLLECTS THE RESULT, THE NOTE, AND THE NEXT/EXIT RESPONSE.  *
013000******************************************************************
013100 01  ATN-SMT-ITEM-SCREEN.
013200     05  BLANK SCREEN.
013300     05  LINE 01 COLUMN 01
013400             VALUE 'ADDTWONUMBERS - AUDIT SAMPLE TEST RESULTS'.
013500     05  LINE 03 COLUMN 01 VALUE 'SAMPLE: '.
013600     05  LINE 03 COLUMN 09 PIC X(08) FROM ATN-SMT-SAMPLE-ID.
013700     05  LINE 03 COLUMN 20 VALUE 'ITEM: '.
013800     05  LINE 03 COLUMN 26 PIC ZZZ9 FROM ATN-SMPL-ITEM-NO.
013900     05  LINE 03 COLUMN 31 VALUE 'OF '.
014000     05  LINE 03 COLUMN 34 PIC ZZZ9 FROM ATN-SMT-ITEM-TOTAL.
014100     05  LINE 03 COLUMN 42 VALUE 'SELECTED: '.
014200     05  LINE 03 COLUMN 52 PIC X(09) FROM ATN-SMT-DSP-REASON.
014300     05  LINE 05 COLUMN 01 VALUE 'RUN DATE: '.
014400     05  LINE 05 COLUMN 11 PIC X(10) FROM ATN-SMT-DSP-RUN-DATE.
014500     05  LINE 05 COLUMN 24 VALUE 'JOB: '.
014600     05  LINE 05 COLUMN 29 PIC X(08) FROM ATN-SMPL-JOB-ID.
014700     05  LINE 05 COLUMN 40 VALUE 'SEQ: '.
014800     05  LINE 05 COLUMN 45 PIC 9(08) FROM ATN-SMPL-SEQ-NO.
014900     05  LINE 05 COLUMN 56 VALUE 'TRAN KEY: '.
015000     05  LINE 05 COLUMN 66 PIC 9(08) FROM ATN-SMPL-TRAN-KEY.
015100     05  LINE 06 COLUMN 01 VALUE 'NUM1: '.
015200     05  LINE 06 COLUMN 07 PIC -ZZZ9.99 FROM ATN-SMT-DSP-NUM1.
015300     05  LINE 06 COLUMN 18 VALUE 'NUM2: '.
015400     05  LINE 06 COLUMN 24 PIC -ZZZ9.99 FROM ATN-SMT-DSP-NUM2.
015500     05  LINE 06 COLUMN 36 VALUE 'SUM: '.
015600     05  LINE 06 COLUMN 41 PIC -ZZZZZZZ9.99 FROM ATN-SMT-DSP-SUM.
015700     05  LINE 06 COLUMN 56 VALUE 'KEYED BY: '.
015800     05  LINE 06 COLUMN 66 PIC X(08) FROM ATN-SMPL-OPERATOR-ID.
015900     05  LINE 08 COLUMN 01 VALUE 'LAST RESULT: '.
016000     05  LINE 08 COLUMN 14 PIC X(10) FROM ATN-SMT-DSP-LAST.
016100     05  LINE 08 COLUMN 27 VALUE 'BY: '.
016200     05  LINE 08 COLUMN 31 PIC X(08) FROM ATN-SMPL-TESTED-BY.
016300     05  LINE 08 COLUMN 42 VALUE 'ON: '.
016400     05  LINE 08 COLUMN 46 PIC X(10) FROM ATN-SMT-DSP-TESTED-DATE.
016500     05  LINE 10 COLUMN 01
016600             VALUE 'RESULT (P=PASS F=FAIL) . . .'.
016700     05  LINE 10 COLUMN 31 PIC X(01)
016800             USING ATN-SMT-RESULT.
016900     05  LINE 11 COLUMN 01
017000             VALUE 'NOTE . . . . . . . . . . . .'.
017100     05  LINE 11 COLUMN 31 PIC X(40)
017200             USING ATN-SMT-NOTE.
017300     05  LINE 13 COLUMN 01
017400             VALUE 'ENTER=RECORD AND NEXT  X=EXIT .'.
017500     05  LINE 13 COLUMN 33 PIC X(01)
017600             USING ATN-SMT-RESPONSE.
017700     05  LINE 15 COLUMN 01 PIC X(60) FROM ATN-SMT-MESSAGE.
017800
017900******************************************************************
018000*    ATN-SMT-NOTICE-SCREEN                                       *
018100*    TOLD WHEN THE SAMPLE IS NOT ON THE MASTER OR IS CLOSED.     *
018200******************************************************************
018300 01  ATN-SMT-NOTICE-SCREEN.
018400     05  BLANK SCREEN.
018500     05  LINE 01 COLUMN 01
018600             VALUE 'ADDTWONUMBERS - AUDIT SAMPLE TEST RESULTS'.
018700     05  LINE 03 COLUMN 01 PIC X(60) FROM ATN-SMT-MESSAGE.
018800     05  LINE 05 COLUMN 01
018900             VALUE 'PRESS ENTER TO CONTINUE . . . . . . .'.
019000     05  LINE 05 COLUMN 39 PIC X(01)
019100             USING ATN-SMT-RESPONSE.
019200
019300 PROCEDURE DIVISION.
019400******************************************************************
019500*    0000-MAINLINE                                               *
019600*    CONTROLS THE OVERALL FLOW OF THE TEST-RESULT SESSION.       *
019700******************************************************************
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000
020100     IF ATN-SMT-REFUSED
020200         PERFORM 4000-SHOW-NOTICE THRU 4000-EXIT
020300     ELSE
020400         PERFORM 2000-TEST-ITEM THRU 2000-EXIT
020500             UNTIL ATN-EOF-SAMPLE
020600                OR ATN-SMT-DONE
020700     END-IF.
020800
020900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021000
021100     STOP RUN.
021200
021300******************************************************************
021400*    1000-INITIALIZE                                             *
021500*    ESTABLISHES THE AUDITOR'S IDENTITY, OPENS THE SAMPLE MASTER *
021600*    FOR UPDATE, PROMPTS FOR THE SAMPLE, AND READS ITS CONTROL   *
021700*    RECORD.  A MISSING AUDITOR ID OR MASTER IS A FATAL ERROR.   *
021800*    A SAMPLE THAT IS NOT ON THE MASTER, OR IS CLOSED, IS        *
021900*    REFUSED WITH A NOTICE; OTHERWISE THE MASTER IS POSITIONED   *
022000*    AT THE STARTING ITEM.                                       *
022100******************************************************************
022200 1000-INITIALIZE.
022300     ACCEPT ATN-SMT-OPERATOR-ID
022400         FROM ENVIRONMENT 'ATN_OPERATOR_ID'.
022500     IF ATN-SMT-OPERATOR-ID = SPACES
022600         DISPLAY 'ADDTWONUMBERSSAMPLETEST - ATN_OPERATOR_ID MUST '
022700             'NAME THE AUDITOR'
022800         MOVE 16 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100
023200     OPEN I-O ATN-SAMPLE-FILE.
023300     IF ATN-SMPL-STATUS NOT = '00'
023400         DISPLAY 'ADDTWONUMBERSSAMPLETEST - UNABLE TO OPEN '
023500             'ATN-SAMPLE-FILE - FILE STATUS ' ATN-SMPL-STATUS
023600         MOVE 16 TO RETURN-CODE
023700         STOP RUN
023800     END-IF.
023900
024000     DISPLAY ATN-SMT-CRITERIA-SCREEN.
024100     ACCEPT ATN-SMT-CRITERIA-SCREEN.
024200
024300     MOVE ATN-SMT-SAMPLE-ID TO ATN-SMPL-SAMPLE-ID.
024400     MOVE ZERO              TO ATN-SMPL-ITEM-NO.
024500     READ ATN-SAMPLE-FILE
024600         INVALID KEY
024700             STRING 'SAMPLE ' ATN-SMT-SAMPLE-ID
024800                 ' IS NOT ON THE SAMPLE MASTER' DELIMITED BY SIZE
024900                 INTO ATN-SMT-MESSAGE
025000             SET ATN-SMT-REFUSED TO TRUE
025100             GO TO 1000-EXIT
025200     END-READ.
025300
025400     IF ATN-SMPL-CTL-CLOSED
025500         STRING 'SAMPLE ' ATN-SMT-SAMPLE-ID
025600             ' IS CLOSED - RESULTS CAN NO LONGER BE CHANGED'
025700             DELIMITED BY SIZE INTO ATN-SMT-MESSAGE
025800         SET ATN-SMT-REFUSED TO TRUE
025900         GO TO 1000-EXIT
026000     END-IF.
026100
026200     MOVE ATN-SMPL-CTL-ITEM-COUNT TO ATN-SMT-ITEM-TOTAL.
026300
026400     IF ATN-SMT-START-ITEM = ZERO
026500         MOVE 1 TO ATN-SMT-START-ITEM
026600     END-IF.
026700     MOVE ATN-SMT-SAMPLE-ID  TO ATN-SMPL-SAMPLE-ID.
026800     MOVE ATN-SMT-START-ITEM TO ATN-SMPL-ITEM-NO.
026900     START ATN-SAMPLE-FILE
027000         KEY NOT LESS THAN ATN-SMPL-KEY
027100         INVALID KEY
027200             SET ATN-EOF-SAMPLE TO TRUE
027300     END-START.
027400 1000-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800*    2000-TEST-ITEM                                              *
027900*    READS THE NEXT ITEM OF THE SAMPLE, FILLS IN ITS DISPLAY     *
028000*    FIELDS, AND KEEPS SHOWING IT UNTIL THE AUDITOR'S ENTRY IS   *
028100*    ACCEPTED.  THE FIRST RECORD OF ANOTHER SAMPLE ENDS THE      *
028200*    SESSION.                                                    *
028300******************************************************************
028400 2000-TEST-ITEM.
028500     READ ATN-SAMPLE-FILE NEXT RECORD
028600         AT END
028700             SET ATN-EOF-SAMPLE TO TRUE
028800             GO TO 2000-EXIT
028900     END-READ.
029000
029100     IF ATN-SMPL-SAMPLE-ID NOT = ATN-SMT-SAMPLE-ID
029200         SET ATN-EOF-SAMPLE TO TRUE
029300         GO TO 2000-EXIT
029400     END-IF.
029500
029600     EVALUATE TRUE
029700         WHEN ATN-SMPL-BY-THRESHOLD
029800             MOVE 'THRESHOLD' TO ATN-SMT-DSP-REASON
029900         WHEN ATN-SMPL-BY-OPERATOR
030000             MOVE 'OPERATOR'  TO ATN-SMT-DSP-REASON
030100         WHEN OTHER
030200             MOVE 'RANDOM'    TO ATN-SMT-DSP-REASON
030300     END-EVALUATE.
030400
030500     MOVE ATN-SMPL-RUN-DATE TO ATN-SMT-DATE-WORK.
030600     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
030700     MOVE ATN-SMT-DATE-EDIT TO ATN-SMT-DSP-RUN-DATE.
030800     MOVE ATN-SMPL-NUM1     TO ATN-SMT-DSP-NUM1.
030900     MOVE ATN-SMPL-NUM2     TO ATN-SMT-DSP-NUM2.
031000     MOVE ATN-SMPL-SUM      TO ATN-SMT-DSP-SUM.
031100
031200     MOVE ATN-SMPL-RESULT   TO ATN-SMT-RESULT.
031300     MOVE ATN-SMPL-NOTE     TO ATN-SMT-NOTE.
031400     MOVE 'N' TO ATN-SMT-ITEM-SW.
031500     PERFORM 2100-SHOW-ITEM THRU 2100-EXIT
031600         UNTIL ATN-SMT-ITEM-DONE.
031700 2000-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100*    2100-SHOW-ITEM                                              *
032200*    SHOWS THE CURRENT ITEM AND ACTS ON THE AUDITOR'S ENTRY.  X  *
032300*    ENDS THE SESSION WITHOUT RECORDING THE ITEM ON THE SCREEN.  *
032400*    A RESULT OTHER THAN P OR F, OR A FAILURE WITH NO NOTE, IS   *
032500*    SHOWN AGAIN WITH A MESSAGE.  AN ENTRY THAT CHANGES NOTHING  *
032600*    IS COUNTED AS SKIPPED.                                      *
032700******************************************************************
032800 2100-SHOW-ITEM.
032900     EVALUATE TRUE
033000         WHEN ATN-SMPL-PASSED
033100             MOVE 'PASSED'     TO ATN-SMT-DSP-LAST
033200         WHEN ATN-SMPL-FAILED
033300             MOVE 'FAILED'     TO ATN-SMT-DSP-LAST
033400         WHEN OTHER
033500             MOVE 'NOT TESTED' TO ATN-SMT-DSP-LAST
033600     END-EVALUATE.
033700     MOVE ATN-SMPL-TESTED-DATE TO ATN-SMT-DATE-WORK.
033800     PERFORM 8000-EDIT-DATE THRU 8000-EXIT.
033900     MOVE ATN-SMT-DATE-EDIT TO ATN-SMT-DSP-TESTED-DATE.
034000
034100     MOVE SPACE TO ATN-SMT-RESPONSE.
034200     DISPLAY ATN-SMT-ITEM-SCREEN.
034300     ACCEPT ATN-SMT-ITEM-SCREEN.
034400     MOVE SPACES TO ATN-SMT-MESSAGE.
034500
034600     IF ATN-SMT-RESPONSE = 'X' OR 'x'
034700         SET ATN-SMT-DONE      TO TRUE
034800         SET ATN-SMT-ITEM-DONE TO TRUE
034900         GO TO 2100-EXIT
035000     END-IF.
035100
035200     INSPECT ATN-SMT-RESULT CONVERTING 'pf' TO 'PF'.
035300     IF ATN-SMT-RESULT NOT = 'P'
035400             AND ATN-SMT-RESULT NOT = 'F'
035500             AND ATN-SMT-RESULT NOT = SPACE
035600         MOVE 'RESULT MUST BE P OR F' TO ATN-SMT-MESSAGE
035700         GO TO 2100-EXIT
035800     END-IF.
035900
036000     IF ATN-SMT-RESULT = 'F'
036100             AND ATN-SMT-NOTE = SPACES
036200         MOVE 'A FAILED ITEM MUST CARRY A NOTE' TO ATN-SMT-MESSAGE
036300         GO TO 2100-EXIT
036400     END-IF.
036500
036600     SET ATN-SMT-ITEM-DONE TO TRUE.
036700
036800     IF ATN-SMT-RESULT = SPACE
036900             OR (ATN-SMT-RESULT = ATN-SMPL-RESULT
037000                 AND ATN-SMT-NOTE = ATN-SMPL-NOTE)
037100         ADD 1 TO ATN-SKIPPED-COUNT
037200         GO TO 2100-EXIT
037300     END-IF.
037400
037500     PERFORM 2200-RECORD-RESULT THRU 2200-EXIT.
037600 2100-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000*    2200-RECORD-RESULT                                          *
038100*    REWRITES THE CURRENT ITEM WITH THE AUDITOR'S RESULT AND     *
038200*    NOTE, UNDER THE AUDITOR'S ID, DATED AND TIMED.  THE         *
038300*    OPERATOR WHO KEYED THE TRANSACTION CANNOT RECORD A RESULT   *
038400*    FOR IT - THE SAME SECOND-PAIR-OF-EYES RULE AS APPROVAL.     *
038500******************************************************************
038600 2200-RECORD-RESULT.
038700     IF ATN-SMPL-OPERATOR-ID = ATN-SMT-OPERATOR-ID
038800         MOVE 'AUDITOR KEYED THIS ITEM - RESULT NOT RECORDED'
038900             TO ATN-SMT-MESSAGE
039000         ADD 1 TO ATN-SKIPPED-COUNT
039100         GO TO 2200-EXIT
039200     END-IF.
039300
039400     MOVE ATN-SMT-RESULT      TO ATN-SMPL-RESULT.
039500     MOVE ATN-SMT-NOTE        TO ATN-SMPL-NOTE.
039600     MOVE ATN-SMT-OPERATOR-ID TO ATN-SMPL-TESTED-BY.
039700     ACCEPT ATN-SMPL-TESTED-DATE FROM DATE YYYYMMDD.
039800     ACCEPT ATN-SMPL-TESTED-TIME FROM TIME.
039900
040000     REWRITE ATN-SMPL-RECORD
040100         INVALID KEY
040200             MOVE 'REWRITE FAILED - RESULT NOT RECORDED'
040300                 TO ATN-SMT-MESSAGE
040400         NOT INVALID KEY
040500             IF ATN-SMPL-PASSED
040600                 ADD 1 TO ATN-PASSED-COUNT
040700             ELSE
040800                 ADD 1 TO ATN-FAILED-COUNT
040900             END-IF
041000     END-REWRITE.
041100 2200-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500*    4000-SHOW-NOTICE                                            *
041600*    TELLS THE AUDITOR WHY THE SAMPLE CANNOT BE WORKED.          *
041700******************************************************************
041800 4000-SHOW-NOTICE.
041900     MOVE SPACE TO ATN-SMT-RESPONSE.
042000     DISPLAY ATN-SMT-NOTICE-SCREEN.
042100     ACCEPT ATN-SMT-NOTICE-SCREEN.
042200 4000-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*    8000-EDIT-DATE                                              *
042700*    EDITS ATN-SMT-DATE-WORK (CCYYMMDD) AS MM/DD/CCYY.           *
042800******************************************************************
042900 8000-EDIT-DATE.
043000     MOVE SPACES TO ATN-SMT-DATE-EDIT.
043100     IF ATN-SMT-DATE-WORK NOT = ZERO
043200         STRING ATN-SMT-DATE-MM   DELIMITED BY SIZE
043300                '/'               DELIMITED BY SIZE
043400                ATN-SMT-DATE-DD   DELIMITED BY SIZE
043500                '/'               DELIMITED BY SIZE
043600                ATN-SMT-DATE-CCYY DELIMITED BY SIZE
043700             INTO ATN-SMT-DATE-EDIT
043800         END-STRING
043900     END-IF.
044000 8000-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    9000-TERMINATE                                              *
044500*    CLOSES THE SAMPLE MASTER AND REPORTS THE SESSION COUNTS ON  *
044600*    THE CONSOLE.                                                *
044700******************************************************************
044800 9000-TERMINATE.
044900     CLOSE ATN-SAMPLE-FILE.
045000
045100     MOVE ATN-PASSED-COUNT TO ATN-SMT-DSP-COUNT.
045200     DISPLAY 'ADDTWONUMBERSSAMPLETEST - ITEMS PASSED  '
045300         ATN-SMT-DSP-COUNT.
045400     MOVE ATN-FAILED-COUNT TO ATN-SMT-DSP-COUNT.
045500     DISPLAY 'ADDTWONUMBERSSAMPLETEST - ITEMS FAILED  '
045600         ATN-SMT-DSP-COUNT.
045700     MOVE ATN-SKIPPED-COUNT TO ATN-SMT-DSP-COUNT.
045800     DISPLAY 'ADDTWONUMBERSSAMPLETEST - ITEMS SKIPPED '
045900         ATN-SMT-DSP-COUNT.
046000 9000-EXIT.
046100     EXIT.
