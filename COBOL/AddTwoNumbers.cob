002964*                     CONTROL ENTRY, REPORT HEADINGS, AUDIT     *
002965*                     LOG, AND POSTING DATE STAMPS ALL FOLLOW   *
002966*                     THE SUPPLIED DATE.                        *
002976*    2025-10-27 JH    ATN_RUN_OVERRIDE=Y IS NOW HONORED ONLY    *
002986*                     FOR AN OPERATOR (ATN_OPERATOR_ID) WITH    *
002996*                     OVERRIDE AUTHORITY ON THE OPERATOR        *
003006*                     AUTHORITY MASTER (SEE ATNOPER) - A        *
003016*                     REFUSAL IS WRITTEN TO THE SECURITY        *
003026*                     VIOLATION LOG (SEE ATNSECV) AND STOPS THE *
003036*                     RUN.                                      *
003046*    2025-11-17 JH    A BUSINESS DATE IN A FISCAL PERIOD CLOSED *
003056*                     ON THE FISCAL CALENDAR (SEE ATNFCAL) IS   *
003066*                     NOW REFUSED OUTRIGHT - NO OVERRIDE        *
003076*                     APPLIES. EACH RUN CLEARS ITS DATE'S NEW   *
003086*                     BALANCED AND CONFIRMED SWITCHES ON THE    *
003096*                     RUN-CONTROL MASTER (SEE ATNRUN) SO A      *
003106*                     RERUN DAY MUST BE PROVEN AGAIN.           *
003116*    2026-01-12 JH    EACH TRANSACTION POSTED OR REJECTED NOW   *
003126*                     ADDS AN EVENT TO THE TRANSACTION          *
003136*                     LIFECYCLE HISTORY FILE (SEE ATNLIFE) FOR  *
003146*                     ADDTWONUMBERSTRACE.                       *
003156*    2026-03-02 JH    THE TRANSACTION'S DEPARTMENT CODE IS NOW  *
003166*                     CARRIED ON EACH AUDIT LOG RECORD (SEE     *
003176*                     ATNAUD) FOR THE MONTH-END BUDGET VARIANCE *
003186*                     REPORT.                                   *
003196*    2026-04-06 JH    THE RUN-CONTROL MASTER (SEE ATNRUN) IS    *
003206*                     NOW AN INDEXED FILE KEYED BY RUN DATE.    *
003216*                     1600 READS THE PROCESS DATE, ANY LATER    *
003226*                     COMPLETED DATE AND THE PRIOR COMPLETED    *
003236*                     DATE BY KEY, AND 9500 WRITES OR REWRITES  *
003246*                     ONLY THE PROCESS DATE'S RECORD - THE      *
003256*                     500-DATE TABLE AND THE FULL REWRITE ARE   *
003266*                     GONE.                                     *
003276*    2026-05-04 JH    TRANSIN MUST NOW OPEN WITH A HEADER       *
003286*                     RECORD (SEE ATNTRAN) WHOSE BUSINESS DATE  *
003296*                     MATCHES THE RUN DATE - 1450 CHECKS IT     *
003306*                     BEFORE ANY OUTPUT FILE IS OPENED AND 3000 *
003316*                     CHECKS AND SKIPS ANY FURTHER HEADER.      *
003326*                     POSTOUT AND REJECTOUT NOW OPEN WITH A     *
003336*                     HEADER CARRYING THE BUSINESS DATE, THIS   *
003346*                     PROGRAM, THE JOB ID AND THE CREATION      *
003356*                     STAMP; A RESTART THAT EXTENDS THEM WRITES *
003366*                     NONE.                                     *
002855*                                                                *
002900******************************************************************
003000 IDENTIFICATION DIVISION.
005322         FILE STATUS IS ATN-DEPTC-STATUS.
005323
005324     SELECT OPTIONAL ATN-RUN-CONTROL-FILE ASSIGN TO RUNCTL
005325         ORGANIZATION IS INDEXED
005326         ACCESS MODE IS DYNAMIC
005327         RECORD KEY IS ATN-RUNC-RUN-DATE
005328         FILE STATUS IS ATN-RUNC-STATUS.
005329
005331     SELECT OPTIONAL ATN-DEPT-REF-FILE ASSIGN TO DEPTREF
005332         ORGANIZATION IS SEQUENTIAL
005333         ACCESS MODE IS SEQUENTIAL
005334         FILE STATUS IS ATN-DEPTR-STATUS.
005337
005338     SELECT ATN-OPERATOR-FILE ASSIGN TO OPERMST
005339         ORGANIZATION IS INDEXED
005340         ACCESS MODE IS RANDOM
005341         RECORD KEY IS ATN-OPER-ID
005342         FILE STATUS IS ATN-OPERM-STATUS.
005343
005344     SELECT OPTIONAL ATN-SECURITY-LOG ASSIGN TO SECVLOG
005345         ORGANIZATION IS SEQUENTIAL
005346         ACCESS MODE IS SEQUENTIAL
005347         FILE STATUS IS ATN-SECV-STATUS.
005357
005367     SELECT OPTIONAL ATN-FISCAL-CALENDAR ASSIGN TO FISCCAL
005377         ORGANIZATION IS INDEXED
005387         ACCESS MODE IS DYNAMIC
005388         RECORD KEY IS ATN-FCAL-END-DATE
005389         FILE STATUS IS ATN-FCAL-STATUS.
005390
005391     SELECT OPTIONAL ATN-LIFE-FILE ASSIGN TO LIFEHST
005392         ORGANIZATION IS INDEXED
005393         ACCESS MODE IS RANDOM
005394         RECORD KEY IS ATN-LIFE-KEY
005395         FILE STATUS IS ATN-LIFE-STATUS.
005396
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ATN-TRANS-FILE
006519 COPY ATNDEPT.
006521
006522 FD  ATN-RUN-CONTROL-FILE
006524     LABEL RECORDS ARE STANDARD.
006525 COPY ATNRUN.
006526
006529     LABEL RECORDS ARE STANDARD.
006531 COPY ATNDPRF.
006532
006533 FD  ATN-OPERATOR-FILE
006534     LABEL RECORDS ARE STANDARD.
006535 COPY ATNOPER.
006536
006537 FD  ATN-SECURITY-LOG
006538     RECORDING MODE IS F
006539     LABEL RECORDS ARE STANDARD.
006540 COPY ATNSECV.
006550
006560 FD  ATN-FISCAL-CALENDAR
006570     LABEL RECORDS ARE STANDARD.
006580 COPY ATNFCAL.
006590
006592 FD  ATN-LIFE-FILE
006594     LABEL RECORDS ARE STANDARD.
006596 COPY ATNLIFE.
006598
006600 WORKING-STORAGE SECTION.
006700******************************************************************
006800*    FILE STATUS AND END-OF-FILE SWITCHES                        *
007149 01  ATN-RUNC-STATUS                PIC X(02) VALUE SPACES.
007151 01  ATN-DEPTR-STATUS               PIC X(02) VALUE SPACES.
007150 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
007160 01  ATN-OPERM-STATUS               PIC X(02) VALUE SPACES.
007170 01  ATN-SECV-STATUS                PIC X(02) VALUE SPACES.
007180 01  ATN-FCAL-STATUS                PIC X(02) VALUE SPACES.
007190 01  ATN-LIFE-STATUS                PIC X(02) VALUE SPACES.
007200
007300 01  ATN-SWITCHES.
007400     05  ATN-EOF-SW                 PIC X(01) VALUE 'N'.
007580         88  ATN-CALC-ERROR                     VALUE 'N'.
007582     05  ATN-DEPTC-EOF-SW           PIC X(01) VALUE 'N'.
007584         88  ATN-EOF-DEPT-CONTROLS              VALUE 'Y'.
007585     05  ATN-DEPT-OOB-SW            PIC X(01) VALUE 'N'.
007586         88  ATN-DEPT-OUT-OF-BALANCE            VALUE 'Y'.
007587     05  ATN-RUNC-EOF-SW            PIC X(01) VALUE 'N'.
007588         88  ATN-EOF-RUN-CONTROLS               VALUE 'Y'.
007589     05  ATN-RUNC-CUR-SW            PIC X(01) VALUE 'N'.
007590         88  ATN-RUNC-CUR-FOUND                 VALUE 'Y'.
007591     05  ATN-RUNC-LATER-SW          PIC X(01) VALUE 'N'.
007592         88  ATN-RUNC-LATER-FOUND               VALUE 'Y'.
007593     05  ATN-RUNC-PRIOR-SW          PIC X(01) VALUE 'N'.
007594         88  ATN-RUNC-PRIOR-FOUND               VALUE 'Y'.
007595     05  ATN-DEPTR-EOF-SW           PIC X(01) VALUE 'N'.
007596         88  ATN-EOF-DEPT-REFS                  VALUE 'Y'.
007597     05  ATN-OVR-CHECKED-SW         PIC X(01) VALUE 'N'.
007598         88  ATN-OVR-CHECKED                    VALUE 'Y'.
007600
007700******************************************************************
007800*    REPORT PRINT LINES                                          *
008893******************************************************************
008894 01  ATN-AUD-JOB-ID-WS              PIC X(08) VALUE SPACES.
008895 01  ATN-AUD-OPERATOR-ID-WS         PIC X(08) VALUE SPACES.
008896 01  ATN-SEC-REASON-WK              PIC X(02) VALUE SPACES.
008897 01  ATN-SEC-REASON-TEXT            PIC X(30) VALUE SPACES.
008898 77  ATN-LIFE-SEQ                   PIC 9(06) COMP VALUE ZERO.
008899
008900 01  ATN-RUN-DATE-NUM               PIC 9(08).
009000 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
009100     05  ATN-RUN-CCYY               PIC 9(04).
010000     05  ATN-RUN-HS                 PIC 9(02).
010100
010102******************************************************************
010103*    RUN-CONTROL MASTER LOOKUPS - THE MASTER IS INDEXED BY RUN   *
010104*    DATE.  1600 NOTES THE PROCESS DATE'S OWN STATUS AND KEEPS   *
010105*    THE CLOSING FIGURES OF THE LATEST COMPLETED RUN BEFORE IT;  *
010106*    9500 WRITES OR REWRITES THE PROCESS DATE'S RECORD ALONE.    *
010107******************************************************************
010108 77  ATN-RUNC-CALC-QUOT             PIC 9(04) COMP VALUE ZERO.
010109 77  ATN-RUNC-CALC-REM              PIC 9(04) COMP VALUE ZERO.
010110 01  ATN-RUNC-CUR-STATUS            PIC X(01) VALUE SPACE.
010111 01  ATN-RUNC-FIRST-DATE            PIC 9(08) VALUE ZERO.
010112 01  ATN-RUNC-PRIOR-DATE            PIC 9(08) VALUE ZERO.
010113 01  ATN-RUNC-PRIOR-COUNT           PIC 9(08) VALUE ZERO.
010114 01  ATN-RUNC-PRIOR-TOTAL           PIC S9(07)V99 VALUE ZERO.
010115 01  ATN-RUNC-PRIOR-EXCP            PIC 9(04) VALUE ZERO.
010116 01  ATN-RUNC-BACK-DATE             PIC 9(08) VALUE ZERO.
010117 01  ATN-RUNC-BACK-GROUP REDEFINES ATN-RUNC-BACK-DATE.
010118     05  ATN-RUNC-BACK-CCYY         PIC 9(04).
010119     05  ATN-RUNC-BACK-MM           PIC 9(02).
010120     05  ATN-RUNC-BACK-DD           PIC 9(02).
010121 01  ATN-RUN-OVERRIDE               PIC X(01) VALUE SPACE.
010122 01  ATN-PROCESS-DATE-PARM          PIC X(08) VALUE SPACES.
010123 01  ATN-PROCESS-DATE-NUM REDEFINES ATN-PROCESS-DATE-PARM
010124                                    PIC 9(08).
010141 01  ATN-CONT-DATE-NUM              PIC 9(08) VALUE ZERO.
010143 01  ATN-CONT-DATE-GROUP REDEFINES ATN-CONT-DATE-NUM.
010145     05  ATN-CONT-CCYY              PIC 9(04).
010147     05  ATN-CONT-MM                PIC 9(02).
010149     05  ATN-CONT-DD                PIC 9(02).
010151
010152******************************************************************
010153*    WORK-FILE HEADER FIELDS - EVERY FILE PASSED BETWEEN THE     *
010154*    PROGRAMS OPENS WITH A HEADER CARRYING ITS BUSINESS DATE,    *
010155*    PRODUCING PROGRAM, JOB ID, AND CREATION STAMP.  THE CLOCK   *
010156*    DATE IS KEPT HERE BECAUSE ATN-RUN-DATE-NUM BECOMES THE      *
010157*    BUSINESS DATE.                                              *
010158******************************************************************
010159 01  ATN-HDR-CREATE-DATE            PIC 9(08) VALUE ZERO.
010160
010200******************************************************************
010300*    WORK AREAS                                                  *
010400******************************************************************
012680*    FILE UNTOUCHED.  ATN_PROCESS_DATE, WHEN SUPPLIED, BECOMES   *
012690*    THE BUSINESS DATE IN PLACE OF THE SYSTEM CLOCK DATE SO A    *
012695*    MISSED DAY CAN BE RUN AFTER THE FACT.                       *
012696*    A BUSINESS DATE IN A CLOSED FISCAL PERIOD IS REFUSED        *
012697*    OUTRIGHT, AHEAD OF THE RUN-CONTROL CHECKS.                  *
012698*    TRANSIN'S HEADER IS CHECKED WITH THE EXTRACT TRAILER, AND   *
012699*    NEW SUSPENSE AND POSTING FILES GET THEIR HEADERS AS THEY    *
012732*    ARE OPENED.                                                 *
012765******************************************************************
012800 1000-INITIALIZE.
012900     OPEN INPUT ATN-TRANS-FILE.
012910     IF ATN-TRANS-STATUS NOT = '00'
013000
013100     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
013200     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
013205     MOVE ATN-RUN-DATE-NUM TO ATN-HDR-CREATE-DATE.
013210
013220     ACCEPT ATN-PROCESS-DATE-PARM
013230         FROM ENVIRONMENT 'ATN_PROCESS_DATE'.
013700     STRING ATN-RUN-HH   ":" ATN-RUN-MIN ":" ATN-RUN-SS
013800         DELIMITED BY SIZE INTO ATN-HDG-RUN-TIME.
013810
013812     PERFORM 1800-CHECK-FISCAL-PERIOD THRU 1800-EXIT.
013815     PERFORM 1600-CHECK-RUN-CONTROL THRU 1600-EXIT.
013820     PERFORM 1400-VERIFY-EXTRACT THRU 1400-EXIT.
013822     PERFORM 1450-VERIFY-TRANS-HEADER THRU 1450-EXIT.
013825
013826     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.
013827
013841         OPEN EXTEND ATN-REJECT-FILE
013842         IF ATN-RJCT-STATUS = '35'
013843             OPEN OUTPUT ATN-REJECT-FILE
013844             PERFORM 1460-WRITE-REJECT-HEADER THRU 1460-EXIT
013845         END-IF
013846         OPEN EXTEND ATN-POSTING-FILE
013847         IF ATN-POST-STATUS = '35'
013848             OPEN OUTPUT ATN-POSTING-FILE
013849             PERFORM 1470-WRITE-POSTING-HEADER THRU 1470-EXIT
013850         END-IF
013851     ELSE
013852         OPEN OUTPUT ATN-REPORT-FILE
013853         OPEN OUTPUT ATN-EXCEPTION-FILE
013854         OPEN OUTPUT ATN-REJECT-FILE
013855         PERFORM 1460-WRITE-REJECT-HEADER THRU 1460-EXIT
013856         OPEN OUTPUT ATN-POSTING-FILE
013857         PERFORM 1470-WRITE-POSTING-HEADER THRU 1470-EXIT
013858     END-IF.
013859
013861     OPEN EXTEND ATN-AUDIT-FILE.
013862     IF ATN-AUDIT-STATUS = '05'
013863         OPEN OUTPUT ATN-AUDIT-FILE
013864     END-IF.
013866
013867     OPEN I-O ATN-LIFE-FILE.
013868     IF ATN-LIFE-STATUS NOT = '00' AND ATN-LIFE-STATUS NOT = '05'
013869         STRING 'UNABLE TO OPEN ATN-LIFE-FILE - FILE STATUS '
013870             ATN-LIFE-STATUS DELIMITED BY SIZE
013871             INTO ATN-ABEND-MESSAGE
013872         GO TO 9900-ABEND
013873     END-IF.
013874
013830     PERFORM 1500-LOAD-DEPT-CONTROLS THRU 1500-EXIT.
013835     PERFORM 1700-LOAD-DEPT-REFS THRU 1700-EXIT.
013900
014513     EXIT.
014514
014515******************************************************************
014516*    1450-VERIFY-TRANS-HEADER                                    *
014517*    READS THE HEADER RECORD THAT MUST OPEN THE TRANSACTION      *
014518*    FILE AND CHECKS ITS BUSINESS DATE AGAINST THE RUN DATE      *
014519*    BEFORE ANY OUTPUT FILE IS OPENED.  A FILE WITH NO HEADER,   *
014520*    OR ONE CUT FOR ANOTHER DAY, IS A FATAL ERROR - TOTALING     *
014521*    YESTERDAY'S TRANSACTIONS AGAINST TODAY'S EXTRACT POSTS      *
014522*    THEM TWICE.  THE FIRST DETAIL IS READ BY THE PRIMING READ.  *
014523******************************************************************
014524 1450-VERIFY-TRANS-HEADER.
014525     READ ATN-TRANS-FILE
014526         AT END
014527             MOVE 'TRANSIN HAS NO HEADER RECORD - FILE IS EMPTY'
014528                 TO ATN-ABEND-MESSAGE
014529             GO TO 9900-ABEND
014530     END-READ.
014531
014532     IF NOT ATN-TRAN-IS-HEADER
014533         MOVE 'TRANSIN HAS NO HEADER RECORD'
014534             TO ATN-ABEND-MESSAGE
014535         GO TO 9900-ABEND
014536     END-IF.
014537
014538     PERFORM 3100-CHECK-TRANS-HEADER THRU 3100-EXIT.
014539 1450-EXIT.
014540     EXIT.
014541
014542******************************************************************
014543*    1460-WRITE-REJECT-HEADER                                    *
014544*    WRITES THE HEADER RECORD THAT OPENS A NEW SUSPENSE FILE.    *
014545*    A RESTARTED RUN EXTENDING THE FILE ALREADY HAS ONE.         *
014546******************************************************************
014547 1460-WRITE-REJECT-HEADER.
014548     MOVE SPACES                 TO ATN-RJCT-HEADER-RECORD.
014549     MOVE 'HDR'                  TO ATN-RJCT-HDR-ID.
014550     MOVE ATN-RUN-DATE-NUM       TO ATN-RJCT-HDR-BUSINESS-DATE.
014551     MOVE 'ADDTWONUMBERS'        TO ATN-RJCT-HDR-PROGRAM.
014552     MOVE ATN-AUD-JOB-ID-WS      TO ATN-RJCT-HDR-JOB-ID.
014553     MOVE ATN-HDR-CREATE-DATE    TO ATN-RJCT-HDR-CREATE-DATE.
014554     MOVE ATN-RUN-TIME-NUM       TO ATN-RJCT-HDR-CREATE-TIME.
014555     WRITE ATN-RJCT-HEADER-RECORD.
014556 1460-EXIT.
014557     EXIT.
014558
014559******************************************************************
014560*    1470-WRITE-POSTING-HEADER                                   *
014561*    WRITES THE HEADER RECORD THAT OPENS A NEW GL POSTING FILE.  *
014562*    A RESTARTED RUN EXTENDING THE FILE ALREADY HAS ONE.         *
014563******************************************************************
014564 1470-WRITE-POSTING-HEADER.
014565     MOVE SPACES                 TO ATN-POSTING-RECORD.
014566     SET ATN-POST-HEADER         TO TRUE.
014567     MOVE ATN-RUN-DATE-NUM       TO ATN-POST-HDR-BUSINESS-DATE.
014568     MOVE 'ADDTWONUMBERS'        TO ATN-POST-HDR-PROGRAM.
014569     MOVE ATN-AUD-JOB-ID-WS      TO ATN-POST-HDR-JOB-ID.
014570     MOVE ATN-HDR-CREATE-DATE    TO ATN-POST-HDR-CREATE-DATE.
014571     MOVE ATN-RUN-TIME-NUM       TO ATN-POST-HDR-CREATE-TIME.
014572     WRITE ATN-POSTING-RECORD.
014573 1470-EXIT.
014574     EXIT.
014575
014576******************************************************************
014577*    1500-LOAD-DEPT-CONTROLS                                     *
014578*    READS THE OPTIONAL DEPARTMENT CONTROL FILE AND POSTS EACH   *
014579*    EXPECTED SUBTOTAL TO ITS DEPARTMENT TABLE ENTRY.  A         *
014580*    DEPARTMENT WITH NO CONTROL RECORD IS SIMPLY NOT CHECKED.    *
014581******************************************************************
014582 1500-LOAD-DEPT-CONTROLS.
014583     OPEN INPUT ATN-DEPT-CONTROL-FILE.
014584
014585     PERFORM 1510-LOAD-ONE-CONTROL THRU 1510-EXIT
014586         UNTIL ATN-EOF-DEPT-CONTROLS.
014587
014588     CLOSE ATN-DEPT-CONTROL-FILE.
014589 1500-EXIT.
014590     EXIT.
014591
014592******************************************************************
014593*    1510-LOAD-ONE-CONTROL                                       *
014594*    READS ONE DEPARTMENT CONTROL RECORD AND POSTS ITS           *
014595*    EXPECTED SUBTOTAL.                                          *
014596******************************************************************
014597 1510-LOAD-ONE-CONTROL.
014598     READ ATN-DEPT-CONTROL-FILE
014599         AT END
014600             SET ATN-EOF-DEPT-CONTROLS TO TRUE
014601             GO TO 1510-EXIT
014602     END-READ.
014603
014604     MOVE ATN-DEPTC-CODE TO ATN-DEPT-WK-CODE.
014605     PERFORM 2150-LOCATE-DEPT THRU 2150-EXIT.
014606     MOVE ATN-DEPTC-EXPECTED-TOTAL
014607         TO ATN-DEPT-EXPECTED (ATN-DEPT-CUR).
014608     SET ATN-DEPT-EXP-SUPPLIED (ATN-DEPT-CUR) TO TRUE.
014609 1510-EXIT.
014610     EXIT.
014611
014612******************************************************************
014613*    1600-CHECK-RUN-CONTROL                                      *
014614*    LOOKS UP THE PROCESS DATE ON THE RUN-CONTROL MASTER AND     *
014615*    REFUSES TO START A RUN DATE THAT ALREADY COMPLETED UNLESS   *
014616*    THE OPERATOR SUPPLIED ATN_RUN_OVERRIDE=Y - LAST QUARTER A   *
014617*    RERUN OF A FINISHED DATE DOUBLE-COUNTED A DAY DOWNSTREAM    *
014618*    AND NOTHING NOTICED.  ALSO FINDS THE LATEST COMPLETED RUN   *
014619*    BEFORE THE PROCESS DATE FOR THE CONTINUITY LINE ON THE      *
014620*    CONTROL REPORT, AND REFUSES A PROCESS DATE BEHIND ANY       *
014621*    COMPLETED RUN WITHOUT THE SAME OVERRIDE - A BACKLOG MUST BE *
014622*    CLEARED OLDEST DATE FIRST OR THE CONTINUITY LINE AND THE GL *
014623*    LOAD SEE THE DAYS OUT OF ORDER.                             *
014624*    EITHER OVERRIDE IS HONORED ONLY FOR AN OPERATOR WITH        *
014625*    OVERRIDE AUTHORITY ON THE OPERATOR MASTER (SEE 1650).       *
014626*    THE MASTER IS INDEXED BY RUN DATE AND READ ONE RECORD AT A  *
014627*    TIME.  A MASTER THAT DOES NOT EXIST YET MEANS NO DATE HAS   *
014628*    EVER RUN.                                                   *
014629******************************************************************
014630 1600-CHECK-RUN-CONTROL.
014631     OPEN INPUT ATN-RUN-CONTROL-FILE.
014632     IF ATN-RUNC-STATUS = '05'
014633         CLOSE ATN-RUN-CONTROL-FILE
014634         GO TO 1600-EXIT
014635     END-IF.
014636     IF ATN-RUNC-STATUS NOT = '00'
014637         STRING 'UNABLE TO OPEN RUN CONTROL - FILE STATUS '
014638             ATN-RUNC-STATUS DELIMITED BY SIZE
014639             INTO ATN-ABEND-MESSAGE
014640         GO TO 9900-ABEND
014641     END-IF.
014642
014643     PERFORM 1610-READ-PROCESS-DATE THRU 1610-EXIT.
014644     PERFORM 1620-FIND-LATER-RUN THRU 1620-EXIT.
014645     PERFORM 1630-FIND-PRIOR-RUN THRU 1630-EXIT.
014646
014647     CLOSE ATN-RUN-CONTROL-FILE.
014648
014649     IF ATN-RUNC-CUR-FOUND
014650         IF ATN-RUNC-CUR-STATUS = 'C'
014651             ACCEPT ATN-RUN-OVERRIDE
014652                 FROM ENVIRONMENT 'ATN_RUN_OVERRIDE'
014653             IF ATN-RUN-OVERRIDE NOT = 'Y'
014654                 MOVE
014655                 'DATE ALREADY RAN - SET ATN_RUN_OVERRIDE=Y'
014656                     TO ATN-ABEND-MESSAGE
014657                 GO TO 9900-ABEND
014658             END-IF
014659             PERFORM 1650-CHECK-OVERRIDE THRU 1650-EXIT
014660         END-IF
014661     END-IF.
014662
014663     IF ATN-RUNC-LATER-FOUND
014664         ACCEPT ATN-RUN-OVERRIDE
014665             FROM ENVIRONMENT 'ATN_RUN_OVERRIDE'
014666         IF ATN-RUN-OVERRIDE NOT = 'Y'
014667             MOVE
014668             'PROCESS DATE BEHIND LATEST COMPLETED RUN'
014669                 TO ATN-ABEND-MESSAGE
014670             GO TO 9900-ABEND
014671         END-IF
014672         PERFORM 1650-CHECK-OVERRIDE THRU 1650-EXIT
014673     END-IF.
014674 1600-EXIT.
014675     EXIT.
014676
014677******************************************************************
014678*    1610-READ-PROCESS-DATE                                      *
014679*    READS THE PROCESS DATE'S OWN RUN-CONTROL RECORD, IF ANY,    *
014680*    AND REMEMBERS ITS STATUS.                                   *
014681******************************************************************
014682 1610-READ-PROCESS-DATE.
014683     MOVE ATN-RUN-DATE-NUM TO ATN-RUNC-RUN-DATE.
014684     READ ATN-RUN-CONTROL-FILE
014685         INVALID KEY
014686             GO TO 1610-EXIT
014687     END-READ.
014688
014689     SET ATN-RUNC-CUR-FOUND TO TRUE.
014690     MOVE ATN-RUNC-STATUS-CODE TO ATN-RUNC-CUR-STATUS.
014691 1610-EXIT.
014692     EXIT.
014693
014694******************************************************************
014695*    1620-FIND-LATER-RUN                                         *
014696*    BROWSES THE DATES AFTER THE PROCESS DATE FOR A COMPLETED    *
014697*    RUN - ON AN ORDINARY DAY THERE ARE NONE TO READ.            *
014698******************************************************************
014699 1620-FIND-LATER-RUN.
014700     MOVE ATN-RUN-DATE-NUM TO ATN-RUNC-RUN-DATE.
014701     START ATN-RUN-CONTROL-FILE
014702         KEY IS GREATER THAN ATN-RUNC-RUN-DATE
014703         INVALID KEY
014704             GO TO 1620-EXIT
014705     END-START.
014706
014707     MOVE 'N' TO ATN-RUNC-EOF-SW.
014708     PERFORM 1625-READ-LATER-RUN THRU 1625-EXIT
014709         UNTIL ATN-EOF-RUN-CONTROLS
014710            OR ATN-RUNC-LATER-FOUND.
014711 1620-EXIT.
014712     EXIT.
014713
014714******************************************************************
014715*    1625-READ-LATER-RUN                                         *
014716*    READS THE NEXT LATER DATE AND NOTES IT IF IT COMPLETED.     *
014717******************************************************************
014718 1625-READ-LATER-RUN.
014719     READ ATN-RUN-CONTROL-FILE NEXT RECORD
014720         AT END
014721             SET ATN-EOF-RUN-CONTROLS TO TRUE
014722             GO TO 1625-EXIT
014723     END-READ.
014724
014725     IF ATN-RUNC-COMPLETED
014726         SET ATN-RUNC-LATER-FOUND TO TRUE
014727     END-IF.
014728 1625-EXIT.
014729     EXIT.
014730
014731******************************************************************
014732*    1630-FIND-PRIOR-RUN                                         *
014733*    FINDS THE LATEST COMPLETED RUN BEFORE THE PROCESS DATE BY   *
014734*    STEPPING BACK ONE CALENDAR DAY AT A TIME FROM THE PROCESS   *
014735*    DATE AND READING EACH DATE BY KEY - USUALLY ONE TO THREE    *
014736*    READS OVER A WEEKEND.  THE FIRST DATE ON THE MASTER BOUNDS  *
014737*    THE SEARCH.                                                 *
014738******************************************************************
014739 1630-FIND-PRIOR-RUN.
014740     MOVE ZERO TO ATN-RUNC-RUN-DATE.
014741     START ATN-RUN-CONTROL-FILE
014742         KEY IS NOT LESS THAN ATN-RUNC-RUN-DATE
014743         INVALID KEY
014744             GO TO 1630-EXIT
014745     END-START.
014746     READ ATN-RUN-CONTROL-FILE NEXT RECORD
014747         AT END
014748             GO TO 1630-EXIT
014749     END-READ.
014750     MOVE ATN-RUNC-RUN-DATE TO ATN-RUNC-FIRST-DATE.
014751
014752     MOVE ATN-RUN-DATE-NUM TO ATN-RUNC-BACK-DATE.
014753     PERFORM 1635-READ-PRIOR-DATE THRU 1635-EXIT
014754         UNTIL ATN-RUNC-PRIOR-FOUND
014755            OR ATN-RUNC-BACK-DATE <= ATN-RUNC-FIRST-DATE.
014756 1630-EXIT.
014757     EXIT.
014758
014759******************************************************************
014760*    1635-READ-PRIOR-DATE                                        *
014761*    STEPS BACK ONE DAY AND, IF THAT DATE COMPLETED, KEEPS ITS   *
014762*    CLOSING FIGURES FOR THE CONTINUITY LINE.  A REVERSED DATE   *
014763*    IS PASSED OVER.                                             *
014764******************************************************************
014765 1635-READ-PRIOR-DATE.
014766     PERFORM 1640-BACK-ONE-DAY THRU 1640-EXIT.
014767
014768     MOVE ATN-RUNC-BACK-DATE TO ATN-RUNC-RUN-DATE.
014769     READ ATN-RUN-CONTROL-FILE
014770         INVALID KEY
014771             GO TO 1635-EXIT
014772     END-READ.
014773
014774     IF NOT ATN-RUNC-COMPLETED
014775         GO TO 1635-EXIT
014776     END-IF.
014777
014778     SET ATN-RUNC-PRIOR-FOUND TO TRUE.
014779     MOVE ATN-RUNC-RUN-DATE     TO ATN-RUNC-PRIOR-DATE.
014780     MOVE ATN-RUNC-RECORD-COUNT TO ATN-RUNC-PRIOR-COUNT.
014781     MOVE ATN-RUNC-GRAND-TOTAL  TO ATN-RUNC-PRIOR-TOTAL.
014782     MOVE ATN-RUNC-EXCP-COUNT   TO ATN-RUNC-PRIOR-EXCP.
014783 1635-EXIT.
014784     EXIT.
014785
014786******************************************************************
014787*    1640-BACK-ONE-DAY                                           *
014788*    MOVES ATN-RUNC-BACK-DATE BACK ONE CALENDAR DAY, ACROSS      *
014789*    MONTH AND YEAR ENDS, WITH THE GREGORIAN LEAP-YEAR RULE.     *
014790******************************************************************
014791 1640-BACK-ONE-DAY.
014792     IF ATN-RUNC-BACK-DD > 1
014793         SUBTRACT 1 FROM ATN-RUNC-BACK-DD
014794         GO TO 1640-EXIT
014795     END-IF.
014796
014797     IF ATN-RUNC-BACK-MM > 1
014798         SUBTRACT 1 FROM ATN-RUNC-BACK-MM
014799     ELSE
014800         MOVE 12 TO ATN-RUNC-BACK-MM
014801         SUBTRACT 1 FROM ATN-RUNC-BACK-CCYY
014802     END-IF.
014803
014804     EVALUATE ATN-RUNC-BACK-MM
014805         WHEN 4
014806         WHEN 6
014807         WHEN 9
014808         WHEN 11
014809             MOVE 30 TO ATN-RUNC-BACK-DD
014810         WHEN 2
014811             MOVE 28 TO ATN-RUNC-BACK-DD
014812             DIVIDE ATN-RUNC-BACK-CCYY BY 4
014813                 GIVING ATN-RUNC-CALC-QUOT
014814                 REMAINDER ATN-RUNC-CALC-REM
014815             IF ATN-RUNC-CALC-REM = ZERO
014816                 MOVE 29 TO ATN-RUNC-BACK-DD
014817                 DIVIDE ATN-RUNC-BACK-CCYY BY 100
014818                     GIVING ATN-RUNC-CALC-QUOT
014819                     REMAINDER ATN-RUNC-CALC-REM
014820                 IF ATN-RUNC-CALC-REM = ZERO
014821                     MOVE 28 TO ATN-RUNC-BACK-DD
014822                     DIVIDE ATN-RUNC-BACK-CCYY BY 400
014823                         GIVING ATN-RUNC-CALC-QUOT
014824                         REMAINDER ATN-RUNC-CALC-REM
014825                     IF ATN-RUNC-CALC-REM = ZERO
014826                         MOVE 29 TO ATN-RUNC-BACK-DD
014827                     END-IF
014828                 END-IF
014829             END-IF
014830         WHEN OTHER
014831             MOVE 31 TO ATN-RUNC-BACK-DD
014832     END-EVALUATE.
014833 1640-EXIT.
014834     EXIT.
014835
014836******************************************************************
014837*    1650-CHECK-OVERRIDE                                         *
014838*    REFUSES THE OVERRIDE UNLESS ATN_OPERATOR_ID IS ON THE       *
014839*    OPERATOR AUTHORITY MASTER (SEE ATNOPER), ACTIVE, AND        *
014840*    AUTHORIZED TO OVERRIDE THE RUN-CONTROL CHECKS.              *
014841*    EVERY REFUSAL IS WRITTEN TO THE SECURITY VIOLATION LOG      *
014842*    BEFORE THE STOP.  PERFORMED ONLY WHEN ATN_RUN_OVERRIDE=Y IS *
014843*    ACTUALLY USED, AND ONLY ONCE PER RUN.                       *
014844******************************************************************
014845 1650-CHECK-OVERRIDE.
014846     IF ATN-OVR-CHECKED
014847         GO TO 1650-EXIT
014848     END-IF.
014849     SET ATN-OVR-CHECKED TO TRUE.
014850
014851     MOVE SPACES TO ATN-SEC-REASON-WK.
014852
014853     IF ATN-AUD-OPERATOR-ID-WS = SPACES
014854         MOVE 'NI' TO ATN-SEC-REASON-WK
014855         MOVE 'ATN_OPERATOR_ID IS NOT SET' TO ATN-SEC-REASON-TEXT
014856     ELSE
014857         PERFORM 1660-READ-OPERATOR THRU 1660-EXIT
014858     END-IF.
014859
014860     IF ATN-SEC-REASON-WK = SPACES
014861         GO TO 1650-EXIT
014862     END-IF.
014863
014864     PERFORM 1670-LOG-VIOLATION THRU 1670-EXIT.
014865     STRING 'OPERATOR ' ATN-AUD-OPERATOR-ID-WS ' REFUSED - '
014866         ATN-SEC-REASON-TEXT DELIMITED BY SIZE
014867         INTO ATN-ABEND-MESSAGE.
014868     GO TO 9900-ABEND.
014869 1650-EXIT.
014870     EXIT.
014871
014872******************************************************************
014873*    1660-READ-OPERATOR                                          *
014874*    READS THE OPERATOR'S AUTHORITY RECORD AND SETS THE REFUSAL  *
014875*    REASON WHEN THE ID IS UNKNOWN, INACTIVE, OR NOT AUTHORIZED  *
014876*    FOR THE FUNCTION.  A MISSING AUTHORITY MASTER IS A FATAL    *
014877*    ERROR.                                                      *
014878******************************************************************
014879 1660-READ-OPERATOR.
014880     OPEN INPUT ATN-OPERATOR-FILE.
014881     IF ATN-OPERM-STATUS NOT = '00'
014882         STRING 'UNABLE TO OPEN ATN-OPERATOR-FILE - FILE STATUS '
014883             ATN-OPERM-STATUS DELIMITED BY SIZE
014884             INTO ATN-ABEND-MESSAGE
014885         GO TO 9900-ABEND
014886     END-IF.
014887
014888     MOVE ATN-AUD-OPERATOR-ID-WS TO ATN-OPER-ID.
014889     READ ATN-OPERATOR-FILE
014890         INVALID KEY
014891             MOVE 'UK' TO ATN-SEC-REASON-WK
014892             MOVE 'NOT ON THE OPERATOR MASTER'
014893                 TO ATN-SEC-REASON-TEXT
014894     END-READ.
014895
014896     CLOSE ATN-OPERATOR-FILE.
014897
014898     IF ATN-SEC-REASON-WK = SPACES
014899         IF NOT ATN-OPER-ACTIVE
014900             MOVE 'IN' TO ATN-SEC-REASON-WK
014901             MOVE 'OPERATOR IS INACTIVE' TO ATN-SEC-REASON-TEXT
014902         ELSE
014903             IF NOT ATN-OPER-MAY-OVERRIDE
014904                 MOVE 'NA' TO ATN-SEC-REASON-WK
014905                 MOVE 'NOT AUTHORIZED TO OVERRIDE'
014906                     TO ATN-SEC-REASON-TEXT
014907             END-IF
014908         END-IF
014909     END-IF.
014910 1660-EXIT.
014911     EXIT.
014912
014913******************************************************************
014914*    1670-LOG-VIOLATION                                          *
014915*    APPENDS ONE RECORD TO THE SECURITY VIOLATION LOG (SEE       *
014916*    ATNSECV) FOR THE REFUSAL.  THE LOG IS OPTIONAL - THE FIRST  *
014917*    REFUSAL EVER CREATES IT.  A LOG THAT WILL NOT OPEN IS       *
014918*    REPORTED ON THE CONSOLE AND STILL DOES NOT LET THE          *
014919*    OPERATOR IN.                                                *
014920******************************************************************
014921 1670-LOG-VIOLATION.
014922     OPEN EXTEND ATN-SECURITY-LOG.
014923     IF ATN-SECV-STATUS NOT = '00'
014924             AND ATN-SECV-STATUS NOT = '05'
014925         DISPLAY 'ADDTWONUMBERS - UNABLE TO OPEN '
014926             'ATN-SECURITY-LOG - FILE STATUS ' ATN-SECV-STATUS
014927         GO TO 1670-EXIT
014928     END-IF.
014929
014930     MOVE SPACES TO ATN-SECV-RECORD.
014931     ACCEPT ATN-SECV-DATE FROM DATE YYYYMMDD.
014932     ACCEPT ATN-SECV-TIME FROM TIME.
014933     MOVE ATN-AUD-OPERATOR-ID-WS TO ATN-SECV-OPERATOR-ID.
014934     MOVE 'ADDTWONUMBERS' TO ATN-SECV-PROGRAM.
014935     SET ATN-SECV-FN-OVERRIDE TO TRUE.
014936     MOVE ATN-SEC-REASON-WK TO ATN-SECV-REASON-CODE.
014937     MOVE ATN-RUN-DATE-NUM TO ATN-SECV-DETAIL.
014938     ACCEPT ATN-SECV-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
014939
014940     WRITE ATN-SECV-RECORD.
014941     CLOSE ATN-SECURITY-LOG.
014942 1670-EXIT.
014943     EXIT.
014944
014945******************************************************************
014946*    1700-LOAD-DEPT-REFS                                         *
014947*    READS THE OPTIONAL DEPARTMENT REFERENCE MASTER INTO THE     *
014948*    REFERENCE TABLE.  A MISSING FILE SIMPLY LEAVES THE TABLE    *
014949*    EMPTY - SUBTOTAL LINES PRINT WITHOUT NAMES AND POSTING      *
014950*    DETAILS CARRY A BLANK GL ACCOUNT.                           *
014951******************************************************************
014952 1700-LOAD-DEPT-REFS.
014953     OPEN INPUT ATN-DEPT-REF-FILE.
014954
014955     PERFORM 1710-LOAD-ONE-REF THRU 1710-EXIT
014956         UNTIL ATN-EOF-DEPT-REFS.
014957
014958     CLOSE ATN-DEPT-REF-FILE.
014959 1700-EXIT.
014960     EXIT.
014961
014962******************************************************************
014963*    1710-LOAD-ONE-REF                                           *
014964*    READS ONE DEPARTMENT REFERENCE RECORD INTO THE TABLE.       *
014965*    MORE RECORDS THAN THE TABLE HOLDS IS A FATAL ERROR - THE    *
014966*    MASTER NEEDS TRIMMING, NOT SILENT TRUNCATION.               *
014967******************************************************************
014968 1710-LOAD-ONE-REF.
014969     READ ATN-DEPT-REF-FILE
014970         AT END
014971             SET ATN-EOF-DEPT-REFS TO TRUE
014972             GO TO 1710-EXIT
014973     END-READ.
014974
014975     IF ATN-DPRF-COUNT >= ATN-DPRF-MAX
014976         MOVE 'DEPT REFERENCE TABLE FULL - RAISE ATN-DPRF-MAX'
014977             TO ATN-ABEND-MESSAGE
014978         GO TO 9900-ABEND
014979     END-IF.
014980
014981     ADD 1 TO ATN-DPRF-COUNT.
014982     MOVE ATN-DPRF-CODE
014983         TO ATN-DPRT-CODE (ATN-DPRF-COUNT).
014984     MOVE ATN-DPRF-NAME
014985         TO ATN-DPRT-NAME (ATN-DPRF-COUNT).
014986     MOVE ATN-DPRF-STATUS-CODE
014987         TO ATN-DPRT-STATUS (ATN-DPRF-COUNT).
014988     MOVE ATN-DPRF-GL-ACCOUNT
014989         TO ATN-DPRT-GL-ACCOUNT (ATN-DPRF-COUNT).
014990 1710-EXIT.
014991     EXIT.
014992
014993******************************************************************
014994*    1800-CHECK-FISCAL-PERIOD                                    *
014995*    REFUSES A BUSINESS DATE THAT FALLS IN A CLOSED FISCAL       *
014996*    PERIOD ON THE FISCAL CALENDAR (SEE ATNFCAL) - THE PERIOD'S  *
014997*    FIGURES HAVE BEEN CERTIFIED TO THE LEDGER AND NO OVERRIDE   *
014998*    REOPENS IT.  THE CALENDAR IS OPTIONAL - A MISSING CALENDAR  *
014999*    OR A DATE NO PERIOD COVERS IS LET THROUGH.                  *
015000******************************************************************
015001 1800-CHECK-FISCAL-PERIOD.
015002     OPEN INPUT ATN-FISCAL-CALENDAR.
015003     IF ATN-FCAL-STATUS = '05'
015004         CLOSE ATN-FISCAL-CALENDAR
015005         GO TO 1800-EXIT
015006     END-IF.
015007     IF ATN-FCAL-STATUS NOT = '00'
015008         STRING 'UNABLE TO OPEN FISCAL CALENDAR - FILE STATUS '
015009             ATN-FCAL-STATUS DELIMITED BY SIZE
015010             INTO ATN-ABEND-MESSAGE
015011         GO TO 9900-ABEND
015012     END-IF.
015013
015014     MOVE ATN-RUN-DATE-NUM TO ATN-FCAL-END-DATE.
015015     START ATN-FISCAL-CALENDAR
015016         KEY NOT LESS THAN ATN-FCAL-END-DATE
015017         INVALID KEY
015018             CLOSE ATN-FISCAL-CALENDAR
015019             GO TO 1800-EXIT
015020     END-START.
015021
015023     READ ATN-FISCAL-CALENDAR NEXT RECORD
015033         AT END
015043             CLOSE ATN-FISCAL-CALENDAR
015053             GO TO 1800-EXIT
015063     END-READ.
015073
015083     CLOSE ATN-FISCAL-CALENDAR.
015093
015103     IF ATN-FCAL-START-DATE NOT > ATN-RUN-DATE-NUM
015113             AND ATN-FCAL-CLOSED
015123         STRING 'PROCESS DATE IS IN CLOSED FISCAL PERIOD '
015133             ATN-FCAL-FISCAL-YEAR '-' ATN-FCAL-PERIOD-NO
015143             DELIMITED BY SIZE INTO ATN-ABEND-MESSAGE
015153         GO TO 9900-ABEND
015163     END-IF.
015173 1800-EXIT.
015183     EXIT.
014500
014510******************************************************************
014520*    1900-MATCH-EXTRACT                                          *
016610******************************************************************
016620*    3000-READ-TRANS                                             *
016500*    READS THE NEXT TRANSACTION RECORD AND SETS THE EOF          *
016600*    SWITCH WHEN THE FILE IS EXHAUSTED.  A FURTHER HEADER -      *
016610*    TRANSIN CAN BE A CONCATENATION OF FILES - IS CHECKED AND    *
016620*    PASSED OVER, NEVER TOTALED OR COUNTED.                      *
016700******************************************************************
016800 3000-READ-TRANS.
016900     READ ATN-TRANS-FILE
017000         AT END
017100             SET ATN-EOF-TRANS TO TRUE
017150             GO TO 3000-EXIT
017200     END-READ.
017210
017220     IF ATN-TRAN-IS-HEADER
017230         PERFORM 3100-CHECK-TRANS-HEADER THRU 3100-EXIT
017240         GO TO 3000-READ-TRANS
017250     END-IF.
017300 3000-EXIT.
017400     EXIT.
017405
017410******************************************************************
017415*    3100-CHECK-TRANS-HEADER                                     *
017420*    CHECKS A TRANSACTION FILE HEADER'S BUSINESS DATE AGAINST    *
017425*    THE RUN DATE AND STOPS THE RUN IF THEY DIFFER.              *
017430******************************************************************
017435 3100-CHECK-TRANS-HEADER.
017440     IF ATN-TRAN-HDR-BUSINESS-DATE NOT = ATN-RUN-DATE-NUM
017445         DISPLAY 'ADDTWONUMBERS - TRANSIN HEADER DATE '
017450             ATN-TRAN-HDR-BUSINESS-DATE ' RUN DATE '
017455             ATN-RUN-DATE-NUM
017460         DISPLAY 'ADDTWONUMBERS - TRANSIN WRITTEN BY '
017465             ATN-TRAN-HDR-PROGRAM ' JOB ' ATN-TRAN-HDR-JOB-ID
017470         MOVE 'TRANSIN HEADER DATE IS NOT THE RUN DATE'
017475             TO ATN-ABEND-MESSAGE
017480         GO TO 9900-ABEND
017485     END-IF.
017490 3100-EXIT.
017495     EXIT.
017500
017510******************************************************************
017520*    3500-READ-EXTRACT                                           *
021960*    PROVED OUT LATER.                                            *
021970******************************************************************
021980 5500-WRITE-AUDIT.
021982     MOVE ATN-NUM1               TO ATN-AUD-NUM1.
021984     MOVE ATN-NUM2               TO ATN-AUD-NUM2.
021986     MOVE ATN-SUM                TO ATN-AUD-SUM.
021988     MOVE ATN-RUN-DATE-NUM       TO ATN-AUD-RUN-DATE.
021990     MOVE ATN-RUN-TIME-NUM       TO ATN-AUD-RUN-TIME.
021992     MOVE ATN-AUD-JOB-ID-WS      TO ATN-AUD-JOB-ID.
021994     MOVE ATN-AUD-OPERATOR-ID-WS TO ATN-AUD-OPERATOR-ID.
021995     MOVE ATN-TRAN-KEY           TO ATN-AUD-TRAN-KEY.
021996     MOVE ATN-TRAN-DEPT          TO ATN-AUD-DEPT.
021997
021998     WRITE ATN-AUDIT-RECORD.
021999 5500-EXIT.
022026
022027     WRITE ATN-POSTING-RECORD.
022028     ADD 1 TO ATN-POST-COUNT.
022029
022030     PERFORM 5800-START-LIFE-EVENT THRU 5800-EXIT.
022031     SET ATN-LIFE-POSTED        TO TRUE.
022032     MOVE ATN-NUM1              TO ATN-LIFE-NUM1.
022033     MOVE ATN-NUM2              TO ATN-LIFE-NUM2.
022034     MOVE ATN-SUM               TO ATN-LIFE-SUM.
022035     MOVE ATN-POST-GL-ACCOUNT   TO ATN-LIFE-DETAIL.
022036     PERFORM 5810-WRITE-LIFE-EVENT THRU 5810-EXIT.
022037 5700-EXIT.
022038     EXIT.
022039
022040******************************************************************
022041*    5800-START-LIFE-EVENT                                       *
022042*    CLEARS THE LIFECYCLE HISTORY RECORD AND FILLS IN THE        *
022043*    FIELDS COMMON TO EVERY EVENT THIS RUN LOGS - THE CURRENT    *
022044*    TRANSACTION KEY, THE BUSINESS DATE, THIS PROGRAM, AND THE   *
022045*    JOB AND OPERATOR ID.  THE CALLER THEN SETS THE EVENT CODE   *
022046*    AND ANY EVENT DETAIL AND PERFORMS 5810-WRITE-LIFE-EVENT.    *
022047******************************************************************
022048 5800-START-LIFE-EVENT.
022049     MOVE SPACES                 TO ATN-LIFE-RECORD.
022050     MOVE ZERO                   TO ATN-LIFE-AGE-CYCLES
022051                                    ATN-LIFE-NUM1
022052                                    ATN-LIFE-NUM2
022053                                    ATN-LIFE-SUM.
022054     MOVE ATN-TRAN-KEY           TO ATN-LIFE-TRAN-KEY.
022055     MOVE ATN-RUN-DATE-NUM       TO ATN-LIFE-BUSINESS-DATE.
022056     MOVE 'ADDTWONUMBERS'        TO ATN-LIFE-PROGRAM.
022057     MOVE ATN-AUD-OPERATOR-ID-WS TO ATN-LIFE-OPERATOR-ID.
022058     MOVE ATN-AUD-JOB-ID-WS      TO ATN-LIFE-JOB-ID.
022059 5800-EXIT.
022060     EXIT.
022061
022062******************************************************************
022063*    5810-WRITE-LIFE-EVENT                                       *
022064*    STAMPS THE EVENT WITH THE CLOCK DATE AND TIME AND A RUN     *
022065*    SEQUENCE NUMBER, AND ADDS IT TO THE LIFECYCLE HISTORY       *
022066*    FILE.  A RECORD THAT CANNOT BE ADDED IS REPORTED ON THE     *
022067*    CONSOLE BUT DOES NOT STOP THE RUN - THE HISTORY IS AN       *
022068*    INQUIRY AID, NOT A CONTROL FILE.  A RESTARTED RUN LOGS THE  *
022069*    EVENTS AFTER ITS LAST CHECKPOINT A SECOND TIME.             *
022070******************************************************************
022071 5810-WRITE-LIFE-EVENT.
022072     ACCEPT ATN-LIFE-EVENT-DATE FROM DATE YYYYMMDD.
022073     ACCEPT ATN-LIFE-EVENT-TIME FROM TIME.
022074     ADD 1 TO ATN-LIFE-SEQ.
022075     MOVE ATN-LIFE-SEQ TO ATN-LIFE-EVENT-SEQ.
022076
022077     WRITE ATN-LIFE-RECORD
022078         INVALID KEY
022079             DISPLAY 'ADDTWONUMBERS - LIFECYCLE EVENT NOT LOGGED'
022080                 ' FOR KEY ' ATN-LIFE-TRAN-KEY
022081                 ' - FILE STATUS ' ATN-LIFE-STATUS
022082     END-WRITE.
022083 5810-EXIT.
022084     EXIT.
022085
022100******************************************************************
022200*    6000-PRINT-TOTALS                                           *
022300*    WRITES THE GRAND-TOTAL LINE AT THE END OF THE REPORT.       *
023172******************************************************************
023173 6600-PRINT-CONTINUITY.
023174     MOVE 'PRIOR RUN: ' TO ATN-RUN-CONT-LABEL.
023175     IF ATN-RUNC-PRIOR-FOUND
023176         MOVE ATN-RUNC-PRIOR-DATE  TO ATN-CONT-DATE-NUM
023177         PERFORM 6610-FORMAT-CONT-DATE THRU 6610-EXIT
023178         MOVE ATN-RUNC-PRIOR-COUNT TO ATN-RUN-CONT-COUNT
023179         MOVE ATN-RUNC-PRIOR-TOTAL TO ATN-RUN-CONT-TOTAL
023180         MOVE ATN-RUNC-PRIOR-EXCP  TO ATN-RUN-CONT-EXCP
023186     ELSE
023187         MOVE 'NONE      ' TO ATN-RUN-CONT-DATE
023188         MOVE ZERO TO ATN-RUN-CONT-COUNT
023477*    CALLER MOVED TO ATN-EXCP-REASON-CODE, SO THE RECYCLE        *
023478*    PROGRAM CAN CORRECT AND RE-SUBMIT IT INSTEAD OF A CLERK     *
023479*    RE-KEYING IT FROM THE PRINTED REPORT.                       *
023480*    THE REJECTION AND ITS REASON ARE ALSO LOGGED TO THE         *
023481*    TRANSACTION'S LIFECYCLE HISTORY.                            *
023482******************************************************************
023483 7100-WRITE-REJECT.
023484     MOVE SPACES                TO ATN-REJECT-RECORD.
023485     MOVE ATN-TRAN-KEY          TO ATN-RJCT-TRAN-KEY.
023486     MOVE ATN-NUM2              TO ATN-RJCT-NUM2.
023487     MOVE ATN-TRAN-OPCODE       TO ATN-RJCT-TRAN-OPCODE.
023488     MOVE ATN-TRAN-EXPECTED-SUM TO ATN-RJCT-EXPECTED-SUM.
023489     MOVE ATN-TRAN-DEPT         TO ATN-RJCT-DEPT.
023490     MOVE ATN-EXCP-REASON-CODE  TO ATN-RJCT-REASON-CODE.
023491     MOVE ATN-RUN-DATE-NUM      TO ATN-RJCT-REJECT-DATE.
023492     MOVE ZERO                  TO ATN-RJCT-AGE-CYCLES.
023493
023494     WRITE ATN-REJECT-RECORD.
023495
023496     PERFORM 5800-START-LIFE-EVENT THRU 5800-EXIT.
023497     SET ATN-LIFE-RUN-REJECTED  TO TRUE.
023498     MOVE ATN-EXCP-REASON-CODE  TO ATN-LIFE-REASON-CODE.
023499     MOVE ATN-NUM2              TO ATN-LIFE-NUM2.
023500     MOVE ATN-EXCP-REASON-TEXT  TO ATN-LIFE-DETAIL.
023501     PERFORM 5810-WRITE-LIFE-EVENT THRU 5810-EXIT.
023502 7100-EXIT.
023503     EXIT.
023504
023505******************************************************************
023506*    7200-TALLY-DEPT-EXCP                                        *
023507*    COUNTS THE CURRENT FLAGGED TRANSACTION AGAINST ITS          *
023508*    DEPARTMENT'S EXCEPTION COUNT.                               *
023509******************************************************************
023510 7200-TALLY-DEPT-EXCP.
023511     MOVE ATN-TRAN-DEPT TO ATN-DEPT-WK-CODE.
023512     PERFORM 2150-LOCATE-DEPT THRU 2150-EXIT.
023513     ADD 1 TO ATN-DEPT-EXCP-COUNT (ATN-DEPT-CUR).
023514 7200-EXIT.
023515     EXIT.
023493
023481******************************************************************
023482*    7500-PRINT-EXCP-TOTALS                                     *
024117     CLOSE ATN-POSTING-FILE.
024120     CLOSE ATN-AUDIT-FILE.
024130     CLOSE ATN-EXTRACT-FILE.
024135     CLOSE ATN-LIFE-FILE.
024140
024150     IF ATN-DEPT-OUT-OF-BALANCE
024160         DISPLAY 'ADDTWONUMBERS - DEPARTMENT OUT OF BALANCE'
024301
024302******************************************************************
024303*    9500-UPDATE-RUN-CONTROL                                     *
024304*    POSTS TODAY'S CLOSING FIGURES TO THE PROCESS DATE'S RECORD  *
024305*    ON THE RUN-CONTROL MASTER AND MARKS THE DATE COMPLETED - A  *
024306*    NEW DATE IS ADDED, AN OVERRIDDEN RERUN REPLACES ITS DATE'S  *
024307*    RECORD IN PLACE.  THE DATE'S BALANCED AND CONFIRMED         *
024308*    SWITCHES ARE CLEARED ON EVERY RUN - A RERUN DAY MUST BE     *
024309*    PROVEN AGAIN BEFORE ITS FISCAL PERIOD CAN CLOSE.  THE       *
024310*    MASTER IS INDEXED BY RUN DATE AND ONLY THIS ONE RECORD IS   *
024311*    WRITTEN, SO A FAILURE HERE CANNOT DAMAGE ANY OTHER DATE.    *
024312******************************************************************
024313 9500-UPDATE-RUN-CONTROL.
024314     OPEN I-O ATN-RUN-CONTROL-FILE.
024315     IF ATN-RUNC-STATUS NOT = '00'
024316             AND ATN-RUNC-STATUS NOT = '05'
024317         STRING 'UNABLE TO UPDATE RUN CONTROL - FILE STATUS '
024318             ATN-RUNC-STATUS DELIMITED BY SIZE
024319             INTO ATN-ABEND-MESSAGE
024320         GO TO 9900-ABEND
024321     END-IF.
024322
024323     MOVE ATN-RUN-DATE-NUM TO ATN-RUNC-RUN-DATE.
024324     MOVE ATN-RECORD-COUNT TO ATN-RUNC-RECORD-COUNT.
024325     MOVE ATN-GRAND-TOTAL  TO ATN-RUNC-GRAND-TOTAL.
024326     MOVE ATN-EXCP-COUNT   TO ATN-RUNC-EXCP-COUNT.
024327     MOVE 'C' TO ATN-RUNC-STATUS-CODE.
024328     MOVE 'N' TO ATN-RUNC-BALANCED-SW.
024329     MOVE 'N' TO ATN-RUNC-CONFIRMED-SW.
024330
024331     IF ATN-RUNC-CUR-FOUND
024332         REWRITE ATN-RUN-CONTROL-RECORD
024333             INVALID KEY
024334                 MOVE 'RUN CONTROL RECORD FOR THE DATE IS MISSING'
024335                     TO ATN-ABEND-MESSAGE
024336                 GO TO 9900-ABEND
024337         END-REWRITE
024338     ELSE
024339         WRITE ATN-RUN-CONTROL-RECORD
024340             INVALID KEY
024341                 MOVE 'RUN CONTROL RECORD FOR THE DATE EXISTS'
024342                     TO ATN-ABEND-MESSAGE
024343                 GO TO 9900-ABEND
024344         END-WRITE
024345     END-IF.
024346
024347     CLOSE ATN-RUN-CONTROL-FILE.
024348 9500-EXIT.
024349     EXIT.
024310
024320******************************************************************
024330*    9900-ABEND                                                  *
