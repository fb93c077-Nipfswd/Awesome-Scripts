005250*                     DIFFERENT OPERATOR TO APPROVE IT ON       *
005260*                     ADDTWONUMBERSAPPROVE BEFORE THE UNLOAD    *
005270*                     LETS IT INTO THE RUN.                     *
005274*    2025-10-27 JH    THE OPERATOR IS NOW CHECKED AGAINST THE   *
005278*                     OPERATOR AUTHORITY MASTER (SEE ATNOPER)   *
005282*                     AT START-UP - AN UNKNOWN, INACTIVE, OR    *
005286*                     UNAUTHORIZED ID IS REFUSED AND THE        *
005290*                     REFUSAL IS WRITTEN TO THE SECURITY        *
005294*                     VIOLATION LOG (SEE ATNSECV).              *
005295*    2026-01-12 JH    EACH RECORD ADDED, CHANGED OR DELETED NOW *
005296*                     ADDS AN EVENT, WITH THE OPERATOR WHO      *
005297*                     KEYED IT, TO THE TRANSACTION LIFECYCLE    *
005298*                     HISTORY FILE (SEE ATNLIFE) FOR            *
005299*                     ADDTWONUMBERSTRACE.                       *
005300*                                                                *
005400******************************************************************
005500 IDENTIFICATION DIVISION.
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS ATN-DEPTR-STATUS.
007808
007816     SELECT ATN-OPERATOR-FILE ASSIGN TO OPERMST
007824         ORGANIZATION IS INDEXED
007832         ACCESS MODE IS RANDOM
007840         RECORD KEY IS ATN-OPER-ID
007848         FILE STATUS IS ATN-OPERM-STATUS.
007856
007864     SELECT OPTIONAL ATN-SECURITY-LOG ASSIGN TO SECVLOG
007872         ORGANIZATION IS SEQUENTIAL
007880         ACCESS MODE IS SEQUENTIAL
007888         FILE STATUS IS ATN-SECV-STATUS.
007890
007892     SELECT OPTIONAL ATN-LIFE-FILE ASSIGN TO LIFEHST
007894         ORGANIZATION IS INDEXED
007895         ACCESS MODE IS RANDOM
007896         RECORD KEY IS ATN-LIFE-KEY
007898         FILE STATUS IS ATN-LIFE-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 COPY ATNDPRF.
008910
008920 FD  ATN-OPERATOR-FILE
008930     LABEL RECORDS ARE STANDARD.
008940 COPY ATNOPER.
008950
008960 FD  ATN-SECURITY-LOG
008970     RECORDING MODE IS F
008980     LABEL RECORDS ARE STANDARD.
008990 COPY ATNSECV.
008992
008994 FD  ATN-LIFE-FILE
008996     LABEL RECORDS ARE STANDARD.
008998 COPY ATNLIFE.
009000
009100 WORKING-STORAGE SECTION.
009200******************************************************************
009400******************************************************************
009500 01  ATN-PEND-STATUS                PIC X(02) VALUE SPACES.
009600 01  ATN-DEPTR-STATUS               PIC X(02) VALUE SPACES.
009630 01  ATN-OPERM-STATUS               PIC X(02) VALUE SPACES.
009660 01  ATN-SECV-STATUS                PIC X(02) VALUE SPACES.
009680 01  ATN-LIFE-STATUS                PIC X(02) VALUE SPACES.
009700 01  ATN-SWITCHES.
009800     05  ATN-PEND-EOF-SW            PIC X(01) VALUE 'N'.
009900         88  ATN-EOF-PENDING                    VALUE 'Y'.
012600*    SCREEN ENTRY AND CONTROL FIELDS                             *
012700******************************************************************
012800 77  ATN-PEND-COUNT                 PIC 9(06) VALUE ZERO.
012850 77  ATN-LIFE-SEQ                   PIC 9(06) COMP VALUE ZERO.
012900 01  ATN-ENT-FUNCTION               PIC X(01) VALUE SPACE.
013000 01  ATN-ENT-RESPONSE               PIC X(01) VALUE SPACE.
013100 01  ATN-ENT-MESSAGE                PIC X(60) VALUE SPACES.
014100 01  ATN-ENT-DSP-NUM2               PIC -ZZZ9.99.
014200 01  ATN-ENT-DSP-EXPSUM             PIC -ZZZZZZZ9.99.
014210 01  ATN-ENT-OPERATOR-ID            PIC X(08) VALUE SPACES.
014212 01  ATN-ENT-JOB-ID                 PIC X(08) VALUE SPACES.
014214 01  ATN-ENT-EVENT-CODE             PIC X(02) VALUE SPACES.
014220 01  ATN-ENT-WK-APPR                PIC X(01) VALUE SPACE.
014230 01  ATN-ENT-WK-KEYED-BY            PIC X(08) VALUE SPACES.
014250 01  ATN-SEC-REASON-WK              PIC X(02) VALUE SPACES.
014270 01  ATN-SEC-REASON-TEXT            PIC X(30) VALUE SPACES.
014300
014400 SCREEN SECTION.
014500******************************************************************
028100*    MASTER FOR UPDATE (THE OPTIONAL SELECT CREATES IT ON THE    *
028200*    FIRST SESSION), AND COUNTS THE PENDING RECORDS FOR THE      *
028300*    MENU.                                                       *
028320*    THE LIFECYCLE HISTORY IS OPENED FOR UPDATE THE SAME WAY.    *
028350*    THE OPERATOR IS FIRST CHECKED AGAINST THE AUTHORITY MASTER. *
028400******************************************************************
028500 1000-INITIALIZE.
028510     ACCEPT ATN-ENT-OPERATOR-ID
028520         FROM ENVIRONMENT 'ATN_OPERATOR_ID'.
028530     ACCEPT ATN-ENT-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
028550     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
028590
028600     PERFORM 1200-LOAD-DEPT-REFS THRU 1200-EXIT.
028700
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029510
029520     OPEN I-O ATN-LIFE-FILE.
029530     IF ATN-LIFE-STATUS NOT = '00'
029540             AND ATN-LIFE-STATUS NOT = '05'
029550         DISPLAY 'ADDTWONUMBERSENTRY - UNABLE TO OPEN '
029560             'ATN-LIFE-FILE - FILE STATUS ' ATN-LIFE-STATUS
029570         MOVE 16 TO RETURN-CODE
029580         STOP RUN
029590     END-IF.
029600
029700     PERFORM 1400-COUNT-PENDING THRU 1400-EXIT.
029800 1000-EXIT.
029900     EXIT.
030000
030001******************************************************************
030002*    1100-CHECK-OPERATOR                                         *
030003*    REFUSES THE SESSION UNLESS ATN_OPERATOR_ID IS ON THE        *
030004*    OPERATOR AUTHORITY MASTER (SEE ATNOPER), ACTIVE, AND        *
030005*    AUTHORIZED TO KEY PENDING TRANSACTIONS.                     *
030006*    EVERY REFUSAL IS WRITTEN TO THE SECURITY VIOLATION LOG      *
030007*    BEFORE THE STOP.                                            *
030008******************************************************************
030009 1100-CHECK-OPERATOR.
030010     MOVE SPACES TO ATN-SEC-REASON-WK.
030011
030012     IF ATN-ENT-OPERATOR-ID = SPACES
030013         MOVE 'NI' TO ATN-SEC-REASON-WK
030014         MOVE 'ATN_OPERATOR_ID IS NOT SET' TO ATN-SEC-REASON-TEXT
030015     ELSE
030016         PERFORM 1110-READ-OPERATOR THRU 1110-EXIT
030017     END-IF.
030018
030019     IF ATN-SEC-REASON-WK = SPACES
030020         GO TO 1100-EXIT
030021     END-IF.
030022
030023     PERFORM 1150-LOG-VIOLATION THRU 1150-EXIT.
030024     DISPLAY 'ADDTWONUMBERSENTRY - OPERATOR ' ATN-ENT-OPERATOR-ID
030025         ' REFUSED - ' ATN-SEC-REASON-TEXT.
030026     MOVE 16 TO RETURN-CODE.
030027     STOP RUN.
030028 1100-EXIT.
030029     EXIT.
030030
030031******************************************************************
030032*    1110-READ-OPERATOR                                          *
030033*    READS THE OPERATOR'S AUTHORITY RECORD AND SETS THE REFUSAL  *
030034*    REASON WHEN THE ID IS UNKNOWN, INACTIVE, OR NOT AUTHORIZED  *
030035*    FOR THE FUNCTION.  A MISSING AUTHORITY MASTER IS A FATAL    *
030036*    ERROR.                                                      *
030037******************************************************************
030038 1110-READ-OPERATOR.
030039     OPEN INPUT ATN-OPERATOR-FILE.
030040     IF ATN-OPERM-STATUS NOT = '00'
030041         DISPLAY 'ADDTWONUMBERSENTRY - UNABLE TO OPEN '
030042             'ATN-OPERATOR-FILE - FILE STATUS ' ATN-OPERM-STATUS
030043         MOVE 16 TO RETURN-CODE
030044         STOP RUN
030045     END-IF.
030046
030047     MOVE ATN-ENT-OPERATOR-ID TO ATN-OPER-ID.
030048     READ ATN-OPERATOR-FILE
030049         INVALID KEY
030050             MOVE 'UK' TO ATN-SEC-REASON-WK
030051             MOVE 'NOT ON THE OPERATOR MASTER'
030052                 TO ATN-SEC-REASON-TEXT
030053     END-READ.
030054
030055     CLOSE ATN-OPERATOR-FILE.
030056
030057     IF ATN-SEC-REASON-WK = SPACES
030058         IF NOT ATN-OPER-ACTIVE
030059             MOVE 'IN' TO ATN-SEC-REASON-WK
030060             MOVE 'OPERATOR IS INACTIVE' TO ATN-SEC-REASON-TEXT
030061         ELSE
030062             IF NOT ATN-OPER-MAY-ENTER
030063                 MOVE 'NA' TO ATN-SEC-REASON-WK
030064                 MOVE 'NOT AUTHORIZED TO KEY ENTRIES'
030065                     TO ATN-SEC-REASON-TEXT
030066             END-IF
030067         END-IF
030068     END-IF.
030069 1110-EXIT.
030070     EXIT.
030071
030072******************************************************************
030073*    1150-LOG-VIOLATION                                          *
030074*    APPENDS ONE RECORD TO THE SECURITY VIOLATION LOG (SEE       *
030075*    ATNSECV) FOR THE REFUSAL.  THE LOG IS OPTIONAL - THE FIRST  *
030076*    REFUSAL EVER CREATES IT.  A LOG THAT WILL NOT OPEN IS       *
030077*    REPORTED ON THE CONSOLE AND STILL DOES NOT LET THE          *
030078*    OPERATOR IN.                                                *
030079******************************************************************
030080 1150-LOG-VIOLATION.
030081     OPEN EXTEND ATN-SECURITY-LOG.
030082     IF ATN-SECV-STATUS NOT = '00'
030083             AND ATN-SECV-STATUS NOT = '05'
030084         DISPLAY 'ADDTWONUMBERSENTRY - UNABLE TO OPEN '
030085             'ATN-SECURITY-LOG - FILE STATUS ' ATN-SECV-STATUS
030086         GO TO 1150-EXIT
030087     END-IF.
030088
030089     MOVE SPACES TO ATN-SECV-RECORD.
030090     ACCEPT ATN-SECV-DATE FROM DATE YYYYMMDD.
030091     ACCEPT ATN-SECV-TIME FROM TIME.
030092     MOVE ATN-ENT-OPERATOR-ID TO ATN-SECV-OPERATOR-ID.
030093     MOVE 'ADDTWONUMBERSENTRY' TO ATN-SECV-PROGRAM.
030094     SET ATN-SECV-FN-ENTER TO TRUE.
030095     MOVE ATN-SEC-REASON-WK TO ATN-SECV-REASON-CODE.
030096     ACCEPT ATN-SECV-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
030097
030098     WRITE ATN-SECV-RECORD.
030099     CLOSE ATN-SECURITY-LOG.
030100 1150-EXIT.
030101     EXIT.
030102
030103******************************************************************
030200*    1200-LOAD-DEPT-REFS                                         *
030300*    LOADS THE DEPARTMENT REFERENCE MASTER INTO THE REFERENCE    *
030400*    TABLE.  A MISSING MASTER IS A FATAL ERROR - WITHOUT IT NO   *
041800*    WRITES IT TO THE MASTER AT ONCE - A SESSION FAILURE         *
041900*    AFTERWARD LOSES NOTHING.  A KEY ALREADY ON FILE IS          *
042000*    REFUSED - THE EXTRACT MATCH CANNOT USE DUPLICATE KEYS.      *
042050*    THE NEW RECORD IS LOGGED TO THE LIFECYCLE HISTORY AS KEYED. *
042100******************************************************************
042200 2100-ADD-RECORD.
042300     MOVE ZERO  TO ATN-ENT-WK-KEY.
044500             ADD 1 TO ATN-PEND-COUNT
044600             MOVE 'RECORD ADDED - AWAITING APPROVAL'
044650                 TO ATN-ENT-MESSAGE
044660             MOVE 'KY' TO ATN-ENT-EVENT-CODE
044670             PERFORM 2900-WRITE-LIFE-EVENT THRU 2900-EXIT
044700     END-WRITE.
044800 2100-EXIT.
044900     EXIT.
053300*    CORRECTION, VALIDATES THE REPLACEMENT, AND REWRITES IT IN   *
053400*    PLACE.  THE KEY ITSELF CANNOT BE CHANGED - DELETE AND       *
053500*    RE-ADD MOVES A RECORD TO A NEW KEY.                         *
053550*    A CHANGE IS LOGGED TO THE LIFECYCLE HISTORY.                *
053600******************************************************************
053700 2200-CHANGE-RECORD.
053800     MOVE ZERO TO ATN-ENT-WK-KEY.
056900         NOT INVALID KEY
057000             MOVE 'RECORD CHANGED - AWAITING APPROVAL'
057050                 TO ATN-ENT-MESSAGE
057060             MOVE 'CH' TO ATN-ENT-EVENT-CODE
057070             PERFORM 2900-WRITE-LIFE-EVENT THRU 2900-EXIT
057100     END-REWRITE.
057200 2200-EXIT.
057300     EXIT.
062200*    2400-DELETE-RECORD                                          *
062300*    READS THE KEYED RECORD, SHOWS IT, AND DELETES IT FROM THE   *
062400*    MASTER ON A Y CONFIRMATION.                                 *
062450*    A DELETION IS LOGGED TO THE LIFECYCLE HISTORY.              *
062500******************************************************************
062600 2400-DELETE-RECORD.
062700     MOVE ZERO TO ATN-ENT-WK-KEY.
064700             NOT INVALID KEY
064800                 SUBTRACT 1 FROM ATN-PEND-COUNT
064900                 MOVE 'RECORD DELETED' TO ATN-ENT-MESSAGE
064920                 MOVE 'DL' TO ATN-ENT-EVENT-CODE
064940                 PERFORM 2900-WRITE-LIFE-EVENT THRU 2900-EXIT
065000         END-DELETE
065100     ELSE
065200         MOVE 'DELETE NOT CONFIRMED - RECORD KEPT'
076000     END-IF.
076100 2810-EXIT.
076200     EXIT.
076202
076204******************************************************************
076206*    2900-WRITE-LIFE-EVENT                                       *
076208*    ADDS THE EVENT THE CALLER MOVED TO ATN-ENT-EVENT-CODE FOR   *
076210*    THE CURRENT PENDING RECORD TO THE TRANSACTION LIFECYCLE     *
076212*    HISTORY, CARRYING THE OPERATOR AND THE KEYED NUM2 AND       *
076214*    EXPECTED SUM.  A RECORD THAT CANNOT BE ADDED IS REPORTED    *
076216*    ON THE CONSOLE - THE PENDING MASTER UPDATE ALREADY STANDS.  *
076218******************************************************************
076220 2900-WRITE-LIFE-EVENT.
076222     MOVE SPACES               TO ATN-LIFE-RECORD.
076224     MOVE ATN-PEND-KEY         TO ATN-LIFE-TRAN-KEY.
076226     ACCEPT ATN-LIFE-EVENT-DATE FROM DATE YYYYMMDD.
076228     ACCEPT ATN-LIFE-EVENT-TIME FROM TIME.
076230     ADD 1 TO ATN-LIFE-SEQ.
076232     MOVE ATN-LIFE-SEQ         TO ATN-LIFE-EVENT-SEQ.
076234
076236     MOVE ATN-ENT-EVENT-CODE   TO ATN-LIFE-EVENT-CODE.
076238     MOVE ATN-LIFE-EVENT-DATE  TO ATN-LIFE-BUSINESS-DATE.
076240     MOVE 'ADDTWONUMBERSENTRY' TO ATN-LIFE-PROGRAM.
076242     MOVE ATN-ENT-OPERATOR-ID  TO ATN-LIFE-OPERATOR-ID.
076244     MOVE ATN-ENT-JOB-ID       TO ATN-LIFE-JOB-ID.
076246     MOVE ZERO                 TO ATN-LIFE-AGE-CYCLES
076248                                  ATN-LIFE-NUM1.
076250     MOVE ATN-PEND-NUM2        TO ATN-LIFE-NUM2.
076252     MOVE ATN-PEND-EXPSUM      TO ATN-LIFE-SUM.
076254     STRING 'OPCODE ' ATN-PEND-OPCODE ' DEPT ' ATN-PEND-DEPT
076256         ' - EXPECTED SUM' DELIMITED BY SIZE
076258         INTO ATN-LIFE-DETAIL.
076260
076262     WRITE ATN-LIFE-RECORD
076264         INVALID KEY
076266             DISPLAY 'ADDTWONUMBERSENTRY - LIFECYCLE EVENT NOT '
076268                 'LOGGED FOR KEY ' ATN-LIFE-TRAN-KEY
076270                 ' - FILE STATUS ' ATN-LIFE-STATUS
076272     END-WRITE.
076274 2900-EXIT.
076276     EXIT.
076300
076400******************************************************************
076500*    9000-TERMINATE                                              *
077000******************************************************************
077100 9000-TERMINATE.
077200     CLOSE ATN-PENDING-FILE.
077250     CLOSE ATN-LIFE-FILE.
077300
077400     MOVE ATN-PEND-COUNT TO ATN-ENT-DSP-COUNT.
077500     DISPLAY 'ADDTWONUMBERSENTRY - PENDING RECORDS ON FILE '
