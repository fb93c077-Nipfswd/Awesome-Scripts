002300*                  REVERSING ENTRIES AND THE RUN-CONTROL        *
002400*                  MASTER STILL SAID THE DATE COMPLETED         *
002500*                  CLEANLY.                                     *
002510*                  THE REVERSING FILE'S HEADER RECORD CARRIES   *
002520*                  THE BACKOUT DATE AS ITS BUSINESS DATE.       *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    ------------------------------------------------------     *
003110*    2025-05-05 JH    THE REVERSING SUM AND TOTAL NOW CARRY     *
003120*                     TWO DECIMAL PLACES TO MATCH THE WIDENED   *
003130*                     AUDIT MASTER AND POSTING INTERFACE.       *
003134*    2025-10-27 JH    THE OPERATOR (ATN_OPERATOR_ID) MUST NOW   *
003138*                     HOLD BACKOUT AUTHORITY ON THE OPERATOR    *
003142*                     AUTHORITY MASTER (SEE ATNOPER) - A        *
003146*                     REFUSAL IS WRITTEN TO THE SECURITY        *
003150*                     VIOLATION LOG (SEE ATNSECV) WITH THE      *
003154*                     BACKOUT DATE.                             *
003158*    2025-11-17 JH    A BACKOUT DATE IN A FISCAL PERIOD CLOSED  *
003162*                     ON THE FISCAL CALENDAR (SEE ATNFCAL) IS   *
003166*                     NOW REFUSED. THE RUN-CONTROL REWRITE      *
003170*                     CARRIES THE NEW BALANCED AND CONFIRMED    *
003174*                     SWITCHES (SEE ATNRUN) THROUGH UNCHANGED.  *
003178*    2026-01-12 JH    EACH REVERSED AUDIT MASTER RECORD NOW     *
003182*                     ADDS A BACKED-OUT EVENT TO THE            *
003186*                     TRANSACTION LIFECYCLE HISTORY FILE (SEE   *
003187*                     ATNLIFE). THE JOB ID IS TAKEN FROM        *
003188*                     ATN_JOB_ID FOR THE EVENT RECORD.          *
003189*    2026-04-06 JH    THE RUN-CONTROL MASTER (SEE ATNRUN) IS    *
003190*                     NOW AN INDEXED FILE KEYED BY RUN DATE.    *
003191*                     THE BACKOUT DATE'S RECORD IS READ AND     *
003192*                     REWRITTEN BY KEY IN PLACE OF THE 500-DATE *
003193*                     TABLE LOAD AND FULL REWRITE.              *
003194*    2026-05-04 JH    THE REVERSING POSTING FILE NOW OPENS WITH *
003195*                     A HEADER RECORD (SEE ATNPOST) CARRYING    *
003196*                     THE BACKOUT DATE, THIS PROGRAM, THE JOB   *
003199*                     ID AND THE CREATION STAMP.                *
003200*                                                                *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
005700         FILE STATUS IS ATN-POST-STATUS.
005800
005900     SELECT ATN-RUN-CONTROL-FILE ASSIGN TO RUNCTL
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006150         RECORD KEY IS ATN-RUNC-RUN-DATE
006200         FILE STATUS IS ATN-RUNC-STATUS.
006300
006400     SELECT ATN-BACKOUT-REPORT ASSIGN TO BKORPT
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS ATN-BKORPT-STATUS.
006708
006716     SELECT ATN-OPERATOR-FILE ASSIGN TO OPERMST
006724         ORGANIZATION IS INDEXED
006732         ACCESS MODE IS RANDOM
006740         RECORD KEY IS ATN-OPER-ID
006748         FILE STATUS IS ATN-OPERM-STATUS.
006756
006758     SELECT OPTIONAL ATN-SECURITY-LOG ASSIGN TO SECVLOG
006760         ORGANIZATION IS SEQUENTIAL
006762         ACCESS MODE IS SEQUENTIAL
006764         FILE STATUS IS ATN-SECV-STATUS.
006766
006768     SELECT OPTIONAL ATN-FISCAL-CALENDAR ASSIGN TO FISCCAL
006770         ORGANIZATION IS INDEXED
006772         ACCESS MODE IS DYNAMIC
006774         RECORD KEY IS ATN-FCAL-END-DATE
006776         FILE STATUS IS ATN-FCAL-STATUS.
006778
006780     SELECT OPTIONAL ATN-LIFE-FILE ASSIGN TO LIFEHST
006782         ORGANIZATION IS INDEXED
006784         ACCESS MODE IS RANDOM
006786         RECORD KEY IS ATN-LIFE-KEY
006788         FILE STATUS IS ATN-LIFE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007800 COPY ATNPOST.
007900
008000 FD  ATN-RUN-CONTROL-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 COPY ATNRUN.
008400
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  ATN-BKORPT-RECORD              PIC X(132).
008810
008820 FD  ATN-OPERATOR-FILE
008830     LABEL RECORDS ARE STANDARD.
008840 COPY ATNOPER.
008850
008860 FD  ATN-SECURITY-LOG
008870     RECORDING MODE IS F
008880     LABEL RECORDS ARE STANDARD.
008890 COPY ATNSECV.
008891
008892 FD  ATN-FISCAL-CALENDAR
008893     LABEL RECORDS ARE STANDARD.
008894 COPY ATNFCAL.
008895
008896 FD  ATN-LIFE-FILE
008897     LABEL RECORDS ARE STANDARD.
008898 COPY ATNLIFE.
008900
009000 WORKING-STORAGE SECTION.
009100******************************************************************
009500 01  ATN-POST-STATUS                PIC X(02) VALUE SPACES.
009600 01  ATN-RUNC-STATUS                PIC X(02) VALUE SPACES.
009700 01  ATN-BKORPT-STATUS              PIC X(02) VALUE SPACES.
009730 01  ATN-OPERM-STATUS               PIC X(02) VALUE SPACES.
009760 01  ATN-SECV-STATUS                PIC X(02) VALUE SPACES.
009780 01  ATN-FCAL-STATUS                PIC X(02) VALUE SPACES.
009790 01  ATN-LIFE-STATUS                PIC X(02) VALUE SPACES.
009800 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
009900
010000 01  ATN-SWITCHES.
010100     05  ATN-AUDM-EOF-SW            PIC X(01) VALUE 'N'.
010200         88  ATN-EOF-AUDIT                      VALUE 'Y'.
010500
010600******************************************************************
010700*    REPORT PRINT LINES                                          *
012300     05  ATN-BKO-CCYY               PIC 9(04).
012400     05  ATN-BKO-MM                 PIC 9(02).
012500     05  ATN-BKO-DD                 PIC 9(02).
012520 01  ATN-BKO-OPERATOR-ID            PIC X(08) VALUE SPACES.
012530 01  ATN-BKO-JOB-ID                 PIC X(08) VALUE SPACES.
012540 01  ATN-SEC-REASON-WK              PIC X(02) VALUE SPACES.
012560 01  ATN-SEC-REASON-TEXT            PIC X(30) VALUE SPACES.
012600 01  ATN-POST-COUNT                 PIC 9(08) VALUE ZERO.
012700 01  ATN-REVERSED-SUM               PIC S9(08)V99 VALUE ZERO.
012800 01  ATN-GRAND-TOTAL                PIC S9(07)V99 VALUE ZERO.
012850 77  ATN-LIFE-SEQ                   PIC 9(06) COMP VALUE ZERO.
012900
014900 01  ATN-RUN-DATE-NUM               PIC 9(08).
015000 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
015100     05  ATN-RUN-CCYY               PIC 9(04).
018200*    THE OUTPUTS, AND PRINTS THE REPORT HEADING.  ALL OF THE     *
018300*    CONTROL CHECKS RUN BEFORE ANY OUTPUT FILE IS OPENED, SO A   *
018400*    REFUSED BACKOUT TOUCHES NOTHING.                            *
018430*    THE OPERATOR (ATN_OPERATOR_ID) MUST HOLD BACKOUT AUTHORITY  *
018460*    ON THE OPERATOR AUTHORITY MASTER BEFORE ANY OF THIS.        *
018470*    A BACKOUT DATE IN A CLOSED FISCAL PERIOD IS REFUSED - THE   *
018480*    PERIOD HAS BEEN CERTIFIED AND CANNOT BE REVERSED INTO.      *
018500******************************************************************
018600 1000-INITIALIZE.
018700     ACCEPT ATN-BACKOUT-DATE FROM ENVIRONMENT 'ATN_BACKOUT_DATE'.
019100             TO ATN-ABEND-MESSAGE
019200         GO TO 9900-ABEND
019300     END-IF.
019320
019330     ACCEPT ATN-BKO-OPERATOR-ID
019340         FROM ENVIRONMENT 'ATN_OPERATOR_ID'.
019360     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
019380     ACCEPT ATN-BKO-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
019400
019500     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
019600     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
019700
019800     PERFORM 1600-CHECK-RUN-CONTROL THRU 1600-EXIT.
019850     PERFORM 1700-CHECK-FISCAL-PERIOD THRU 1700-EXIT.
019900
020000     OPEN INPUT ATN-AUDIT-MASTER.
020100     IF ATN-AUDM-STATUS NOT = '00'
021500     END-START.
021600
021700     OPEN OUTPUT ATN-POSTING-FILE.
021750     PERFORM 1200-WRITE-POSTING-HEADER THRU 1200-EXIT.
021800     OPEN OUTPUT ATN-BACKOUT-REPORT.
021810
021820     OPEN I-O ATN-LIFE-FILE.
021830     IF ATN-LIFE-STATUS NOT = '00' AND ATN-LIFE-STATUS NOT = '05'
021840         STRING 'UNABLE TO OPEN ATN-LIFE-FILE - FILE STATUS '
021850             ATN-LIFE-STATUS DELIMITED BY SIZE
021860             INTO ATN-ABEND-MESSAGE
021870         GO TO 9900-ABEND
021880     END-IF.
021900
022000     STRING ATN-RUN-MM "/" ATN-RUN-DD "/" ATN-RUN-CCYY
022100         DELIMITED BY SIZE INTO ATN-BKO-HDG-RUN-DATE.
022900     PERFORM 3000-READ-AUDIT THRU 3000-EXIT.
023000 1000-EXIT.
023100     EXIT.
023101
023102******************************************************************
023103*    1100-CHECK-OPERATOR                                         *
023104*    REFUSES THE BACKOUT UNLESS ATN_OPERATOR_ID IS ON THE        *
023105*    OPERATOR AUTHORITY MASTER (SEE ATNOPER), ACTIVE, AND        *
023106*    AUTHORIZED TO BACK OUT A BUSINESS DATE.                     *
023107*    EVERY REFUSAL IS WRITTEN TO THE SECURITY VIOLATION LOG      *
023108*    BEFORE THE STOP.                                            *
023109******************************************************************
023110 1100-CHECK-OPERATOR.
023111     MOVE SPACES TO ATN-SEC-REASON-WK.
023112
023113     IF ATN-BKO-OPERATOR-ID = SPACES
023114         MOVE 'NI' TO ATN-SEC-REASON-WK
023115         MOVE 'ATN_OPERATOR_ID IS NOT SET' TO ATN-SEC-REASON-TEXT
023116     ELSE
023117         PERFORM 1110-READ-OPERATOR THRU 1110-EXIT
023118     END-IF.
023119
023120     IF ATN-SEC-REASON-WK = SPACES
023121         GO TO 1100-EXIT
023122     END-IF.
023123
023124     PERFORM 1150-LOG-VIOLATION THRU 1150-EXIT.
023125     STRING 'OPERATOR ' ATN-BKO-OPERATOR-ID ' REFUSED - '
023126         ATN-SEC-REASON-TEXT DELIMITED BY SIZE
023127         INTO ATN-ABEND-MESSAGE.
023128     GO TO 9900-ABEND.
023129 1100-EXIT.
023130     EXIT.
023131
023132******************************************************************
023133*    1110-READ-OPERATOR                                          *
023134*    READS THE OPERATOR'S AUTHORITY RECORD AND SETS THE REFUSAL  *
023135*    REASON WHEN THE ID IS UNKNOWN, INACTIVE, OR NOT AUTHORIZED  *
023136*    FOR THE FUNCTION.  A MISSING AUTHORITY MASTER IS A FATAL    *
023137*    ERROR.                                                      *
023138******************************************************************
023139 1110-READ-OPERATOR.
023140     OPEN INPUT ATN-OPERATOR-FILE.
023141     IF ATN-OPERM-STATUS NOT = '00'
023142         STRING 'UNABLE TO OPEN ATN-OPERATOR-FILE - FILE STATUS '
023143             ATN-OPERM-STATUS DELIMITED BY SIZE
023144             INTO ATN-ABEND-MESSAGE
023145         GO TO 9900-ABEND
023146     END-IF.
023147
023148     MOVE ATN-BKO-OPERATOR-ID TO ATN-OPER-ID.
023149     READ ATN-OPERATOR-FILE
023150         INVALID KEY
023151             MOVE 'UK' TO ATN-SEC-REASON-WK
023152             MOVE 'NOT ON THE OPERATOR MASTER'
023153                 TO ATN-SEC-REASON-TEXT
023154     END-READ.
023155
023156     CLOSE ATN-OPERATOR-FILE.
023157
023158     IF ATN-SEC-REASON-WK = SPACES
023159         IF NOT ATN-OPER-ACTIVE
023160             MOVE 'IN' TO ATN-SEC-REASON-WK
023161             MOVE 'OPERATOR IS INACTIVE' TO ATN-SEC-REASON-TEXT
023162         ELSE
023163             IF NOT ATN-OPER-MAY-BACKOUT
023164                 MOVE 'NA' TO ATN-SEC-REASON-WK
023165                 MOVE 'NOT AUTHORIZED TO BACK OUT'
023166                     TO ATN-SEC-REASON-TEXT
023167             END-IF
023168         END-IF
023169     END-IF.
023170 1110-EXIT.
023171     EXIT.
023172
023173******************************************************************
023174*    1150-LOG-VIOLATION                                          *
023175*    APPENDS ONE RECORD TO THE SECURITY VIOLATION LOG (SEE       *
023176*    ATNSECV) FOR THE REFUSAL.  THE LOG IS OPTIONAL - THE FIRST  *
023177*    REFUSAL EVER CREATES IT.  A LOG THAT WILL NOT OPEN IS       *
023178*    REPORTED ON THE CONSOLE AND STILL DOES NOT LET THE          *
023179*    OPERATOR IN.                                                *
023180******************************************************************
023181 1150-LOG-VIOLATION.
023182     OPEN EXTEND ATN-SECURITY-LOG.
023183     IF ATN-SECV-STATUS NOT = '00'
023184             AND ATN-SECV-STATUS NOT = '05'
023185         DISPLAY 'ADDTWONUMBERSBACKOUT - UNABLE TO OPEN '
023186             'ATN-SECURITY-LOG - FILE STATUS ' ATN-SECV-STATUS
023187         GO TO 1150-EXIT
023188     END-IF.
023189
023190     MOVE SPACES TO ATN-SECV-RECORD.
023191     ACCEPT ATN-SECV-DATE FROM DATE YYYYMMDD.
023192     ACCEPT ATN-SECV-TIME FROM TIME.
023193     MOVE ATN-BKO-OPERATOR-ID TO ATN-SECV-OPERATOR-ID.
023194     MOVE 'ADDTWONUMBERSBACKOUT' TO ATN-SECV-PROGRAM.
023195     SET ATN-SECV-FN-BACKOUT TO TRUE.
023196     MOVE ATN-SEC-REASON-WK TO ATN-SECV-REASON-CODE.
023197     MOVE ATN-BACKOUT-DATE TO ATN-SECV-DETAIL.
023198     ACCEPT ATN-SECV-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
023199
023200     WRITE ATN-SECV-RECORD.
023201     CLOSE ATN-SECURITY-LOG.
023202 1150-EXIT.
023203     EXIT.
023204
023210******************************************************************
023214*    1200-WRITE-POSTING-HEADER                                   *
023218*    WRITES THE HEADER RECORD THAT OPENS THE REVERSING POSTING   *
023222*    FILE.  ITS BUSINESS DATE IS THE BACKOUT DATE - THE DAY THE  *
023226*    FILE UNDOES - WITH THIS PROGRAM, THE JOB ID, AND THE        *
023230*    CREATION STAMP.                                             *
023234******************************************************************
023238 1200-WRITE-POSTING-HEADER.
023242     MOVE SPACES                 TO ATN-POSTING-RECORD.
023246     SET ATN-POST-HEADER         TO TRUE.
023250     MOVE ATN-BACKOUT-DATE       TO ATN-POST-HDR-BUSINESS-DATE.
023254     MOVE 'ADDTWONUMBERSBACKOUT' TO ATN-POST-HDR-PROGRAM.
023258     MOVE ATN-BKO-JOB-ID         TO ATN-POST-HDR-JOB-ID.
023262     MOVE ATN-RUN-DATE-NUM       TO ATN-POST-HDR-CREATE-DATE.
023266     MOVE ATN-RUN-TIME-NUM       TO ATN-POST-HDR-CREATE-TIME.
023270     WRITE ATN-POSTING-RECORD.
023274 1200-EXIT.
023278     EXIT.
023282
023300******************************************************************
023400*    1600-CHECK-RUN-CONTROL                                      *
023500*    READS THE BACKOUT DATE'S RECORD FROM THE RUN-CONTROL MASTER *
023600*    BY KEY AND PROVES IT IS A COMPLETED RUN.  A DATE THAT NEVER *
023700*    RAN, DID NOT COMPLETE, OR WAS ALREADY REVERSED IS A FATAL   *
023800*    ERROR - REVERSING IT WOULD POST ENTRIES THE GL NEVER SAW,   *
023900*    OR SAW TWICE.                                               *
024000******************************************************************
024100 1600-CHECK-RUN-CONTROL.
024200     OPEN INPUT ATN-RUN-CONTROL-FILE.
024700         GO TO 9900-ABEND
024800     END-IF.
024900
025000     MOVE ATN-BACKOUT-DATE TO ATN-RUNC-RUN-DATE.
025100     READ ATN-RUN-CONTROL-FILE
025200         INVALID KEY
025300             MOVE 'BACKOUT DATE IS NOT ON THE RUN CONTROL MASTER'
025400                 TO ATN-ABEND-MESSAGE
025500             GO TO 9900-ABEND
025600     END-READ.
025700
025800     CLOSE ATN-RUN-CONTROL-FILE.
025900
026000     IF ATN-RUNC-REVERSED
026100         MOVE 'BACKOUT DATE WAS ALREADY REVERSED'
026200             TO ATN-ABEND-MESSAGE
026300         GO TO 9900-ABEND
026400     END-IF.
026500
026600     IF NOT ATN-RUNC-COMPLETED
026700         MOVE 'BACKOUT DATE DID NOT COMPLETE - NOTHING TO UNDO'
026800             TO ATN-ABEND-MESSAGE
026900         GO TO 9900-ABEND
027000     END-IF.
027100 1600-EXIT.
027200     EXIT.
032402
032404******************************************************************
032406*    1700-CHECK-FISCAL-PERIOD                                    *
032408*    REFUSES A BACKOUT DATE THAT FALLS IN A CLOSED FISCAL        *
032410*    PERIOD ON THE FISCAL CALENDAR (SEE ATNFCAL) - THE PERIOD'S  *
032412*    FIGURES HAVE BEEN CERTIFIED TO THE LEDGER AND NO OVERRIDE   *
032414*    REOPENS IT.  THE CALENDAR IS OPTIONAL - A MISSING CALENDAR  *
032416*    OR A DATE NO PERIOD COVERS IS LET THROUGH.                  *
032418******************************************************************
032420 1700-CHECK-FISCAL-PERIOD.
032422     OPEN INPUT ATN-FISCAL-CALENDAR.
032424     IF ATN-FCAL-STATUS = '05'
032426         CLOSE ATN-FISCAL-CALENDAR
032428         GO TO 1700-EXIT
032430     END-IF.
032432     IF ATN-FCAL-STATUS NOT = '00'
032434         STRING 'UNABLE TO OPEN FISCAL CALENDAR - FILE STATUS '
032436             ATN-FCAL-STATUS DELIMITED BY SIZE
032438             INTO ATN-ABEND-MESSAGE
032440         GO TO 9900-ABEND
032442     END-IF.
032444
032446     MOVE ATN-BACKOUT-DATE TO ATN-FCAL-END-DATE.
032448     START ATN-FISCAL-CALENDAR
032450         KEY NOT LESS THAN ATN-FCAL-END-DATE
032452         INVALID KEY
032454             CLOSE ATN-FISCAL-CALENDAR
032456             GO TO 1700-EXIT
032458     END-START.
032460
032462     READ ATN-FISCAL-CALENDAR NEXT RECORD
032464         AT END
032466             CLOSE ATN-FISCAL-CALENDAR
032468             GO TO 1700-EXIT
032470     END-READ.
032472
032474     CLOSE ATN-FISCAL-CALENDAR.
032476
032478     IF ATN-FCAL-START-DATE NOT > ATN-BACKOUT-DATE
032480             AND ATN-FCAL-CLOSED
032482         STRING 'BACKOUT DATE IS IN CLOSED FISCAL PERIOD '
032484             ATN-FCAL-FISCAL-YEAR '-' ATN-FCAL-PERIOD-NO
032486             DELIMITED BY SIZE INTO ATN-ABEND-MESSAGE
032488         GO TO 9900-ABEND
032490     END-IF.
032492 1700-EXIT.
032494     EXIT.
032500
032600******************************************************************
032700*    2000-REVERSE-RECORD                                         *
033200*    DEPARTMENT, SO THE OPCODE AND GL ACCOUNT FIELDS OF THE     *
033300*    REVERSING DETAIL GO OUT BLANK - THE GL SIDE POSTS THE      *
033400*    REVERSAL BY AMOUNT AGAINST THE BACKOUT SUSPENSE ACCOUNT.   *
033450*    THE REVERSAL IS ALSO LOGGED TO THE TRANSACTION'S LIFECYCLE  *
033470*    HISTORY.                                                    *
033500******************************************************************
033600 2000-REVERSE-RECORD.
033700     SUBTRACT ATN-AUDM-SUM FROM ZERO GIVING ATN-REVERSED-SUM.
035400     END-ADD.
035500
035600     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
035650     PERFORM 5800-WRITE-LIFE-EVENT THRU 5800-EXIT.
035700     PERFORM 3000-READ-AUDIT THRU 3000-EXIT.
035800 2000-EXIT.
035900     EXIT.
042400     ADD 1 TO ATN-BKO-LINE-COUNT.
042500 5000-EXIT.
042600     EXIT.
042610
042620******************************************************************
042630*    5800-WRITE-LIFE-EVENT                                       *
042640*    ADDS A BACKED-OUT EVENT FOR THE CURRENT AUDIT MASTER        *
042650*    RECORD TO THE TRANSACTION LIFECYCLE HISTORY, CARRYING THE   *
042660*    ORIGINAL NUM1 AND NUM2 AND THE REVERSING AMOUNT.  A RECORD  *
042670*    THAT CANNOT BE ADDED IS REPORTED ON THE CONSOLE BUT DOES    *
042671*    NOT STOP THE RUN.                                           *
042672******************************************************************
042673 5800-WRITE-LIFE-EVENT.
042674     MOVE SPACES                 TO ATN-LIFE-RECORD.
042675     MOVE ATN-AUDM-TRAN-KEY      TO ATN-LIFE-TRAN-KEY.
042676     ACCEPT ATN-LIFE-EVENT-DATE FROM DATE YYYYMMDD.
042677     ACCEPT ATN-LIFE-EVENT-TIME FROM TIME.
042678     ADD 1 TO ATN-LIFE-SEQ.
042679     MOVE ATN-LIFE-SEQ           TO ATN-LIFE-EVENT-SEQ.
042680
042681     SET ATN-LIFE-BACKED-OUT     TO TRUE.
042682     MOVE ATN-BACKOUT-DATE       TO ATN-LIFE-BUSINESS-DATE.
042683     MOVE 'ADDTWONUMBERSBACKOUT' TO ATN-LIFE-PROGRAM.
042684     MOVE ATN-BKO-OPERATOR-ID    TO ATN-LIFE-OPERATOR-ID.
042685     MOVE ATN-BKO-JOB-ID         TO ATN-LIFE-JOB-ID.
042686     MOVE ZERO                   TO ATN-LIFE-AGE-CYCLES.
042687     MOVE ATN-AUDM-NUM1          TO ATN-LIFE-NUM1.
042688     MOVE ATN-AUDM-NUM2          TO ATN-LIFE-NUM2.
042689     MOVE ATN-REVERSED-SUM       TO ATN-LIFE-SUM.
042690     MOVE 'REVERSING GL DETAIL WRITTEN' TO ATN-LIFE-DETAIL.
042691
042692     WRITE ATN-LIFE-RECORD
042693         INVALID KEY
042694             DISPLAY 'ADDTWONUMBERSBACKOUT - LIFECYCLE EVENT NOT '
042695                 'LOGGED FOR KEY ' ATN-LIFE-TRAN-KEY
042696                 ' - FILE STATUS ' ATN-LIFE-STATUS
042697     END-WRITE.
042698 5800-EXIT.
042699     EXIT.
042700
042800******************************************************************
042900*    9000-TERMINATE                                              *
045400     WRITE ATN-BKORPT-RECORD FROM ATN-BKO-TOTAL-LINE
045500         AFTER ADVANCING 1 LINE.
045600
045800     PERFORM 9500-REWRITE-RUN-CONTROL THRU 9500-EXIT.
045900
046000     CLOSE ATN-AUDIT-MASTER.
046100     CLOSE ATN-POSTING-FILE.
046200     CLOSE ATN-BACKOUT-REPORT.
046250     CLOSE ATN-LIFE-FILE.
046300 9000-EXIT.
046400     EXIT.
046500
046590******************************************************************
046680*    9500-REWRITE-RUN-CONTROL                                    *
046770*    MARKS THE BACKOUT DATE REVERSED ON THE RUN-CONTROL MASTER.  *
046860*    THE MASTER IS INDEXED BY RUN DATE, SO ONLY THE BACKOUT      *
046950*    DATE'S RECORD IS READ AND REWRITTEN - ITS BALANCED AND      *
047040*    CONFIRMED SWITCHES ARE CARRIED THROUGH UNCHANGED AND NO     *
047130*    OTHER DATE IS TOUCHED.                                      *
047220******************************************************************
047310 9500-REWRITE-RUN-CONTROL.
047400     OPEN I-O ATN-RUN-CONTROL-FILE.
047490     IF ATN-RUNC-STATUS NOT = '00'
047580         STRING 'UNABLE TO UPDATE RUN CONTROL - FILE STATUS '
047670             ATN-RUNC-STATUS DELIMITED BY SIZE
047760             INTO ATN-ABEND-MESSAGE
047850         GO TO 9900-ABEND
047940     END-IF.
048030
048120     MOVE ATN-BACKOUT-DATE TO ATN-RUNC-RUN-DATE.
048210     READ ATN-RUN-CONTROL-FILE
048300         INVALID KEY
048390             MOVE 'BACKOUT DATE IS NOT ON THE RUN CONTROL MASTER'
048480                 TO ATN-ABEND-MESSAGE
048570             GO TO 9900-ABEND
048660     END-READ.
048750
048840     SET ATN-RUNC-REVERSED TO TRUE.
048930     REWRITE ATN-RUN-CONTROL-RECORD
049020         INVALID KEY
049110             STRING 'UNABLE TO MARK DATE REVERSED - FILE STATUS '
049200                 ATN-RUNC-STATUS DELIMITED BY SIZE
049290                 INTO ATN-ABEND-MESSAGE
049380             GO TO 9900-ABEND
049470     END-REWRITE.
049560
049650     CLOSE ATN-RUN-CONTROL-FILE.
049740 9500-EXIT.
049830     EXIT.
050200
050300******************************************************************
050400*    9900-ABEND                                                  *
