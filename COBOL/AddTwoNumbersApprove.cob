002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  ------------------------------------      *
002800*    2025-09-08 JH    ORIGINAL PROGRAM.                          *
002810*    2025-10-27 JH    THE APPROVER IS NOW CHECKED AGAINST THE   *
002820*                     OPERATOR AUTHORITY MASTER (SEE ATNOPER)   *
002830*                     AT START-UP - AN UNKNOWN, INACTIVE, OR    *
002840*                     UNAUTHORIZED ID IS REFUSED AND THE        *
002850*                     REFUSAL IS WRITTEN TO THE SECURITY        *
002860*                     VIOLATION LOG (SEE ATNSECV).              *
002868*    2026-01-12 JH    EACH APPROVAL OR REJECTION NOW ADDS AN    *
002876*                     EVENT, UNDER THE APPROVER'S ID, TO THE    *
002884*                     TRANSACTION LIFECYCLE HISTORY FILE (SEE   *
002892*                     ATNLIFE) FOR ADDTWONUMBERSTRACE.          *
002900*                                                                *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ATN-PEND-KEY
004900         FILE STATUS IS ATN-PEND-STATUS.
004908
004916     SELECT ATN-OPERATOR-FILE ASSIGN TO OPERMST
004924         ORGANIZATION IS INDEXED
004932         ACCESS MODE IS RANDOM
004940         RECORD KEY IS ATN-OPER-ID
004948         FILE STATUS IS ATN-OPERM-STATUS.
004956
004964     SELECT OPTIONAL ATN-SECURITY-LOG ASSIGN TO SECVLOG
004972         ORGANIZATION IS SEQUENTIAL
004980         ACCESS MODE IS SEQUENTIAL
004988         FILE STATUS IS ATN-SECV-STATUS.
004990
004992     SELECT OPTIONAL ATN-LIFE-FILE ASSIGN TO LIFEHST
004994         ORGANIZATION IS INDEXED
004995         ACCESS MODE IS RANDOM
004996         RECORD KEY IS ATN-LIFE-KEY
004998         FILE STATUS IS ATN-LIFE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ATN-PENDING-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 COPY ATNPEND.
005510
005520 FD  ATN-OPERATOR-FILE
005530     LABEL RECORDS ARE STANDARD.
005540 COPY ATNOPER.
005550
005560 FD  ATN-SECURITY-LOG
005570     RECORDING MODE IS F
005580     LABEL RECORDS ARE STANDARD.
005590 COPY ATNSECV.
005592
005594 FD  ATN-LIFE-FILE
005596     LABEL RECORDS ARE STANDARD.
005598 COPY ATNLIFE.
005600
005700 WORKING-STORAGE SECTION.
005800******************************************************************
005900*    FILE STATUS AND END-OF-FILE SWITCHES                        *
006000******************************************************************
006100 01  ATN-PEND-STATUS                PIC X(02) VALUE SPACES.
006130 01  ATN-OPERM-STATUS               PIC X(02) VALUE SPACES.
006160 01  ATN-SECV-STATUS                PIC X(02) VALUE SPACES.
006180 01  ATN-LIFE-STATUS                PIC X(02) VALUE SPACES.
006200 01  ATN-SWITCHES.
006300     05  ATN-PEND-EOF-SW            PIC X(01) VALUE 'N'.
006400         88  ATN-EOF-PENDING                    VALUE 'Y'.
006900*    APPROVAL CONTROL AND DISPLAY FIELDS                         *
007000******************************************************************
007100 01  ATN-APR-OPERATOR-ID            PIC X(08) VALUE SPACES.
007120 01  ATN-APR-JOB-ID                 PIC X(08) VALUE SPACES.
007140 01  ATN-APR-EVENT-CODE             PIC X(02) VALUE SPACES.
007200 01  ATN-APR-RESPONSE               PIC X(01) VALUE SPACE.
007230 01  ATN-SEC-REASON-WK              PIC X(02) VALUE SPACES.
007260 01  ATN-SEC-REASON-TEXT            PIC X(30) VALUE SPACES.
007300 01  ATN-APR-MESSAGE                PIC X(60) VALUE SPACES.
007400 77  ATN-APPROVED-COUNT             PIC 9(06) VALUE ZERO.
007500 77  ATN-REJECTED-COUNT             PIC 9(06) VALUE ZERO.
007600 77  ATN-SKIPPED-COUNT              PIC 9(06) VALUE ZERO.
007650 77  ATN-LIFE-SEQ                   PIC 9(06) COMP VALUE ZERO.
007700 01  ATN-APR-DSP-NUM2               PIC -ZZZ9.99.
007800 01  ATN-APR-DSP-EXPSUM             PIC -ZZZZZZZ9.99.
007900 01  ATN-APR-DSP-COUNT              PIC ZZZZZ9.
012800*    ESTABLISHES THE APPROVING OPERATOR'S IDENTITY, OPENS THE    *
012900*    PENDING MASTER FOR UPDATE, AND POSITIONS AT THE FIRST       *
013000*    RECORD.  A MISSING OPERATOR ID OR MASTER IS A FATAL         *
013100*    ERROR.  THE OPERATOR IS FIRST CHECKED AGAINST THE           *
013150*    AUTHORITY MASTER.                                           *
013170*    THE LIFECYCLE HISTORY IS OPENED FOR UPDATE AS WELL.         *
013200******************************************************************
013300 1000-INITIALIZE.
013400     ACCEPT ATN-APR-OPERATOR-ID
013500         FROM ENVIRONMENT 'ATN_OPERATOR_ID'.
013550     ACCEPT ATN-APR-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
013850     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
014200
014300     OPEN I-O ATN-PENDING-FILE.
014400     IF ATN-PEND-STATUS NOT = '00'
014700         MOVE 16 TO RETURN-CODE
014800         STOP RUN
014900     END-IF.
014910
014920     OPEN I-O ATN-LIFE-FILE.
014930     IF ATN-LIFE-STATUS NOT = '00'
014940             AND ATN-LIFE-STATUS NOT = '05'
014950         DISPLAY 'ADDTWONUMBERSAPPROVE - UNABLE TO OPEN '
014960             'ATN-LIFE-FILE - FILE STATUS ' ATN-LIFE-STATUS
014970         MOVE 16 TO RETURN-CODE
014980         STOP RUN
014990     END-IF.
015000
015100     MOVE ZERO TO ATN-PEND-KEY.
015200     START ATN-PENDING-FILE
015600     END-START.
015700 1000-EXIT.
015800     EXIT.
015801
015802******************************************************************
015803*    1100-CHECK-OPERATOR                                         *
015804*    REFUSES THE SESSION UNLESS ATN_OPERATOR_ID IS ON THE        *
015805*    OPERATOR AUTHORITY MASTER (SEE ATNOPER), ACTIVE, AND        *
015806*    AUTHORIZED TO APPROVE PENDING TRANSACTIONS.                 *
015807*    EVERY REFUSAL IS WRITTEN TO THE SECURITY VIOLATION LOG      *
015808*    BEFORE THE STOP.                                            *
015809******************************************************************
015810 1100-CHECK-OPERATOR.
015811     MOVE SPACES TO ATN-SEC-REASON-WK.
015812
015813     IF ATN-APR-OPERATOR-ID = SPACES
015814         MOVE 'NI' TO ATN-SEC-REASON-WK
015815         MOVE 'ATN_OPERATOR_ID IS NOT SET' TO ATN-SEC-REASON-TEXT
015816     ELSE
015817         PERFORM 1110-READ-OPERATOR THRU 1110-EXIT
015818     END-IF.
015819
015820     IF ATN-SEC-REASON-WK = SPACES
015821         GO TO 1100-EXIT
015822     END-IF.
015823
015824     PERFORM 1150-LOG-VIOLATION THRU 1150-EXIT.
015825     DISPLAY 'ADDTWONUMBERSAPPROVE - OPERATOR '
015826         ATN-APR-OPERATOR-ID ' REFUSED - ' ATN-SEC-REASON-TEXT.
015827     MOVE 16 TO RETURN-CODE.
015828     STOP RUN.
015829 1100-EXIT.
015830     EXIT.
015831
015832******************************************************************
015833*    1110-READ-OPERATOR                                          *
015834*    READS THE OPERATOR'S AUTHORITY RECORD AND SETS THE REFUSAL  *
015835*    REASON WHEN THE ID IS UNKNOWN, INACTIVE, OR NOT AUTHORIZED  *
015836*    FOR THE FUNCTION.  A MISSING AUTHORITY MASTER IS A FATAL    *
015837*    ERROR.                                                      *
015838******************************************************************
015839 1110-READ-OPERATOR.
015840     OPEN INPUT ATN-OPERATOR-FILE.
015841     IF ATN-OPERM-STATUS NOT = '00'
015842         DISPLAY 'ADDTWONUMBERSAPPROVE - UNABLE TO OPEN '
015843             'ATN-OPERATOR-FILE - FILE STATUS ' ATN-OPERM-STATUS
015844         MOVE 16 TO RETURN-CODE
015845         STOP RUN
015846     END-IF.
015847
015848     MOVE ATN-APR-OPERATOR-ID TO ATN-OPER-ID.
015849     READ ATN-OPERATOR-FILE
015850         INVALID KEY
015851             MOVE 'UK' TO ATN-SEC-REASON-WK
015852             MOVE 'NOT ON THE OPERATOR MASTER'
015853                 TO ATN-SEC-REASON-TEXT
015854     END-READ.
015855
015856     CLOSE ATN-OPERATOR-FILE.
015857
015858     IF ATN-SEC-REASON-WK = SPACES
015859         IF NOT ATN-OPER-ACTIVE
015860             MOVE 'IN' TO ATN-SEC-REASON-WK
015861             MOVE 'OPERATOR IS INACTIVE' TO ATN-SEC-REASON-TEXT
015862         ELSE
015863             IF NOT ATN-OPER-MAY-APPROVE
015864                 MOVE 'NA' TO ATN-SEC-REASON-WK
015865                 MOVE 'NOT AUTHORIZED TO APPROVE'
015866                     TO ATN-SEC-REASON-TEXT
015867             END-IF
015868         END-IF
015869     END-IF.
015870 1110-EXIT.
015871     EXIT.
015872
015873******************************************************************
015874*    1150-LOG-VIOLATION                                          *
015875*    APPENDS ONE RECORD TO THE SECURITY VIOLATION LOG (SEE       *
015876*    ATNSECV) FOR THE REFUSAL.  THE LOG IS OPTIONAL - THE FIRST  *
015877*    REFUSAL EVER CREATES IT.  A LOG THAT WILL NOT OPEN IS       *
015878*    REPORTED ON THE CONSOLE AND STILL DOES NOT LET THE          *
015879*    OPERATOR IN.                                                *
015880******************************************************************
015881 1150-LOG-VIOLATION.
015882     OPEN EXTEND ATN-SECURITY-LOG.
015883     IF ATN-SECV-STATUS NOT = '00'
015884             AND ATN-SECV-STATUS NOT = '05'
015885         DISPLAY 'ADDTWONUMBERSAPPROVE - UNABLE TO OPEN '
015886             'ATN-SECURITY-LOG - FILE STATUS ' ATN-SECV-STATUS
015887         GO TO 1150-EXIT
015888     END-IF.
015889
015890     MOVE SPACES TO ATN-SECV-RECORD.
015891     ACCEPT ATN-SECV-DATE FROM DATE YYYYMMDD.
015892     ACCEPT ATN-SECV-TIME FROM TIME.
015893     MOVE ATN-APR-OPERATOR-ID TO ATN-SECV-OPERATOR-ID.
015894     MOVE 'ADDTWONUMBERSAPPROVE' TO ATN-SECV-PROGRAM.
015895     SET ATN-SECV-FN-APPROVE TO TRUE.
015896     MOVE ATN-SEC-REASON-WK TO ATN-SECV-REASON-CODE.
015897     ACCEPT ATN-SECV-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
015898
015899     WRITE ATN-SECV-RECORD.
015900     CLOSE ATN-SECURITY-LOG.
015901 1150-EXIT.
015902     EXIT.
015903
016000******************************************************************
016100*    2000-REVIEW-RECORD                                          *
016200*    READS THE NEXT PENDING MASTER RECORD AND, IF IT IS STILL    *
020400*    MARKS THE CURRENT RECORD APPROVED UNDER THE APPROVER'S      *
020500*    ID.  THE OPERATOR WHO KEYED THE RECORD CANNOT APPROVE IT    *
020600*    - THAT IS THE WHOLE CONTROL.                                *
020650*    THE APPROVAL IS LOGGED TO THE LIFECYCLE HISTORY.            *
020700******************************************************************
020800 2100-APPROVE-RECORD.
020900     IF ATN-PEND-KEYED-BY = ATN-APR-OPERATOR-ID
022100                 TO ATN-APR-MESSAGE
022200         NOT INVALID KEY
022300             ADD 1 TO ATN-APPROVED-COUNT
022320             MOVE 'AP' TO ATN-APR-EVENT-CODE
022340             PERFORM 2900-WRITE-LIFE-EVENT THRU 2900-EXIT
022400     END-REWRITE.
022500 2100-EXIT.
022600     EXIT.
023000*    MARKS THE CURRENT RECORD REJECTED UNDER THE APPROVER'S      *
023100*    ID.  THE KEYING CLERK CORRECTS IT WITH THE CHANGE           *
023200*    FUNCTION, WHICH PUTS IT BACK IN THE APPROVAL QUEUE.         *
023250*    THE REJECTION IS LOGGED TO THE LIFECYCLE HISTORY.           *
023300******************************************************************
023400 2200-REJECT-RECORD.
023500     SET ATN-PEND-REJECTED TO TRUE.
024000                 TO ATN-APR-MESSAGE
024100         NOT INVALID KEY
024200             ADD 1 TO ATN-REJECTED-COUNT
024220             MOVE 'AR' TO ATN-APR-EVENT-CODE
024240             PERFORM 2900-WRITE-LIFE-EVENT THRU 2900-EXIT
024300     END-REWRITE.
024400 2200-EXIT.
024500     EXIT.
024502
024504******************************************************************
024506*    2900-WRITE-LIFE-EVENT                                       *
024508*    ADDS THE APPROVAL DECISION THE CALLER MOVED TO              *
024510*    ATN-APR-EVENT-CODE FOR THE CURRENT PENDING RECORD TO THE    *
024512*    TRANSACTION LIFECYCLE HISTORY, UNDER THE APPROVER'S ID AND  *
024514*    NAMING THE OPERATOR WHO KEYED IT.  A RECORD THAT CANNOT BE  *
024516*    ADDED IS REPORTED ON THE CONSOLE - THE PENDING MASTER       *
024518*    UPDATE ALREADY STANDS.                                      *
024520******************************************************************
024522 2900-WRITE-LIFE-EVENT.
024524     MOVE SPACES                 TO ATN-LIFE-RECORD.
024526     MOVE ATN-PEND-KEY           TO ATN-LIFE-TRAN-KEY.
024528     ACCEPT ATN-LIFE-EVENT-DATE FROM DATE YYYYMMDD.
024530     ACCEPT ATN-LIFE-EVENT-TIME FROM TIME.
024532     ADD 1 TO ATN-LIFE-SEQ.
024534     MOVE ATN-LIFE-SEQ           TO ATN-LIFE-EVENT-SEQ.
024536
024538     MOVE ATN-APR-EVENT-CODE     TO ATN-LIFE-EVENT-CODE.
024540     MOVE ATN-LIFE-EVENT-DATE    TO ATN-LIFE-BUSINESS-DATE.
024542     MOVE 'ADDTWONUMBERSAPPROVE' TO ATN-LIFE-PROGRAM.
024544     MOVE ATN-APR-OPERATOR-ID    TO ATN-LIFE-OPERATOR-ID.
024546     MOVE ATN-APR-JOB-ID         TO ATN-LIFE-JOB-ID.
024548     MOVE ZERO                   TO ATN-LIFE-AGE-CYCLES
024550                                    ATN-LIFE-NUM1.
024552     MOVE ATN-PEND-NUM2          TO ATN-LIFE-NUM2.
024554     MOVE ATN-PEND-EXPSUM        TO ATN-LIFE-SUM.
024556     STRING 'KEYED BY ' ATN-PEND-KEYED-BY DELIMITED BY SIZE
024558         INTO ATN-LIFE-DETAIL.
024560
024562     WRITE ATN-LIFE-RECORD
024564         INVALID KEY
024566             DISPLAY 'ADDTWONUMBERSAPPROVE - LIFECYCLE EVENT NOT '
024568                 'LOGGED FOR KEY ' ATN-LIFE-TRAN-KEY
024570                 ' - FILE STATUS ' ATN-LIFE-STATUS
024572     END-WRITE.
024574 2900-EXIT.
024576     EXIT.
024600
024700******************************************************************
024800*    9000-TERMINATE                                              *
025100******************************************************************
025200 9000-TERMINATE.
025300     CLOSE ATN-PENDING-FILE.
025350     CLOSE ATN-LIFE-FILE.
025400
025500     MOVE ATN-APPROVED-COUNT TO ATN-APR-DSP-COUNT.
025600     DISPLAY 'ADDTWONUMBERSAPPROVE - RECORDS APPROVED '
