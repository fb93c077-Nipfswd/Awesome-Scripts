002850*                     DECIMAL PLACES AND THE FLAT RECORDS ARE   *
002860*                     62 BYTES - THE AUDIT LOG MOVED TO         *
002870*                     DOLLARS-AND-CENTS FIELDS (SEE ATNAUD).    *
002874*    2025-10-27 JH    THE OPERATOR (ATN_OPERATOR_ID) MUST NOW   *
002878*                     HOLD PURGE AUTHORITY ON THE OPERATOR      *
002882*                     AUTHORITY MASTER (SEE ATNOPER) - A        *
002886*                     REFUSAL IS WRITTEN TO THE SECURITY        *
002890*                     VIOLATION LOG (SEE ATNSECV) WITH THE      *
002894*                     RETENTION CUTOFF.                         *
002895*    2026-03-02 JH    WIDENED THE ARCHIVE AND AUDITNEW FLAT     *
002896*                     RECORDS TO 64 BYTES FOR ATN-AUD-DEPT (SEE *
002897*                     ATNAUD).                                  *
002900*                                                                *
003000******************************************************************
003100 IDENTIFICATION DIVISION.
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS ATN-ARCRPT-STATUS.
006308
006316     SELECT ATN-OPERATOR-FILE ASSIGN TO OPERMST
006324         ORGANIZATION IS INDEXED
006332         ACCESS MODE IS RANDOM
006340         RECORD KEY IS ATN-OPER-ID
006348         FILE STATUS IS ATN-OPERM-STATUS.
006356
006364     SELECT OPTIONAL ATN-SECURITY-LOG ASSIGN TO SECVLOG
006372         ORGANIZATION IS SEQUENTIAL
006380         ACCESS MODE IS SEQUENTIAL
006388         FILE STATUS IS ATN-SECV-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
007200 FD  ATN-ARCHIVE-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  ATN-ARCHIVE-RECORD             PIC X(64).
007600
007700 FD  ATN-AUDIT-NEW
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  ATN-AUDIT-NEW-RECORD           PIC X(64).
008100
008200 FD  ATN-ARCHIVE-REPORT
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  ATN-ARCRPT-RECORD              PIC X(132).
008510
008520 FD  ATN-OPERATOR-FILE
008530     LABEL RECORDS ARE STANDARD.
008540 COPY ATNOPER.
008550
008560 FD  ATN-SECURITY-LOG
008570     RECORDING MODE IS F
008580     LABEL RECORDS ARE STANDARD.
008590 COPY ATNSECV.
008600
008700 WORKING-STORAGE SECTION.
008800******************************************************************
009200 01  ATN-ARCH-STATUS                PIC X(02) VALUE SPACES.
009300 01  ATN-AUDNEW-STATUS              PIC X(02) VALUE SPACES.
009400 01  ATN-ARCRPT-STATUS              PIC X(02) VALUE SPACES.
009430 01  ATN-OPERM-STATUS               PIC X(02) VALUE SPACES.
009460 01  ATN-SECV-STATUS                PIC X(02) VALUE SPACES.
009500 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
009600
009700 01  ATN-SWITCHES.
011400*    DISPOSITION CONTROL FIELDS                                  *
011500******************************************************************
011600 01  ATN-RETENTION-DATE             PIC 9(08) VALUE ZERO.
011620 01  ATN-ARC-OPERATOR-ID            PIC X(08) VALUE SPACES.
011640 01  ATN-SEC-REASON-WK              PIC X(02) VALUE SPACES.
011660 01  ATN-SEC-REASON-TEXT            PIC X(30) VALUE SPACES.
011700 01  ATN-ARCHIVED-COUNT             PIC 9(08) VALUE ZERO.
011800 01  ATN-ARCHIVED-TOTAL             PIC S9(12)V99 VALUE ZERO.
011900 01  ATN-RETAINED-COUNT             PIC 9(08) VALUE ZERO.
016000*    OPENS ALL FILES, PICKS UP AND EDITS THE RETENTION CUTOFF,   *
016100*    ESTABLISHES THE RUN DATE/TIME, PRINTS THE HEADING AND THE   *
016200*    CUTOFF LINE, AND PRIMES THE READ.                           *
016230*    THE OPERATOR (ATN_OPERATOR_ID) MUST HOLD PURGE AUTHORITY ON *
016260*    THE OPERATOR AUTHORITY MASTER BEFORE ANY OUTPUT IS OPENED.  *
016300******************************************************************
016400 1000-INITIALIZE.
016500     OPEN INPUT ATN-AUDIT-FILE.
017800             TO ATN-ABEND-MESSAGE
017900         GO TO 9900-ABEND
018000     END-IF.
018020
018030     ACCEPT ATN-ARC-OPERATOR-ID
018040         FROM ENVIRONMENT 'ATN_OPERATOR_ID'.
018060     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
018100
018200     OPEN OUTPUT ATN-ARCHIVE-FILE.
018300     OPEN OUTPUT ATN-AUDIT-NEW.
020500     PERFORM 3000-READ-AUDIT THRU 3000-EXIT.
020600 1000-EXIT.
020700     EXIT.
020701
020702******************************************************************
020703*    1100-CHECK-OPERATOR                                         *
020704*    REFUSES THE PURGE UNLESS ATN_OPERATOR_ID IS ON THE          *
020705*    OPERATOR AUTHORITY MASTER (SEE ATNOPER), ACTIVE, AND        *
020706*    AUTHORIZED TO PURGE THE AUDIT LOG.                          *
020707*    EVERY REFUSAL IS WRITTEN TO THE SECURITY VIOLATION LOG      *
020708*    BEFORE THE STOP.                                            *
020709******************************************************************
020710 1100-CHECK-OPERATOR.
020711     MOVE SPACES TO ATN-SEC-REASON-WK.
020712
020713     IF ATN-ARC-OPERATOR-ID = SPACES
020714         MOVE 'NI' TO ATN-SEC-REASON-WK
020715         MOVE 'ATN_OPERATOR_ID IS NOT SET' TO ATN-SEC-REASON-TEXT
020716     ELSE
020717         PERFORM 1110-READ-OPERATOR THRU 1110-EXIT
020718     END-IF.
020719
020720     IF ATN-SEC-REASON-WK = SPACES
020721         GO TO 1100-EXIT
020722     END-IF.
020723
020724     PERFORM 1150-LOG-VIOLATION THRU 1150-EXIT.
020725     STRING 'OPERATOR ' ATN-ARC-OPERATOR-ID ' REFUSED - '
020726         ATN-SEC-REASON-TEXT DELIMITED BY SIZE
020727         INTO ATN-ABEND-MESSAGE.
020728     GO TO 9900-ABEND.
020729 1100-EXIT.
020730     EXIT.
020731
020732******************************************************************
020733*    1110-READ-OPERATOR                                          *
020734*    READS THE OPERATOR'S AUTHORITY RECORD AND SETS THE REFUSAL  *
020735*    REASON WHEN THE ID IS UNKNOWN, INACTIVE, OR NOT AUTHORIZED  *
020736*    FOR THE FUNCTION.  A MISSING AUTHORITY MASTER IS A FATAL    *
020737*    ERROR.                                                      *
020738******************************************************************
020739 1110-READ-OPERATOR.
020740     OPEN INPUT ATN-OPERATOR-FILE.
020741     IF ATN-OPERM-STATUS NOT = '00'
020742         STRING 'UNABLE TO OPEN ATN-OPERATOR-FILE - FILE STATUS '
020743             ATN-OPERM-STATUS DELIMITED BY SIZE
020744             INTO ATN-ABEND-MESSAGE
020745         GO TO 9900-ABEND
020746     END-IF.
020747
020748     MOVE ATN-ARC-OPERATOR-ID TO ATN-OPER-ID.
020749     READ ATN-OPERATOR-FILE
020750         INVALID KEY
020751             MOVE 'UK' TO ATN-SEC-REASON-WK
020752             MOVE 'NOT ON THE OPERATOR MASTER'
020753                 TO ATN-SEC-REASON-TEXT
020754     END-READ.
020755
020756     CLOSE ATN-OPERATOR-FILE.
020757
020758     IF ATN-SEC-REASON-WK = SPACES
020759         IF NOT ATN-OPER-ACTIVE
020760             MOVE 'IN' TO ATN-SEC-REASON-WK
020761             MOVE 'OPERATOR IS INACTIVE' TO ATN-SEC-REASON-TEXT
020762         ELSE
020763             IF NOT ATN-OPER-MAY-PURGE
020764                 MOVE 'NA' TO ATN-SEC-REASON-WK
020765                 MOVE 'NOT AUTHORIZED TO PURGE AUDIT'
020766                     TO ATN-SEC-REASON-TEXT
020767             END-IF
020768         END-IF
020769     END-IF.
020770 1110-EXIT.
020771     EXIT.
020772
020773******************************************************************
020774*    1150-LOG-VIOLATION                                          *
020775*    APPENDS ONE RECORD TO THE SECURITY VIOLATION LOG (SEE       *
020776*    ATNSECV) FOR THE REFUSAL.  THE LOG IS OPTIONAL - THE FIRST  *
020777*    REFUSAL EVER CREATES IT.  A LOG THAT WILL NOT OPEN IS       *
020778*    REPORTED ON THE CONSOLE AND STILL DOES NOT LET THE          *
020779*    OPERATOR IN.                                                *
020780******************************************************************
020781 1150-LOG-VIOLATION.
020782     OPEN EXTEND ATN-SECURITY-LOG.
020783     IF ATN-SECV-STATUS NOT = '00'
020784             AND ATN-SECV-STATUS NOT = '05'
020785         DISPLAY 'ADDTWONUMBERSARCHIVE - UNABLE TO OPEN '
020786             'ATN-SECURITY-LOG - FILE STATUS ' ATN-SECV-STATUS
020787         GO TO 1150-EXIT
020788     END-IF.
020789
020790     MOVE SPACES TO ATN-SECV-RECORD.
020791     ACCEPT ATN-SECV-DATE FROM DATE YYYYMMDD.
020792     ACCEPT ATN-SECV-TIME FROM TIME.
020793     MOVE ATN-ARC-OPERATOR-ID TO ATN-SECV-OPERATOR-ID.
020794     MOVE 'ADDTWONUMBERSARCHIVE' TO ATN-SECV-PROGRAM.
020795     SET ATN-SECV-FN-PURGE TO TRUE.
020796     MOVE ATN-SEC-REASON-WK TO ATN-SECV-REASON-CODE.
020797     MOVE ATN-RETENTION-DATE TO ATN-SECV-DETAIL.
020798     ACCEPT ATN-SECV-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
020799
020800     WRITE ATN-SECV-RECORD.
020801     CLOSE ATN-SECURITY-LOG.
020802 1150-EXIT.
020803     EXIT.
020804
020900******************************************************************
021000*    2000-DISPOSE-RECORD                                         *
021100*    ROUTES ONE AUDIT RECORD: A RUN DATE BEFORE THE CUTOFF       *
