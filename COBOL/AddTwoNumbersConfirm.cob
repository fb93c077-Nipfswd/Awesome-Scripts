003110*    2025-05-05 JH    THE AMOUNT ACCUMULATORS NOW CARRY TWO     *
003120*                     DECIMAL PLACES TO MATCH THE WIDENED       *
003130*                     POSTING INTERFACE (SEE ATNPOST).          *
003140*    2025-11-17 JH    THE BUSINESS DATE IS NOW TAKEN FROM       *
003150*                     ATN_PROCESS_DATE (CCYYMMDD), DEFAULTING   *
003160*                     TO THE CLOCK DATE, AND THE VERDICT IS     *
003170*                     RECORDED IN THE NEW CONFIRMED SWITCH ON   *
003180*                     THE DATE'S RUN-CONTROL ENTRY (SEE ATNRUN) *
003181*                     FOR THE FISCAL PERIOD CLOSE.              *
003182*    2026-01-12 JH    EACH POSTING DETAIL'S GL OUTCOME -        *
003183*                     CONFIRMED, REJECTED BY GL OR              *
003184*                     UNACKNOWLEDGED - NOW ADDS AN EVENT TO THE *
003185*                     TRANSACTION LIFECYCLE HISTORY FILE (SEE   *
003186*                     ATNLIFE). THE OPERATOR AND JOB ID ARE     *
003187*                     TAKEN FROM ATN_OPERATOR_ID AND ATN_JOB_ID *
003188*                     FOR THE EVENT RECORD.                     *
003189*    2026-04-06 JH    THE RUN-CONTROL MASTER (SEE ATNRUN) IS    *
003190*                     NOW AN INDEXED FILE KEYED BY RUN DATE.    *
003191*                     THE BUSINESS DATE'S ENTRY IS READ AND     *
003192*                     REWRITTEN BY KEY INSTEAD OF BY A PASS     *
003193*                     OVER THE WHOLE MASTER.                    *
003194*    2026-05-04 JH    POSTIN AND GLACKIN MUST NOW EACH OPEN     *
003195*                     WITH A HEADER RECORD FOR THE BUSINESS     *
003196*                     DATE; A MISSING OR MISMATCHED HEADER      *
003197*                     STOPS THE RUN BEFORE THE SUSPENSE FILE    *
003198*                     AND REPORT ARE OPENED.  ACKSUSP NOW OPENS *
003199*                     WITH ITS OWN HEADER (SEE ATNRJCT).        *
003200*                                                                *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS ATN-CFMRPT-STATUS.
006610
006620     SELECT OPTIONAL ATN-RUN-CONTROL-FILE ASSIGN TO RUNCTL
006630         ORGANIZATION IS INDEXED
006640         ACCESS MODE IS RANDOM
006645         RECORD KEY IS ATN-RUNC-RUN-DATE
006650         FILE STATUS IS ATN-RUNC-STATUS.
006657
006664     SELECT OPTIONAL ATN-LIFE-FILE ASSIGN TO LIFEHST
006671         ORGANIZATION IS INDEXED
006678         ACCESS MODE IS RANDOM
006685         RECORD KEY IS ATN-LIFE-KEY
006692         FILE STATUS IS ATN-LIFE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  ATN-CFMRPT-RECORD              PIC X(132).
008810
008820 FD  ATN-RUN-CONTROL-FILE
008840     LABEL RECORDS ARE STANDARD.
008850 COPY ATNRUN.
008860
008870 FD  ATN-LIFE-FILE
008880     LABEL RECORDS ARE STANDARD.
008890 COPY ATNLIFE.
008900
009000 WORKING-STORAGE SECTION.
009100******************************************************************
009500 01  ATN-GACK-STATUS                PIC X(02) VALUE SPACES.
009600 01  ATN-SUSP-OUT-STATUS            PIC X(02) VALUE SPACES.
009700 01  ATN-CFMRPT-STATUS              PIC X(02) VALUE SPACES.
009750 01  ATN-RUNC-STATUS                PIC X(02) VALUE SPACES.
009760 01  ATN-LIFE-STATUS                PIC X(02) VALUE SPACES.
009800 01  ATN-ABEND-MESSAGE              PIC X(70) VALUE SPACES.
009900
010000 01  ATN-SWITCHES.
013000 01  ATN-CFM-UNACKED-AMT            PIC S9(10)V99 VALUE ZERO.
013100 01  ATN-CFM-REJECTED-AMT           PIC S9(10)V99 VALUE ZERO.
013200 01  ATN-CFM-REASON-CODE            PIC X(02) VALUE SPACES.
013210 01  ATN-CFM-CONFIRMED-WK           PIC X(01) VALUE 'N'.
013300
013310 01  ATN-PROCESS-DATE-PARM          PIC X(08) VALUE SPACES.
013320 01  ATN-PROCESS-DATE-NUM REDEFINES ATN-PROCESS-DATE-PARM
013330                                    PIC 9(08).
013340 01  ATN-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
013342 01  ATN-CFM-OPERATOR-ID            PIC X(08) VALUE SPACES.
013344 01  ATN-CFM-JOB-ID                 PIC X(08) VALUE SPACES.
013346 01  ATN-CFM-EVENT-CODE             PIC X(02) VALUE SPACES.
013348 77  ATN-LIFE-SEQ                   PIC 9(06) COMP VALUE ZERO.
013350
013400 01  ATN-RUN-DATE-NUM               PIC 9(08).
013500 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
013600     05  ATN-RUN-CCYY               PIC 9(04).
017000*    FATAL ERROR - AN EMPTY ACKNOWLEDGMENT FILE IS HOW THE GL    *
017100*    SIDE SAYS NOTHING POSTED, A MISSING ONE SAYS THE RETURN     *
017200*    FEED ITSELF BROKE.                                          *
017210*    THE BUSINESS DATE IS ATN_PROCESS_DATE (CCYYMMDD),           *
017220*    DEFAULTING TO THE CLOCK DATE, THE SAME AS THE MAIN DRIVER.  *
017230*    BOTH INPUT FILES MUST OPEN WITH A HEADER FOR THE BUSINESS   *
017240*    DATE - THEY ARE CHECKED BEFORE THE SUSPENSE FILE AND THE    *
017250*    REPORT ARE OPENED, SO A REFUSED RUN LEAVES THE PRIOR RUN'S  *
017260*    OUTPUT UNTOUCHED.                                           *
017300******************************************************************
017400 1000-INITIALIZE.
017500     OPEN INPUT ATN-POSTING-FILE.
018800         GO TO 9900-ABEND
018900     END-IF.
019000
019220     OPEN I-O ATN-LIFE-FILE.
019230     IF ATN-LIFE-STATUS NOT = '00' AND ATN-LIFE-STATUS NOT = '05'
019240         STRING 'UNABLE TO OPEN ATN-LIFE-FILE - FILE STATUS '
019250             ATN-LIFE-STATUS DELIMITED BY SIZE
019260             INTO ATN-ABEND-MESSAGE
019270         GO TO 9900-ABEND
019280     END-IF.
019300
019400     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
019500     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
019510
019520     MOVE ATN-RUN-DATE-NUM TO ATN-BUSINESS-DATE.
019530     ACCEPT ATN-PROCESS-DATE-PARM
019540         FROM ENVIRONMENT 'ATN_PROCESS_DATE'.
019550     IF ATN-PROCESS-DATE-PARM NOT = SPACES
019560         IF ATN-PROCESS-DATE-NUM NOT NUMERIC
019570                 OR ATN-PROCESS-DATE-NUM = ZERO
019580             MOVE
019590             'ATN_PROCESS_DATE MUST BE A CCYYMMDD BUSINESS DATE'
019591                 TO ATN-ABEND-MESSAGE
019592             GO TO 9900-ABEND
019593         ELSE
019594             MOVE ATN-PROCESS-DATE-NUM TO ATN-BUSINESS-DATE
019595         END-IF
019596     END-IF.
019597
019598     ACCEPT ATN-CFM-OPERATOR-ID
019599         FROM ENVIRONMENT 'ATN_OPERATOR_ID'.
019600     ACCEPT ATN-CFM-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
019610
019620     PERFORM 1200-VERIFY-HEADERS THRU 1200-EXIT.
019630
019640     OPEN OUTPUT ATN-SUSPENSE-OUT.
019650     OPEN OUTPUT ATN-CONFIRM-REPORT.
019660     PERFORM 1100-WRITE-SUSPENSE-HEADER THRU 1100-EXIT.
019670
019700     STRING ATN-RUN-MM   "/" ATN-RUN-DD  "/" ATN-RUN-CCYY
019800         DELIMITED BY SIZE INTO ATN-CFM-HDG-RUN-DATE.
019900     STRING ATN-RUN-HH   ":" ATN-RUN-MIN ":" ATN-RUN-SS
020400     PERFORM 3000-READ-POSTING THRU 3000-EXIT.
020500     PERFORM 3500-READ-ACK THRU 3500-EXIT.
020600 1000-EXIT.
020610     EXIT.
020620
020630******************************************************************
020640*    1100-WRITE-SUSPENSE-HEADER                                  *
020650*    WRITES THE HEADER RECORD THAT OPENS THE SUSPENSE FILE -     *
020660*    THE BUSINESS DATE, THIS PROGRAM, THE JOB ID, AND THE        *
020670*    CREATION STAMP - SO THE RECYCLE PASS CAN TELL WHICH DAY'S   *
020680*    FAILURES IT HAS BEEN GIVEN.                                 *
020690******************************************************************
020700 1100-WRITE-SUSPENSE-HEADER.
020710     MOVE SPACES                 TO ATN-RJCT-HEADER-RECORD.
020720     MOVE 'HDR'                  TO ATN-RJCT-HDR-ID.
020730     MOVE ATN-BUSINESS-DATE      TO ATN-RJCT-HDR-BUSINESS-DATE.
020740     MOVE 'ADDTWONUMBERSCONFIRM' TO ATN-RJCT-HDR-PROGRAM.
020750     MOVE ATN-CFM-JOB-ID         TO ATN-RJCT-HDR-JOB-ID.
020760     MOVE ATN-RUN-DATE-NUM       TO ATN-RJCT-HDR-CREATE-DATE.
020770     MOVE ATN-RUN-TIME-NUM       TO ATN-RJCT-HDR-CREATE-TIME.
020780     WRITE ATN-RJCT-HEADER-RECORD.
020790 1100-EXIT.
020800     EXIT.
020802
020804******************************************************************
020806*    1200-VERIFY-HEADERS                                         *
020808*    READS THE HEADER RECORD THAT MUST OPEN EACH INPUT FILE AND  *
020810*    CHECKS ITS BUSINESS DATE.  A POSTING FILE OR AN             *
020812*    ACKNOWLEDGMENT FILE WITH NO HEADER, OR ONE FOR ANOTHER      *
020814*    DAY, IS A FATAL ERROR - MATCHING YESTERDAY'S                *
020816*    ACKNOWLEDGMENTS AGAINST TODAY'S POSTINGS SUSPENDS GOOD      *
020818*    DETAILS AND CONFIRMS NOTHING.  AN EMPTY ACKNOWLEDGMENT      *
020820*    FILE MUST STILL CARRY ITS HEADER.                           *
020822******************************************************************
020824 1200-VERIFY-HEADERS.
020826     READ ATN-POSTING-FILE
020828         AT END
020830             MOVE 'POSTIN HAS NO HEADER RECORD - FILE IS EMPTY'
020832                 TO ATN-ABEND-MESSAGE
020834             GO TO 9900-ABEND
020836     END-READ.
020838     IF NOT ATN-POST-HEADER
020840         MOVE 'POSTIN HAS NO HEADER RECORD' TO ATN-ABEND-MESSAGE
020842         GO TO 9900-ABEND
020844     END-IF.
020846     PERFORM 3100-CHECK-POST-HEADER THRU 3100-EXIT.
020848
020850     READ ATN-ACK-FILE
020852         AT END
020854             MOVE 'GLACKIN HAS NO HEADER RECORD - FILE IS EMPTY'
020856                 TO ATN-ABEND-MESSAGE
020858             GO TO 9900-ABEND
020860     END-READ.
020862     IF NOT ATN-GACK-IS-HEADER
020864         MOVE 'GLACKIN HAS NO HEADER RECORD' TO ATN-ABEND-MESSAGE
020866         GO TO 9900-ABEND
020868     END-IF.
020870     PERFORM 3600-CHECK-ACK-HEADER THRU 3600-EXIT.
020872 1200-EXIT.
020874     EXIT.
020876
020900******************************************************************
021000*    2000-PROCESS-POSTING                                        *
021100*    DISPOSES OF ONE POSTING DETAIL.  A MATCHING POSTED          *
021200*    ACKNOWLEDGMENT CONFIRMS IT; A MATCHING REJECTED             *
021300*    ACKNOWLEDGMENT, OR NO ACKNOWLEDGMENT AT ALL, WRITES THE    *
021400*    DETAIL TO THE SUSPENSE FILE FOR THE RECYCLE PASS.          *
021410*    THE OUTCOME IS LOGGED TO THE TRANSACTION'S LIFECYCLE        *
021420*    HISTORY EITHER WAY.                                         *
021500******************************************************************
021600 2000-PROCESS-POSTING.
021700     ADD 1 TO ATN-CFM-READ-COUNT.
023000                 TO ATN-CFM-DTL-DISPOSITION
023100             MOVE ATN-GACK-REASON-TEXT TO ATN-CFM-DTL-REASON
023200             MOVE 'GR' TO ATN-CFM-REASON-CODE
023250             MOVE 'GR' TO ATN-CFM-EVENT-CODE
023300             PERFORM 7100-WRITE-SUSPENSE THRU 7100-EXIT
023400         ELSE
023500             ADD 1 TO ATN-CFM-MATCHED-COUNT
023600             ADD ATN-POST-SUM TO ATN-CFM-MATCHED-AMT
023700             MOVE 'CONFIRMED POSTED'
023800                 TO ATN-CFM-DTL-DISPOSITION
023850             MOVE 'GC' TO ATN-CFM-EVENT-CODE
023900         END-IF
024000         PERFORM 3500-READ-ACK THRU 3500-EXIT
024100     ELSE
024400         MOVE 'UNACKNOWLEDGED'
024500             TO ATN-CFM-DTL-DISPOSITION
024600         MOVE 'UA' TO ATN-CFM-REASON-CODE
024650         MOVE 'GU' TO ATN-CFM-EVENT-CODE
024700         PERFORM 7100-WRITE-SUSPENSE THRU 7100-EXIT
024800     END-IF.
024850     PERFORM 5800-WRITE-LIFE-EVENT THRU 5800-EXIT.
024900
025000     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
025100     PERFORM 3000-READ-POSTING THRU 3000-EXIT.
030200*    WHEN THE FILE IS EXHAUSTED.  THE CONTROL TRAILER IS THE     *
030300*    END OF THE DETAIL RECORDS, SO REACHING IT READS AS END OF   *
030400*    FILE, THE SAME AS THE EXTRACT TRAILER DOES ELSEWHERE.       *
030410*    A FURTHER HEADER IS CHECKED AND PASSED OVER.                *
030500******************************************************************
030600 3000-READ-POSTING.
030700     READ ATN-POSTING-FILE
030900             SET ATN-POST-EOF TO TRUE
031000     END-READ.
031100
031110     IF (NOT ATN-POST-EOF) AND ATN-POST-HEADER
031120         PERFORM 3100-CHECK-POST-HEADER THRU 3100-EXIT
031130         GO TO 3000-READ-POSTING
031140     END-IF.
031200     IF (NOT ATN-POST-EOF) AND ATN-POST-TRAILER
031300         SET ATN-POST-EOF TO TRUE
031400     END-IF.
031500 3000-EXIT.
031510     EXIT.
031515
031520******************************************************************
031525*    3100-CHECK-POST-HEADER                                      *
031530*    CHECKS A POSTING FILE HEADER'S BUSINESS DATE AGAINST THE    *
031535*    DATE BEING CONFIRMED AND STOPS THE RUN IF THEY DIFFER.      *
031540******************************************************************
031545 3100-CHECK-POST-HEADER.
031550     IF ATN-POST-HDR-BUSINESS-DATE NOT = ATN-BUSINESS-DATE
031555         DISPLAY 'ADDTWONUMBERSCONFIRM - POSTIN HEADER DATE '
031560             ATN-POST-HDR-BUSINESS-DATE ' BUSINESS DATE '
031565             ATN-BUSINESS-DATE
031570         DISPLAY 'ADDTWONUMBERSCONFIRM - POSTIN WRITTEN BY '
031575             ATN-POST-HDR-PROGRAM ' JOB ' ATN-POST-HDR-JOB-ID
031580         MOVE 'POSTIN HEADER DATE IS NOT THE BUSINESS DATE'
031585             TO ATN-ABEND-MESSAGE
031590         GO TO 9900-ABEND
031595     END-IF.
031600 3100-EXIT.
031700     EXIT.
031750
031800******************************************************************
031900*    3500-READ-ACK                                               *
032000*    READS THE NEXT ACKNOWLEDGMENT RECORD AND SETS THE EOF       *
032100*    SWITCH WHEN THE FILE IS EXHAUSTED.  A FURTHER HEADER IS     *
032110*    CHECKED AND PASSED OVER.                                    *
032200******************************************************************
032300 3500-READ-ACK.
032400     READ ATN-ACK-FILE
032500         AT END
032600             SET ATN-ACK-EOF TO TRUE
032610             GO TO 3500-EXIT
032700     END-READ.
032710
032720     IF ATN-GACK-IS-HEADER
032730         PERFORM 3600-CHECK-ACK-HEADER THRU 3600-EXIT
032740         GO TO 3500-READ-ACK
032750     END-IF.
032800 3500-EXIT.
032810     EXIT.
032815
032820******************************************************************
032825*    3600-CHECK-ACK-HEADER                                       *
032830*    CHECKS AN ACKNOWLEDGMENT FILE HEADER'S BUSINESS DATE        *
032835*    AGAINST THE DATE BEING CONFIRMED AND STOPS THE RUN IF THEY  *
032840*    DIFFER.                                                     *
032845******************************************************************
032850 3600-CHECK-ACK-HEADER.
032855     IF ATN-GACK-HDR-BUSINESS-DATE NOT = ATN-BUSINESS-DATE
032860         DISPLAY 'ADDTWONUMBERSCONFIRM - GLACKIN HEADER DATE '
032865             ATN-GACK-HDR-BUSINESS-DATE ' BUSINESS DATE '
032870             ATN-BUSINESS-DATE
032875         DISPLAY 'ADDTWONUMBERSCONFIRM - GLACKIN WRITTEN BY '
032880             ATN-GACK-HDR-PROGRAM ' JOB ' ATN-GACK-HDR-JOB-ID
032885         MOVE 'GLACKIN HEADER DATE IS NOT THE BUSINESS DATE'
032890             TO ATN-ABEND-MESSAGE
032895         GO TO 9900-ABEND
032897     END-IF.
032898 3600-EXIT.
032900     EXIT.
033000
033100******************************************************************
037600*    SUPPLIES THEM WHEN THE RECORD IS RECYCLED.                  *
037700******************************************************************
037800 7100-WRITE-SUSPENSE.
037850     MOVE SPACES                TO ATN-REJECT-RECORD.
037900     MOVE ATN-POST-TRAN-KEY     TO ATN-RJCT-TRAN-KEY.
038000     MOVE ZERO                  TO ATN-RJCT-NUM2.
038100     MOVE ATN-POST-OPCODE       TO ATN-RJCT-TRAN-OPCODE.
038800     WRITE ATN-REJECT-RECORD.
038900 7100-EXIT.
039000     EXIT.
039004
039008******************************************************************
039012*    5800-WRITE-LIFE-EVENT                                       *
039016*    ADDS THE GL OUTCOME OF THE CURRENT POSTING DETAIL - THE     *
039020*    EVENT CODE THE CALLER MOVED TO ATN-CFM-EVENT-CODE - TO THE  *
039024*    TRANSACTION LIFECYCLE HISTORY, WITH THE SUSPENSE REASON     *
039028*    CODE AND ANY GL REJECTION TEXT.  A RECORD THAT CANNOT BE    *
039032*    ADDED IS REPORTED ON THE CONSOLE BUT DOES NOT STOP THE RUN. *
039036******************************************************************
039040 5800-WRITE-LIFE-EVENT.
039044     MOVE SPACES                TO ATN-LIFE-RECORD.
039048     MOVE ATN-POST-TRAN-KEY     TO ATN-LIFE-TRAN-KEY.
039052     ACCEPT ATN-LIFE-EVENT-DATE FROM DATE YYYYMMDD.
039056     ACCEPT ATN-LIFE-EVENT-TIME FROM TIME.
039060     ADD 1 TO ATN-LIFE-SEQ.
039064     MOVE ATN-LIFE-SEQ          TO ATN-LIFE-EVENT-SEQ.
039068
039072     MOVE ATN-CFM-EVENT-CODE    TO ATN-LIFE-EVENT-CODE.
039076     MOVE ATN-BUSINESS-DATE     TO ATN-LIFE-BUSINESS-DATE.
039080     MOVE 'ADDTWONUMBERSCONFIRM' TO ATN-LIFE-PROGRAM.
039084     MOVE ATN-CFM-OPERATOR-ID   TO ATN-LIFE-OPERATOR-ID.
039088     MOVE ATN-CFM-JOB-ID        TO ATN-LIFE-JOB-ID.
039092     IF NOT ATN-LIFE-GL-CONFIRMED
039096         MOVE ATN-CFM-REASON-CODE TO ATN-LIFE-REASON-CODE
039100     END-IF.
039104     MOVE ZERO                  TO ATN-LIFE-AGE-CYCLES
039108                                   ATN-LIFE-NUM1
039112                                   ATN-LIFE-NUM2.
039116     MOVE ATN-POST-SUM          TO ATN-LIFE-SUM.
039120     MOVE ATN-CFM-DTL-REASON    TO ATN-LIFE-DETAIL.
039124
039128     WRITE ATN-LIFE-RECORD
039132         INVALID KEY
039136             DISPLAY 'ADDTWONUMBERSCONFIRM - LIFECYCLE EVENT NOT '
039140                 'LOGGED FOR KEY ' ATN-LIFE-TRAN-KEY
039144                 ' - FILE STATUS ' ATN-LIFE-STATUS
039148     END-WRITE.
039152 5800-EXIT.
039156     EXIT.
039160
039200******************************************************************
039300*    9000-TERMINATE                                              *
039400*    PRINTS THE DISPOSITION COUNTS AND AMOUNT TOTALS, PRINTS     *
039500*    THE CLEAN OR BREAK VERDICT, CLOSES ALL FILES, AND SETS      *
039600*    RETURN CODE 8 ON ANY BREAK SO THE SCHEDULER PAGES           *
039700*    OPERATIONS INSTEAD OF WAITING FOR MONTH-END CLOSE.          *
039710*    THE VERDICT IS ALSO RECORDED ON THE BUSINESS DATE'S         *
039720*    RUN-CONTROL ENTRY FOR THE FISCAL PERIOD CLOSE.              *
039800******************************************************************
039900 9000-TERMINATE.
040000     MOVE ATN-CFM-READ-COUNT     TO ATN-CFM-TOT-READ.
042500         DISPLAY 'ADDTWONUMBERSCONFIRM - POSTING BREAKS FOUND'
042600             ' - SEE CONFIRMATION REPORT'
042700         MOVE 8 TO RETURN-CODE
042750         MOVE 'N' TO ATN-CFM-CONFIRMED-WK
042800     ELSE
042900         WRITE ATN-CFMRPT-RECORD FROM ATN-CFM-CLEAN-LINE
043000             AFTER ADVANCING 2 LINES
043050         MOVE 'Y' TO ATN-CFM-CONFIRMED-WK
043100     END-IF.
043200
043220     PERFORM 9500-MARK-RUN-CONTROL THRU 9500-EXIT.
043240
043300     CLOSE ATN-POSTING-FILE.
043400     CLOSE ATN-ACK-FILE.
043500     CLOSE ATN-SUSPENSE-OUT.
043600     CLOSE ATN-CONFIRM-REPORT.
043650     CLOSE ATN-LIFE-FILE.
043700 9000-EXIT.
043800     EXIT.
043802
043804******************************************************************
043806*    9500-MARK-RUN-CONTROL                                       *
043808*    RECORDS THE VERDICT ON THE BUSINESS DATE'S RUN-CONTROL      *
043810*    ENTRY (SEE ATNRUN) - CONFIRMED 'Y' WHEN EVERY POSTING WAS   *
043812*    ACKNOWLEDGED CLEANLY, 'N' ON ANY BREAK - SO                 *
043814*    ADDTWONUMBERSPERIODCLOSE CAN PROVE THE DATE.  THE ENTRY IS  *
043816*    READ BY KEY AND REWRITTEN IN PLACE; A MISSING MASTER OR A   *
043818*    DATE NOT ON IT IS LEFT ALONE.                               *
043820******************************************************************
043822 9500-MARK-RUN-CONTROL.
043824     OPEN I-O ATN-RUN-CONTROL-FILE.
043826     IF ATN-RUNC-STATUS = '05'
043828         CLOSE ATN-RUN-CONTROL-FILE
043830         GO TO 9500-EXIT
043832     END-IF.
043834     IF ATN-RUNC-STATUS NOT = '00'
043836         STRING 'UNABLE TO UPDATE RUN CONTROL - FILE STATUS '
043838             ATN-RUNC-STATUS DELIMITED BY SIZE
043840             INTO ATN-ABEND-MESSAGE
043842         GO TO 9900-ABEND
043844     END-IF.
043846
043848     MOVE ATN-BUSINESS-DATE TO ATN-RUNC-RUN-DATE.
043850     READ ATN-RUN-CONTROL-FILE
043852         INVALID KEY
043854             CLOSE ATN-RUN-CONTROL-FILE
043856             GO TO 9500-EXIT
043858     END-READ.
043860
043862     MOVE ATN-CFM-CONFIRMED-WK TO ATN-RUNC-CONFIRMED-SW.
043864     REWRITE ATN-RUN-CONTROL-RECORD
043866         INVALID KEY
043868             STRING 'UNABLE TO MARK RUN CONTROL - FILE STATUS '
043870                 ATN-RUNC-STATUS DELIMITED BY SIZE
043872                 INTO ATN-ABEND-MESSAGE
043874             GO TO 9900-ABEND
043876     END-REWRITE.
043878
043880     CLOSE ATN-RUN-CONTROL-FILE.
043882 9500-EXIT.
043884     EXIT.
043900
044000******************************************************************
044100*    9900-ABEND                                                  *
