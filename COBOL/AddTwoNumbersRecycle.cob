002100*                  WRITTEN IN THE ATNTRAN LAYOUT, IN KEY         *
002200*                  SEQUENCE, FOR THE NEXT RUN'S TRANSIN.  THE    *
002300*                  SUSPENSE AND EXTRACT FILES MUST BOTH BE IN    *
002400*                  ASCENDING KEY SEQUENCE.  EVERY SUSPENSE FILE  *
002410*                  OPENS WITH A HEADER RECORD; ALL OF THOSE ON   *
002420*                  REJECTIN MUST BE FOR THE SAME PRIOR BUSINESS  *
002430*                  DATE.  BOTH OUTPUT FILES OPEN WITH A HEADER   *
002440*                  FOR THIS RUN'S BUSINESS DATE.                 *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    ------------------------------------------------------     *
003098*                     LONG AND THE NEXT CYCLE'S REJECTIN COULD  *
003099*                     NOT READ IT OR CONCATENATE IT WITH THE    *
003101*                     DRIVER AND CONFIRM SUSPENSE FILES.        *
003111*    2025-11-17 JH    THE BUSINESS DATE IS NOW A RUN PARAMETER  *
003121*                     - ATN_PROCESS_DATE (CCYYMMDD), DEFAULTING *
003131*                     TO THE CLOCK DATE, THE SAME AS THE MAIN   *
003141*                     DRIVER AND BALANCE - AND A DATE IN A      *
003151*                     FISCAL PERIOD CLOSED ON THE FISCAL        *
003161*                     CALENDAR (SEE ATNFCAL) IS REFUSED.        *
003171*    2026-01-12 JH    EACH RECYCLED OR STILL-SUSPENDED RECORD   *
003181*                     NOW ADDS AN EVENT, WITH ITS REJECT REASON *
003191*                     AND AGE, TO THE TRANSACTION LIFECYCLE     *
003201*                     HISTORY FILE (SEE ATNLIFE). THE OPERATOR  *
003211*                     AND JOB ID ARE TAKEN FROM ATN_OPERATOR_ID *
003221*                     AND ATN_JOB_ID FOR THE EVENT RECORD.      *
003222*    2026-05-04 JH    RECYCOUT AND SUSPOUT NOW OPEN WITH A      *
003223*                     HEADER RECORD (SEE ATNTRAN/ATNRJCT)       *
003224*                     CARRYING THE BUSINESS DATE, THIS PROGRAM, *
003225*                     THE JOB ID AND THE CREATION STAMP, AND    *
003226*                     BOTH ARE WIDENED TO 60 BYTES.  EVERY      *
003227*                     HEADER ON REJECTIN MUST CARRY ONE AND THE *
003228*                     SAME BUSINESS DATE, EARLIER THAN THIS     *
003229*                     RUN'S, OR THE RUN STOPS.  A HEADER ON THE *
003230*                     CLERK-PREPARED CORRECTION FILE IS PASSED  *
003231*                     OVER.                                     *
003100*                                                                *
003200******************************************************************
003300 IDENTIFICATION DIVISION.
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS ATN-RCYRPT-STATUS.
007510
007520     SELECT OPTIONAL ATN-FISCAL-CALENDAR ASSIGN TO FISCCAL
007530         ORGANIZATION IS INDEXED
007540         ACCESS MODE IS DYNAMIC
007550         RECORD KEY IS ATN-FCAL-END-DATE
007560         FILE STATUS IS ATN-FCAL-STATUS.
007562
007564     SELECT OPTIONAL ATN-LIFE-FILE ASSIGN TO LIFEHST
007566         ORGANIZATION IS INDEXED
007568         ACCESS MODE IS RANDOM
007570         RECORD KEY IS ATN-LIFE-KEY
007572         FILE STATUS IS ATN-LIFE-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
009400 FD  ATN-RECYCLE-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  ATN-RECYCLE-RECORD             PIC X(60).
009800
009900 FD  ATN-SUSPENSE-OUT
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 01  ATN-SUSP-OUT-RECORD            PIC X(60).
010300
010400 FD  ATN-RECYCLE-REPORT
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  ATN-RCYRPT-RECORD              PIC X(132).
010720
010740 FD  ATN-FISCAL-CALENDAR
010760     LABEL RECORDS ARE STANDARD.
010780 COPY ATNFCAL.
010782
010784 FD  ATN-LIFE-FILE
010786     LABEL RECORDS ARE STANDARD.
010788 COPY ATNLIFE.
010800
010900 WORKING-STORAGE SECTION.
011000******************************************************************
011600 01  ATN-RECY-STATUS                PIC X(02) VALUE SPACES.
011700 01  ATN-SUSP-OUT-STATUS            PIC X(02) VALUE SPACES.
011800 01  ATN-RCYRPT-STATUS              PIC X(02) VALUE SPACES.
011850 01  ATN-FCAL-STATUS                PIC X(02) VALUE SPACES.
011860 01  ATN-LIFE-STATUS                PIC X(02) VALUE SPACES.
011900
012000 01  ATN-SWITCHES.
012100     05  ATN-SUSP-EOF-SW            PIC X(01) VALUE 'N'.
013000     05  ATN-EXTR-MATCH-SW          PIC X(01) VALUE 'N'.
013100         88  ATN-EXTR-MATCHED                   VALUE 'Y'.
013200         88  ATN-EXTR-NOT-MATCHED               VALUE 'N'.
013210     05  ATN-RECYCLED-SW            PIC X(01) VALUE 'N'.
013220         88  ATN-WAS-RECYCLED                   VALUE 'Y'.
013230         88  ATN-WAS-SUSPENDED                  VALUE 'N'.
013300
013400******************************************************************
013500*    REPORT PRINT LINES                                          *
016800         10  ATN-CORR-USED-SW       PIC X(01).
016900             88  ATN-CORR-USED                  VALUE 'Y'.
017000
017010 01  ATN-PROCESS-DATE-PARM          PIC X(08) VALUE SPACES.
017020 01  ATN-PROCESS-DATE-NUM REDEFINES ATN-PROCESS-DATE-PARM
017030                                    PIC 9(08).
017040 01  ATN-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
017042 01  ATN-RCY-OPERATOR-ID            PIC X(08) VALUE SPACES.
017044 01  ATN-RCY-JOB-ID                 PIC X(08) VALUE SPACES.
017046 77  ATN-LIFE-SEQ                   PIC 9(06) COMP VALUE ZERO.
017047 01  ATN-RCY-SUSP-DATE              PIC 9(08) VALUE ZERO.
017048
017049******************************************************************
017050*    OUTPUT FILE HEADER - THE TRANSACTION AND SUSPENSE HEADERS   *
017051*    SHARE ONE LAYOUT (SEE ATNTRAN/ATNRJCT), SO THE SAME AREA    *
017052*    OPENS BOTH OUTPUT FILES.                                    *
017053******************************************************************
017054 01  ATN-RCY-HEADER-RECORD.
017055     05  ATN-RCY-HDR-ID             PIC X(03) VALUE 'HDR'.
017056     05  ATN-RCY-HDR-BUSINESS-DATE  PIC 9(08) VALUE ZERO.
017057     05  ATN-RCY-HDR-PROGRAM        PIC X(24)
017058                                    VALUE 'ADDTWONUMBERSRECYCLE'.
017059     05  ATN-RCY-HDR-JOB-ID         PIC X(08) VALUE SPACES.
017060     05  ATN-RCY-HDR-CREATE-DATE    PIC 9(08) VALUE ZERO.
017061     05  ATN-RCY-HDR-CREATE-TIME    PIC 9(08) VALUE ZERO.
017062     05  FILLER                     PIC X(01) VALUE SPACE.
017081
017100 01  ATN-RUN-DATE-NUM               PIC 9(08).
017200 01  ATN-RUN-DATE-GROUP REDEFINES ATN-RUN-DATE-NUM.
017300     05  ATN-RUN-CCYY               PIC 9(04).
020200*    CORRECTION TABLE, PRINTS THE REPORT HEADING, AND PRIMES     *
020300*    THE SUSPENSE AND EXTRACT READS.  EVERY INPUT IS OPTIONAL -  *
020400*    A MISSING FILE SIMPLY READS AS EMPTY.                       *
020520*    THE BUSINESS DATE IS ATN_PROCESS_DATE (CCYYMMDD),           *
020540*    DEFAULTING TO THE CLOCK DATE, THE SAME AS THE MAIN DRIVER,  *
020560*    AND A DATE IN A CLOSED FISCAL PERIOD IS REFUSED BEFORE ANY  *
020580*    FILE IS OPENED.  THE FIRST SUSPENDED RECORD IS READ, AND    *
020582*    THE REJECTIN HEADER CHECKED, BEFORE THE OUTPUT FILES ARE    *
020584*    OPENED; EACH OUTPUT FILE THEN GETS ITS HEADER.              *
020590******************************************************************
020600 1000-INITIALIZE.
020604     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
020608     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
020612
020616     MOVE ATN-RUN-DATE-NUM TO ATN-BUSINESS-DATE.
020620     ACCEPT ATN-PROCESS-DATE-PARM
020624         FROM ENVIRONMENT 'ATN_PROCESS_DATE'.
020628     IF ATN-PROCESS-DATE-PARM NOT = SPACES
020632         IF ATN-PROCESS-DATE-NUM NOT NUMERIC
020636                 OR ATN-PROCESS-DATE-NUM = ZERO
020640             DISPLAY 'ADDTWONUMBERSRECYCLE - ATN_PROCESS_DATE '
020644                 'MUST BE A CCYYMMDD BUSINESS DATE'
020648             MOVE 16 TO RETURN-CODE
020652             STOP RUN
020656         ELSE
020660             MOVE ATN-PROCESS-DATE-NUM TO ATN-BUSINESS-DATE
020664         END-IF
020668     END-IF.
020670
020671     ACCEPT ATN-RCY-OPERATOR-ID
020672         FROM ENVIRONMENT 'ATN_OPERATOR_ID'.
020673     ACCEPT ATN-RCY-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
020674
020676     PERFORM 1800-CHECK-FISCAL-PERIOD THRU 1800-EXIT.
020680
020700     OPEN INPUT ATN-SUSPENSE-IN.
020800     OPEN INPUT ATN-EXTRACT-FILE.
020810
020820     PERFORM 3000-READ-SUSPENSE THRU 3000-EXIT.
020830
020900     OPEN OUTPUT ATN-RECYCLE-FILE.
021000     OPEN OUTPUT ATN-SUSPENSE-OUT.
021100     OPEN OUTPUT ATN-RECYCLE-REPORT.
021102
021104     MOVE ATN-BUSINESS-DATE TO ATN-RCY-HDR-BUSINESS-DATE.
021106     MOVE ATN-RCY-JOB-ID    TO ATN-RCY-HDR-JOB-ID.
021108     MOVE ATN-RUN-DATE-NUM  TO ATN-RCY-HDR-CREATE-DATE.
021110     MOVE ATN-RUN-TIME-NUM  TO ATN-RCY-HDR-CREATE-TIME.
021112     WRITE ATN-RECYCLE-RECORD  FROM ATN-RCY-HEADER-RECORD.
021114     WRITE ATN-SUSP-OUT-RECORD FROM ATN-RCY-HEADER-RECORD.
021117
021120     OPEN I-O ATN-LIFE-FILE.
021130     IF ATN-LIFE-STATUS NOT = '00' AND ATN-LIFE-STATUS NOT = '05'
021140         DISPLAY 'ADDTWONUMBERSRECYCLE - UNABLE TO OPEN '
021150             'LIFECYCLE HISTORY - FILE STATUS ' ATN-LIFE-STATUS
021160         MOVE 16 TO RETURN-CODE
021170         STOP RUN
021180     END-IF.
021500
021600     STRING ATN-RUN-MM   "/" ATN-RUN-DD  "/" ATN-RUN-CCYY
021700         DELIMITED BY SIZE INTO ATN-RCY-HDG-RUN-DATE.
022200
022300     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
022400
022600     PERFORM 3500-READ-EXTRACT THRU 3500-EXIT.
022700 1000-EXIT.
022800     EXIT.
024600
024700******************************************************************
024800*    1110-READ-CORRECTION                                        *
024900*    READS ONE CORRECTION RECORD INTO THE NEXT TABLE SLOT.  THE  *
024910*    CORRECTION FILE IS PREPARED BY HAND AND NEED NOT CARRY A    *
024920*    HEADER, BUT ONE THAT DOES IS PASSED OVER.                   *
025000******************************************************************
025100 1110-READ-CORRECTION.
025200     READ ATN-CORRECTION-FILE
025400             SET ATN-EOF-CORRECTIONS TO TRUE
025500             GO TO 1110-EXIT
025600     END-READ.
025610
025620     IF ATN-TRAN-IS-HEADER
025630         GO TO 1110-EXIT
025640     END-IF.
025700
025800     IF ATN-CORR-COUNT >= ATN-CORR-MAX
025900         DISPLAY 'ADDTWONUMBERSRECYCLE - CORRECTION TABLE FULL'
026900 1110-EXIT.
027000     EXIT.
027100
027102******************************************************************
027104*    1800-CHECK-FISCAL-PERIOD                                    *
027106*    REFUSES A BUSINESS DATE THAT FALLS IN A CLOSED FISCAL       *
027108*    PERIOD ON THE FISCAL CALENDAR (SEE ATNFCAL) - RECYCLED      *
027110*    RECORDS WOULD POST INTO A PERIOD ALREADY CERTIFIED TO THE   *
027112*    LEDGER.  THE CALENDAR IS OPTIONAL - A MISSING CALENDAR OR   *
027114*    A DATE NO PERIOD COVERS IS LET THROUGH.                     *
027116******************************************************************
027118 1800-CHECK-FISCAL-PERIOD.
027120     OPEN INPUT ATN-FISCAL-CALENDAR.
027122     IF ATN-FCAL-STATUS = '05'
027124         CLOSE ATN-FISCAL-CALENDAR
027126         GO TO 1800-EXIT
027128     END-IF.
027130     IF ATN-FCAL-STATUS NOT = '00'
027132         DISPLAY 'ADDTWONUMBERSRECYCLE - UNABLE TO OPEN FISCAL '
027134             'CALENDAR - FILE STATUS ' ATN-FCAL-STATUS
027136         MOVE 16 TO RETURN-CODE
027138         STOP RUN
027140     END-IF.
027142
027144     MOVE ATN-BUSINESS-DATE TO ATN-FCAL-END-DATE.
027146     START ATN-FISCAL-CALENDAR
027148         KEY NOT LESS THAN ATN-FCAL-END-DATE
027150         INVALID KEY
027152             CLOSE ATN-FISCAL-CALENDAR
027154             GO TO 1800-EXIT
027156     END-START.
027158
027160     READ ATN-FISCAL-CALENDAR NEXT RECORD
027162         AT END
027164             CLOSE ATN-FISCAL-CALENDAR
027166             GO TO 1800-EXIT
027168     END-READ.
027170
027172     CLOSE ATN-FISCAL-CALENDAR.
027174
027176     IF ATN-FCAL-START-DATE NOT > ATN-BUSINESS-DATE
027178             AND ATN-FCAL-CLOSED
027180         DISPLAY 'ADDTWONUMBERSRECYCLE - PROCESS DATE IS IN '
027182             'CLOSED FISCAL PERIOD ' ATN-FCAL-FISCAL-YEAR '-'
027184             ATN-FCAL-PERIOD-NO
027186         MOVE 16 TO RETURN-CODE
027188         STOP RUN
027190     END-IF.
027192 1800-EXIT.
027194     EXIT.
027196
027200******************************************************************
027300*    2000-PROCESS-SUSPENSE                                       *
027400*    DISPOSES OF ONE SUSPENDED TRANSACTION.  A MATCHING          *
027600*    UNMATCHED-EXTRACT SUSPENSION WHOSE KEY NOW APPEARS ON THE   *
027700*    EXTRACT RECYCLES AUTOMATICALLY; ANYTHING ELSE IS CARRIED    *
027800*    FORWARD WITH ITS AGE STEPPED.                               *
027850*    EITHER WAY THE OUTCOME IS LOGGED TO THE TRANSACTION'S       *
027870*    LIFECYCLE HISTORY.                                          *
027900******************************************************************
028000 2000-PROCESS-SUSPENSE.
028100     PERFORM 2100-FIND-CORRECTION THRU 2100-EXIT.
028500             FROM ATN-CORR-DATA (ATN-CORR-SUB)
028600         SET ATN-CORR-USED (ATN-CORR-SUB) TO TRUE
028700         ADD 1 TO ATN-RECYCLED-COUNT
028750         SET ATN-WAS-RECYCLED TO TRUE
028800         MOVE 'CORRECTED - RECYCLED'
028900             TO ATN-RCY-DISPOSITION-TEXT
029000     ELSE
029200         IF ATN-RJCT-NO-EXTRACT AND ATN-EXTR-MATCHED
029300             WRITE ATN-RECYCLE-RECORD FROM ATN-RJCT-TRAN
029400             ADD 1 TO ATN-RECYCLED-COUNT
029450             SET ATN-WAS-RECYCLED TO TRUE
029500             MOVE 'EXTRACT NOW PRESENT - RECYCLED'
029600                 TO ATN-RCY-DISPOSITION-TEXT
029700         ELSE
029750             SET ATN-WAS-SUSPENDED TO TRUE
029800             PERFORM 2300-CARRY-FORWARD THRU 2300-EXIT
029900         END-IF
030000     END-IF.
030100
030200     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
030250     PERFORM 5800-WRITE-LIFE-EVENT THRU 5800-EXIT.
030300     PERFORM 3000-READ-SUSPENSE THRU 3000-EXIT.
030400 2000-EXIT.
030500     EXIT.
037900******************************************************************
038000*    3000-READ-SUSPENSE                                          *
038100*    READS THE NEXT SUSPENDED RECORD AND SETS THE EOF SWITCH     *
038200*    WHEN THE FILE IS EXHAUSTED.  REJECTIN IS A CONCATENATION    *
038210*    OF THE PRIOR DAY'S SUSPENSE FILES, SO A HEADER CAN APPEAR   *
038220*    AT ANY POINT - EACH ONE IS CHECKED AND PASSED OVER.  A      *
038230*    SUSPENDED RECORD AHEAD OF ANY HEADER IS A FATAL ERROR.      *
038300******************************************************************
038400 3000-READ-SUSPENSE.
038500     READ ATN-SUSPENSE-IN
038600         AT END
038700             SET ATN-EOF-SUSPENSE TO TRUE
038710             GO TO 3000-EXIT
038800     END-READ.
038810
038820     IF ATN-RJCT-IS-HEADER
038830         PERFORM 3100-CHECK-SUSPENSE-HEADER THRU 3100-EXIT
038840         GO TO 3000-READ-SUSPENSE
038850     END-IF.
038860
038870     IF ATN-RCY-SUSP-DATE = ZERO
038880         DISPLAY 'ADDTWONUMBERSRECYCLE - REJECTIN HAS NO HEADER '
038890             'RECORD'
038900         MOVE 16 TO RETURN-CODE
038910         STOP RUN
038920     END-IF.
038930 3000-EXIT.
038940     EXIT.
038950
038955******************************************************************
038960*    3100-CHECK-SUSPENSE-HEADER                                  *
038965*    CHECKS ONE REJECTIN HEADER.  ITS BUSINESS DATE MUST BE      *
038970*    EARLIER THAN THIS RUN'S - THE SUSPENSE BEING RECYCLED WAS   *
038975*    WRITTEN BY AN EARLIER DAY - AND EVERY HEADER ON THE         *
038980*    CONCATENATION MUST CARRY THE SAME DATE, SO ONE DAY'S        *
038985*    SUSPENSE IS NEVER MIXED WITH ANOTHER'S.                     *
038990******************************************************************
038991 3100-CHECK-SUSPENSE-HEADER.
038992     IF ATN-RJCT-HDR-BUSINESS-DATE NOT < ATN-BUSINESS-DATE
038993         DISPLAY 'ADDTWONUMBERSRECYCLE - REJECTIN HEADER DATE '
038994             ATN-RJCT-HDR-BUSINESS-DATE ' IS NOT BEFORE BUSINESS '
038995             'DATE ' ATN-BUSINESS-DATE
038996         DISPLAY 'ADDTWONUMBERSRECYCLE - REJECTIN WRITTEN BY '
038997             ATN-RJCT-HDR-PROGRAM ' JOB ' ATN-RJCT-HDR-JOB-ID
038998         MOVE 16 TO RETURN-CODE
038999         STOP RUN
039000     END-IF.
039010
039020     IF ATN-RCY-SUSP-DATE NOT = ZERO
039030             AND ATN-RJCT-HDR-BUSINESS-DATE
039035                 NOT = ATN-RCY-SUSP-DATE
039040         DISPLAY 'ADDTWONUMBERSRECYCLE - REJECTIN HEADER DATE '
039050             ATN-RJCT-HDR-BUSINESS-DATE ' DOES NOT MATCH EARLIER '
039060             'HEADER DATE ' ATN-RCY-SUSP-DATE
039070         DISPLAY 'ADDTWONUMBERSRECYCLE - REJECTIN WRITTEN BY '
039080             ATN-RJCT-HDR-PROGRAM ' JOB ' ATN-RJCT-HDR-JOB-ID
039090         MOVE 16 TO RETURN-CODE
039092         STOP RUN
039094     END-IF.
039096
039097     MOVE ATN-RJCT-HDR-BUSINESS-DATE TO ATN-RCY-SUSP-DATE.
039098 3100-EXIT.
039099     EXIT.
039100
039200******************************************************************
039300*    3500-READ-EXTRACT                                           *
044400     ADD 1 TO ATN-RCY-LINE-COUNT.
044500 5000-EXIT.
044600     EXIT.
044602
044604******************************************************************
044606*    5800-WRITE-LIFE-EVENT                                       *
044608*    ADDS ONE EVENT TO THE TRANSACTION LIFECYCLE HISTORY FOR     *
044610*    THE CURRENT SUSPENDED RECORD - RECYCLED, OR STILL           *
044612*    SUSPENDED WITH ITS STEPPED AGE - CARRYING THE ORIGINAL      *
044614*    REJECT REASON AND THE DISPOSITION TEXT.  A RECORD THAT      *
044616*    CANNOT BE ADDED IS REPORTED ON THE CONSOLE BUT DOES NOT     *
044618*    STOP THE RUN.                                               *
044620******************************************************************
044622 5800-WRITE-LIFE-EVENT.
044624     MOVE SPACES                   TO ATN-LIFE-RECORD.
044626     MOVE ATN-RJCT-TRAN-KEY        TO ATN-LIFE-TRAN-KEY.
044628     ACCEPT ATN-LIFE-EVENT-DATE FROM DATE YYYYMMDD.
044630     ACCEPT ATN-LIFE-EVENT-TIME FROM TIME.
044632     ADD 1 TO ATN-LIFE-SEQ.
044634     MOVE ATN-LIFE-SEQ             TO ATN-LIFE-EVENT-SEQ.
044636
044638     IF ATN-WAS-RECYCLED
044640         SET ATN-LIFE-RECYCLED     TO TRUE
044642     ELSE
044644         SET ATN-LIFE-SUSPENDED    TO TRUE
044646     END-IF.
044648
044650     MOVE ATN-BUSINESS-DATE        TO ATN-LIFE-BUSINESS-DATE.
044652     MOVE 'ADDTWONUMBERSRECYCLE'   TO ATN-LIFE-PROGRAM.
044654     MOVE ATN-RCY-OPERATOR-ID      TO ATN-LIFE-OPERATOR-ID.
044656     MOVE ATN-RCY-JOB-ID           TO ATN-LIFE-JOB-ID.
044658     MOVE ATN-RJCT-REASON-CODE     TO ATN-LIFE-REASON-CODE.
044660     MOVE ATN-RJCT-AGE-CYCLES      TO ATN-LIFE-AGE-CYCLES.
044662     MOVE ZERO                     TO ATN-LIFE-NUM1
044664                                      ATN-LIFE-SUM.
044666     MOVE ATN-RJCT-NUM2            TO ATN-LIFE-NUM2.
044668     MOVE ATN-RCY-DISPOSITION-TEXT TO ATN-LIFE-DETAIL.
044670
044672     WRITE ATN-LIFE-RECORD
044674         INVALID KEY
044676             DISPLAY 'ADDTWONUMBERSRECYCLE - LIFECYCLE EVENT NOT '
044678                 'LOGGED FOR KEY ' ATN-LIFE-TRAN-KEY
044680                 ' - FILE STATUS ' ATN-LIFE-STATUS
044682     END-WRITE.
044684 5800-EXIT.
044686     EXIT.
044700
044800******************************************************************
044900*    6000-PRINT-TOTALS                                           *
049700     CLOSE ATN-RECYCLE-FILE.
049800     CLOSE ATN-SUSPENSE-OUT.
049900     CLOSE ATN-RECYCLE-REPORT.
049950     CLOSE ATN-LIFE-FILE.
050000 9000-EXIT.
050100     EXIT.
