001800*                  OF LETTING IT TOTAL GARBAGE - AN UNSORTED     *
001900*                  EXTRACT OTHERWISE SURFACES ONLY AS A QUIET    *
002000*                  WAVE OF NUM1 NOT FOUND EXCEPTIONS.            *
002010*                  TRANSIN MUST OPEN WITH A HEADER RECORD FOR    *
002020*                  THE BUSINESS DATE (ATN_PROCESS_DATE,          *
002030*                  DEFAULTING TO THE CLOCK DATE).                *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ------------------------------------------------------     *
002708*                     TWO DECIMAL PLACES TO MATCH THE WIDENED   *
002709*                     ATN-EXT-AMOUNT AND TRAILER HASH (SEE      *
002711*                     ATNEXTR).                                  *
002712*    2026-05-04 JH    TRANSIN NOW OPENS WITH A HEADER RECORD    *
002713*                     (SEE ATNTRAN).  A MISSING HEADER, A       *
002714*                     DETAIL AHEAD OF THE HEADER, OR A HEADER   *
002715*                     FOR ANOTHER BUSINESS DATE IS AN EDIT      *
002716*                     ERROR AND HOLDS THE MAIN RUN.  ADDED THE  *
002717*                     ATN_PROCESS_DATE PARAMETER SO AN EVENING  *
002718*                     EDIT CHECKS AGAINST THE NEXT DAY'S DATE.  *
002719*                     HEADERS ARE NOT COUNTED OR SEQUENCE       *
002720*                     CHECKED.                                  *
002700*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
008920         88  ATN-EXTR-TRL-SEEN                  VALUE 'Y'.
008930     05  ATN-DEPTR-EOF-SW           PIC X(01) VALUE 'N'.
008940         88  ATN-EOF-DEPT-REFS                  VALUE 'Y'.
008950     05  ATN-TRAN-HDR-SW            PIC X(01) VALUE 'N'.
008960         88  ATN-TRAN-HDR-SEEN                  VALUE 'Y'.
009000
009100******************************************************************
009200*    REPORT PRINT LINES                                          *
012500     05  ATN-RUN-MIN                PIC 9(02).
012600     05  ATN-RUN-SS                 PIC 9(02).
012700     05  ATN-RUN-HS                 PIC 9(02).
012710
012720 01  ATN-PROCESS-DATE-PARM          PIC X(08) VALUE SPACES.
012730 01  ATN-PROCESS-DATE-NUM REDEFINES ATN-PROCESS-DATE-PARM
012740                                    PIC 9(08).
012750 01  ATN-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
012800
012900 PROCEDURE DIVISION.
013000******************************************************************
013800     PERFORM 3000-READ-TRANS THRU 3000-EXIT.
013900     PERFORM 2000-EDIT-TRANS THRU 2000-EXIT
014000         UNTIL ATN-EOF-TRANS.
014010
014020     IF NOT ATN-TRAN-HDR-SEEN
014030         MOVE ATN-TRANS-COUNT TO ATN-EDIT-RECNO
014040         MOVE 'HEADER'        TO ATN-EDIT-KEY-X
014050         MOVE 'TRANSIN HAS NO HEADER RECORD'
014060             TO ATN-EDIT-ERROR-TEXT
014070         PERFORM 5000-PRINT-ERROR THRU 5000-EXIT
014080     END-IF.
014100
014200     MOVE 'EXTRACTIN' TO ATN-EDIT-FILE-NAME.
014300     PERFORM 3500-READ-EXTRACT THRU 3500-EXIT.
015300*    OPENS BOTH INPUT FILES AND THE EDIT REPORT, ESTABLISHES     *
015400*    THE RUN DATE/TIME, AND PRINTS THE REPORT HEADING.  A        *
015500*    MISSING INPUT FILE IS A FATAL ERROR, THE SAME AS IT IS      *
015600*    FOR THE MAIN DRIVER.  THE BUSINESS DATE THE TRANSIN HEADER  *
015610*    MUST CARRY COMES FROM ATN_PROCESS_DATE, DEFAULTING TO THE   *
015620*    CLOCK DATE; A BAD VALUE IS FATAL.                           *
015700******************************************************************
015800 1000-INITIALIZE.
015900     OPEN INPUT ATN-TRANS-FILE.
017400
017500     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
017600     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
017610
017620     MOVE ATN-RUN-DATE-NUM TO ATN-BUSINESS-DATE.
017630     ACCEPT ATN-PROCESS-DATE-PARM
017640         FROM ENVIRONMENT 'ATN_PROCESS_DATE'.
017650     IF ATN-PROCESS-DATE-PARM NOT = SPACES
017660         IF ATN-PROCESS-DATE-NUM NOT NUMERIC
017670                 OR ATN-PROCESS-DATE-NUM = ZERO
017680             DISPLAY 'ADDTWONUMBERSEDIT - ATN_PROCESS_DATE '
017685                 'MUST BE A CCYYMMDD BUSINESS DATE'
017690             MOVE 16 TO RETURN-CODE
017692             STOP RUN
017694         ELSE
017696             MOVE ATN-PROCESS-DATE-NUM TO ATN-BUSINESS-DATE
017698         END-IF
017699     END-IF.
017700
017800     STRING ATN-RUN-MM   "/" ATN-RUN-DD  "/" ATN-RUN-CCYY
017900         DELIMITED BY SIZE INTO ATN-EDT-HDG-RUN-DATE.
027900******************************************************************
028000*    3000-READ-TRANS                                             *
028100*    READS THE NEXT TRANSACTION RECORD AND SETS THE EOF          *
028200*    SWITCH WHEN THE FILE IS EXHAUSTED.  A HEADER RECORD IS      *
028210*    EDITED AND PASSED OVER; A DETAIL READ BEFORE ANY HEADER IS  *
028220*    REPORTED ONCE.                                              *
028300******************************************************************
028400 3000-READ-TRANS.
028500     READ ATN-TRANS-FILE
028600         AT END
028700             SET ATN-EOF-TRANS TO TRUE
028710             GO TO 3000-EXIT
028800     END-READ.
028810
028820     IF ATN-TRAN-IS-HEADER
028830         PERFORM 3100-EDIT-TRANS-HEADER THRU 3100-EXIT
028840         GO TO 3000-READ-TRANS
028850     END-IF.
028860
028870     IF (NOT ATN-TRAN-HDR-SEEN) AND ATN-TRANS-COUNT = ZERO
028880         MOVE 1               TO ATN-EDIT-RECNO
028890         MOVE 'HEADER'        TO ATN-EDIT-KEY-X
028892         MOVE 'DETAIL PRECEDES THE TRANSIN HEADER'
028894             TO ATN-EDIT-ERROR-TEXT
028896         PERFORM 5000-PRINT-ERROR THRU 5000-EXIT
028898     END-IF.
028900 3000-EXIT.
028910     EXIT.
028920
028930******************************************************************
028940*    3100-EDIT-TRANS-HEADER                                      *
028950*    EDITS A TRANSIN HEADER RECORD: ITS BUSINESS DATE MUST BE    *
028960*    THE DATE THE MAIN RUN WILL PROCESS.  A MISMATCH IS PRINTED  *
028965*    AS AN EDIT ERROR AND ALSO DISPLAYED WITH THE PROGRAM AND    *
028970*    JOB THAT WROTE THE FILE, SO OPERATIONS CAN SEE WHICH FILE   *
028975*    WAS SUPPLIED.                                               *
028980******************************************************************
028985 3100-EDIT-TRANS-HEADER.
028990     SET ATN-TRAN-HDR-SEEN TO TRUE.
028991
028992     IF ATN-TRAN-HDR-BUSINESS-DATE NOT = ATN-BUSINESS-DATE
028993         DISPLAY 'ADDTWONUMBERSEDIT - TRANSIN HEADER DATE '
028994             ATN-TRAN-HDR-BUSINESS-DATE ' BUSINESS DATE '
028995             ATN-BUSINESS-DATE
028996         DISPLAY 'ADDTWONUMBERSEDIT - TRANSIN WRITTEN BY '
028997             ATN-TRAN-HDR-PROGRAM ' JOB ' ATN-TRAN-HDR-JOB-ID
028998         MOVE ATN-TRANS-COUNT TO ATN-EDIT-RECNO
028999         MOVE 'HEADER'        TO ATN-EDIT-KEY-X
029000         MOVE 'HEADER DATE IS NOT THE BUSINESS DATE'
029001             TO ATN-EDIT-ERROR-TEXT
029002         PERFORM 5000-PRINT-ERROR THRU 5000-EXIT
029003     END-IF.
029004 3100-EXIT.
029005     EXIT.
029100
029200******************************************************************
029300*    3500-READ-EXTRACT                                           *
