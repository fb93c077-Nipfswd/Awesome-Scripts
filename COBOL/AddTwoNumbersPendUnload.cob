001800*                  SO A SECOND NIGHT CANNOT UNLOAD IT AGAIN     *
001810*                  AND DOUBLE-POST IT; THE HELD RECORDS STAY    *
001820*                  IN PLACE AWAITING APPROVAL OR CORRECTION.    *
001830*                  THE FILE OPENS WITH A HEADER RECORD FOR THE  *
001840*                  BUSINESS DATE (ATN_PROCESS_DATE, DEFAULTING  *
001850*                  TO THE CLOCK DATE) AND JOB (ATN_JOB_ID).     *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    ------------------------------------------------------     *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    ---------- ----  ------------------------------------      *
002400*    2025-08-18 JH    ORIGINAL PROGRAM.                          *
002404*    2025-09-08 JH    ONLY APPROVED RECORDS (SEE ATNPEND) ARE   *
002408*                     UNLOADED NOW - UNAPPROVED AND REJECTED    *
002412*                     RECORDS ARE HELD ON THE MASTER AND        *
002416*                     LISTED ON THE NEW UNLOAD REPORT, SO THE   *
002420*                     MAKER-CHECKER CONTROL ACTUALLY KEEPS      *
002424*                     UNCHECKED FIGURES OUT OF THE RUN.         *
002428*    2025-09-15 JH    THE MASTER IS NOW OPENED I-O AND EACH     *
002432*                     UNLOADED RECORD IS DELETED AS SOON AS     *
002436*                     ITS TRANSOUT WRITE SUCCEEDS - NOTHING     *
002440*                     EVER REMOVED CONSUMED RECORDS, SO A       *
002444*                     SECOND NIGHT'S UNLOAD WROTE EVERY STILL-  *
002448*                     APPROVED RECORD TO TRANSIN AGAIN AND      *
002452*                     DOUBLE-POSTED IT.  HELD RECORDS ARE NOT   *
002456*                     TOUCHED, SO A FAILURE MID-UNLOAD STILL    *
002460*                     LOSES NOTHING PENDING.                    *
002464*    2026-05-04 JH    TRANSOUT NOW OPENS WITH A HEADER RECORD   *
002468*                     (SEE ATNTRAN) CARRYING THE BUSINESS DATE, *
002472*                     THIS PROGRAM, THE JOB ID AND THE CREATION *
002476*                     STAMP.  ADDED THE ATN_PROCESS_DATE AND    *
002480*                     ATN_JOB_ID PARAMETERS; THE UNLOAD MAY RUN *
002484*                     THE EVENING BEFORE THE BUSINESS DATE IT   *
002488*                     FEEDS.                                    *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
007793     05  ATN-RUN-MIN                PIC 9(02).
007794     05  ATN-RUN-SS                 PIC 9(02).
007795     05  ATN-RUN-HS                 PIC 9(02).
007796
007797 01  ATN-PROCESS-DATE-PARM          PIC X(08) VALUE SPACES.
007798 01  ATN-PROCESS-DATE-NUM REDEFINES ATN-PROCESS-DATE-PARM
007799                                    PIC 9(08).
007800 01  ATN-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
007810 01  ATN-UNL-JOB-ID                 PIC X(08) VALUE SPACES.
007855
007900 PROCEDURE DIVISION.
008000******************************************************************
008100*    0000-MAINLINE                                               *
011020
011030     ACCEPT ATN-RUN-DATE-NUM FROM DATE YYYYMMDD.
011040     ACCEPT ATN-RUN-TIME-NUM FROM TIME.
011041
011042     MOVE ATN-RUN-DATE-NUM TO ATN-BUSINESS-DATE.
011043     ACCEPT ATN-PROCESS-DATE-PARM
011044         FROM ENVIRONMENT 'ATN_PROCESS_DATE'.
011045     IF ATN-PROCESS-DATE-PARM NOT = SPACES
011046         IF ATN-PROCESS-DATE-NUM NOT NUMERIC
011047                 OR ATN-PROCESS-DATE-NUM = ZERO
011048             DISPLAY 'ADDTWONUMBERSPENDUNLOAD - ATN_PROCESS_DATE '
011049                 'MUST BE A CCYYMMDD BUSINESS DATE'
011050             MOVE 16 TO RETURN-CODE
011051             STOP RUN
011052         ELSE
011053             MOVE ATN-PROCESS-DATE-NUM TO ATN-BUSINESS-DATE
011054         END-IF
011055     END-IF.
011056     ACCEPT ATN-UNL-JOB-ID FROM ENVIRONMENT 'ATN_JOB_ID'.
011057
011058     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
011059
011060     STRING ATN-RUN-MM "/" ATN-RUN-DD "/" ATN-RUN-CCYY
011070         DELIMITED BY SIZE INTO ATN-UNL-HDG-RUN-DATE.
011080     STRING ATN-RUN-HH ":" ATN-RUN-MIN ":" ATN-RUN-SS
011300 1000-EXIT.
011400     EXIT.
011500
011510******************************************************************
011520*    1100-WRITE-HEADER                                           *
011530*    WRITES THE HEADER RECORD THAT OPENS THE TRANSACTION FILE -  *
011540*    THE BUSINESS DATE THE FILE IS FOR, THIS PROGRAM, THE JOB    *
011550*    ID, AND THE CREATION STAMP.  THE EDIT AND THE MAIN RUN      *
011560*    REFUSE A FILE WHOSE HEADER IS FOR ANOTHER DAY.              *
011570******************************************************************
011580 1100-WRITE-HEADER.
011581     MOVE SPACES                 TO ATN-TRAN-HEADER-RECORD.
011582     MOVE 'HDR'                  TO ATN-TRAN-HDR-ID.
011583     MOVE ATN-BUSINESS-DATE      TO ATN-TRAN-HDR-BUSINESS-DATE.
011584     MOVE 'ADDTWONUMBERSPENDUNLOAD' TO ATN-TRAN-HDR-PROGRAM.
011585     MOVE ATN-UNL-JOB-ID         TO ATN-TRAN-HDR-JOB-ID.
011586     MOVE ATN-RUN-DATE-NUM       TO ATN-TRAN-HDR-CREATE-DATE.
011587     MOVE ATN-RUN-TIME-NUM       TO ATN-TRAN-HDR-CREATE-TIME.
011588     WRITE ATN-TRAN-HEADER-RECORD.
011589 1100-EXIT.
011590     EXIT.
011591
011600******************************************************************
011700*    2000-UNLOAD-RECORD                                          *
011800*    WRITES ONE APPROVED PENDING RECORD OUT IN THE ATNTRAN       *
012140         GO TO 2000-READ
012150     END-IF.
012160
012170     MOVE SPACES          TO ATN-TRANSACTION-RECORD.
012200     MOVE ATN-PEND-KEY    TO ATN-TRAN-KEY.
012300     MOVE ATN-PEND-NUM2   TO ATN-NUM2.
012400     MOVE ATN-PEND-OPCODE TO ATN-TRAN-OPCODE.
