001568*                     UPSTREAM PUT THE GL OFF BY THE ROUNDING   *
001569*                     EVERY DAY.  THE WHOLE SUBSYSTEM MOVED TO  *
001571*                     DOLLARS-AND-CENTS FIELDS ON THIS DATE.    *
001572*    2026-05-04 JH    ADDED ATN-TRAN-HEADER-RECORD.  EVERY      *
001573*                     TRANSACTION FILE NOW BEGINS WITH A HEADER *
001574*                     (HDR IN THE KEY POSITION) CARRYING THE    *
001575*                     BUSINESS DATE, PRODUCING PROGRAM, JOB ID  *
001576*                     AND CREATION STAMP, SO A READER CAN       *
001577*                     REFUSE ANOTHER DAY'S FILE.  THE RECORD IS *
001578*                     PADDED TO 60 BYTES.                       *
001564*                                                                *
001600******************************************************************
001700 01  ATN-TRANSACTION-RECORD.
001940         88  ATN-OP-MULTIPLY                    VALUE 'M'.
001950     05  ATN-TRAN-EXPECTED-SUM          PIC S9(08)V99.
001960     05  ATN-TRAN-DEPT                  PIC X(02).
001970     05  FILLER                         PIC X(33).
001980
001990 01  ATN-TRAN-HEADER-RECORD.
002000     05  ATN-TRAN-HDR-ID                PIC X(03).
002010         88  ATN-TRAN-IS-HEADER                 VALUE 'HDR'.
002020     05  ATN-TRAN-HDR-BUSINESS-DATE     PIC 9(08).
002030     05  ATN-TRAN-HDR-PROGRAM           PIC X(24).
002040     05  ATN-TRAN-HDR-JOB-ID            PIC X(08).
002050     05  ATN-TRAN-HDR-CREATE-DATE       PIC 9(08).
002060     05  ATN-TRAN-HDR-CREATE-TIME       PIC 9(08).
002070     05  FILLER                         PIC X(01).
