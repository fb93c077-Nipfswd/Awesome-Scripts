001894*                     THE WIDENED ATNTRAN RECORD.  THE          *
001895*                     TRANSACTION IMAGE IS NOW 27 BYTES AND     *
001896*                     THE SUSPENSE RECORD 40.                   *
001897*    2026-05-04 JH    ADDED ATN-RJCT-HEADER-RECORD.  EVERY      *
001898*                     SUSPENSE FILE NOW BEGINS WITH A HEADER    *
001899*                     (HDR IN THE KEY POSITION) CARRYING THE    *
001900*                     BUSINESS DATE, PRODUCING PROGRAM, JOB ID  *
001901*                     AND CREATION STAMP.  THE RECORD IS PADDED *
001902*                     TO 60 BYTES.                              *
001951*                                                                *
002000******************************************************************
002100 01  ATN-REJECT-RECORD.
002200     05  ATN-RJCT-TRAN.
003420         88  ATN-RJCT-GL-REJECTED                 VALUE 'GR'.
003500     05  ATN-RJCT-REJECT-DATE           PIC 9(08).
003600     05  ATN-RJCT-AGE-CYCLES            PIC 9(03).
003700     05  FILLER                         PIC X(20).
003800
003900 01  ATN-RJCT-HEADER-RECORD.
004000     05  ATN-RJCT-HDR-ID                PIC X(03).
004100         88  ATN-RJCT-IS-HEADER                 VALUE 'HDR'.
004200     05  ATN-RJCT-HDR-BUSINESS-DATE     PIC 9(08).
004300     05  ATN-RJCT-HDR-PROGRAM           PIC X(24).
004400     05  ATN-RJCT-HDR-JOB-ID            PIC X(08).
004500     05  ATN-RJCT-HDR-CREATE-DATE       PIC 9(08).
004600     05  ATN-RJCT-HDR-CREATE-TIME       PIC 9(08).
004700     05  FILLER                         PIC X(01).
