001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------- ----  ------------------------------------      *
001900*    2025-03-24 JH    ORIGINAL COPYBOOK.                         *
001910*    2026-05-04 JH    ADDED ATN-GACK-HEADER-RECORD.  THE GL     *
001911*                     LOAD JOB NOW WRITES A HEADER (HDR IN THE  *
001912*                     KEY POSITION) AHEAD OF THE                *
001913*                     ACKNOWLEDGMENTS CARRYING THE BUSINESS     *
001914*                     DATE OF THE POSTING FILE IT ANSWERS, ITS  *
001915*                     PROGRAM NAME, JOB ID AND CREATION STAMP.  *
001916*                     THE RECORD IS PADDED TO 60 BYTES.         *
002000*                                                                *
002100******************************************************************
002200 01  ATN-GACK-RECORD.
002600         88  ATN-GACK-POSTED                      VALUE 'P'.
002700         88  ATN-GACK-REJECTED                    VALUE 'R'.
002800     05  ATN-GACK-REASON-TEXT           PIC X(20).
002900     05  FILLER                         PIC X(23).
003000
003100 01  ATN-GACK-HEADER-RECORD.
003200     05  ATN-GACK-HDR-ID                PIC X(03).
003300         88  ATN-GACK-IS-HEADER                 VALUE 'HDR'.
003400     05  ATN-GACK-HDR-BUSINESS-DATE     PIC 9(08).
003500     05  ATN-GACK-HDR-PROGRAM           PIC X(24).
003600     05  ATN-GACK-HDR-JOB-ID            PIC X(08).
003700     05  ATN-GACK-HDR-CREATE-DATE       PIC 9(08).
003800     05  ATN-GACK-HDR-CREATE-TIME       PIC 9(08).
003900     05  FILLER                         PIC X(01).
