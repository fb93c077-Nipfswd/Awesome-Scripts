000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNFCAL                                      *
000400*    DESCRIPTION:  FISCAL PERIOD CALENDAR MASTER RECORD FOR THE *
000500*                  ADDTWONUMBERS SUBSYSTEM.  ONE RECORD PER     *
000600*                  FISCAL PERIOD, KEYED BY THE PERIOD'S LAST    *
000700*                  BUSINESS DATE, CARRYING THE FIRST DATE, THE  *
000800*                  FISCAL YEAR AND PERIOD NUMBER, AND AN OPEN/  *
000900*                  CLOSED STATUS.  A DATE IS MAPPED TO ITS      *
001000*                  PERIOD BY STARTING AT THE FIRST END DATE NOT *
001100*                  LESS THAN IT AND CHECKING THE START DATE.    *
001200*                  ADDTWONUMBERSPERIODCLOSE MARKS A PERIOD      *
001300*                  CLOSED ONCE EVERY DATE IN IT HAS BALANCED    *
001400*                  AND BEEN CONFIRMED, AND RECORDS WHO CLOSED   *
001500*                  IT, WHEN, AND THE FIGURES IT CLOSED ON.      *
001600*                  THE DRIVER, RECYCLE, AND BACKOUT REFUSE A    *
001700*                  BUSINESS DATE IN A CLOSED PERIOD.            *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ------------------------------------------------------     *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------- ----  ------------------------------------      *
002300*    2025-11-17 JH    ORIGINAL COPYBOOK.                         *
002400*                                                                *
002500******************************************************************
002600 01  ATN-FCAL-RECORD.
002700     05  ATN-FCAL-END-DATE              PIC 9(08).
002800     05  ATN-FCAL-START-DATE            PIC 9(08).
002900     05  ATN-FCAL-PERIOD.
003000         10  ATN-FCAL-FISCAL-YEAR       PIC 9(04).
003100         10  ATN-FCAL-PERIOD-NO         PIC 9(02).
003200     05  ATN-FCAL-PERIOD-NUM REDEFINES ATN-FCAL-PERIOD
003300                                        PIC 9(06).
003400     05  ATN-FCAL-STATUS-CODE           PIC X(01).
003500         88  ATN-FCAL-OPEN                        VALUE 'O'.
003600         88  ATN-FCAL-CLOSED                      VALUE 'C'.
003700     05  ATN-FCAL-CLOSED-DATE           PIC 9(08).
003800     05  ATN-FCAL-CLOSED-BY             PIC X(08).
003900     05  ATN-FCAL-CLOSE-DATE-COUNT      PIC 9(04).
004000     05  ATN-FCAL-CLOSE-RECORD-COUNT    PIC 9(08).
004100     05  ATN-FCAL-CLOSE-GRAND-TOTAL     PIC S9(09)V99.
004200     05  FILLER                         PIC X(10).
