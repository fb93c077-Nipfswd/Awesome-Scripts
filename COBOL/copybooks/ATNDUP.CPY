000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNDUP                                       *
000400*    DESCRIPTION:  LIKELY-DUPLICATE RECORD WRITTEN BY THE       *
000500*                  ADDTWONUMBERS CROSS-DAY DUPLICATE SCAN (SEE  *
000600*                  ADDTWONUMBERSDUPCHECK) FOR THE RECYCLE AND   *
000700*                  BACKOUT STAFF TO WORK FROM.  ONE RECORD PER  *
000800*                  SUSPECT AUDIT MASTER ROW, CARRYING THE       *
000900*                  SUSPECT ROW IN FULL AND THE KEY OF THE       *
001000*                  EARLIER ROW IT MATCHED.  THE TYPE SAYS WHICH *
001100*                  TEST CAUGHT IT - THE SAME TRANSACTION KEY ON *
001200*                  AN EARLIER RUN DATE, OR THE SAME NUM1, NUM2  *
001300*                  AND SUM UNDER A DIFFERENT KEY.  THE SCAN     *
001400*                  WINDOW IS REPEATED ON EVERY RECORD.          *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ------------------------------------------------------     *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------- ----  ------------------------------------      *
002000*    2026-02-02 JH    ORIGINAL COPYBOOK.                         *
002100*                                                                *
002200******************************************************************
002300 01  ATN-DUP-RECORD.
002400     05  ATN-DUP-TYPE                   PIC X(02).
002500         88  ATN-DUP-SAME-KEY                     VALUE 'SK'.
002600         88  ATN-DUP-SAME-AMOUNTS                 VALUE 'SA'.
002700     05  ATN-DUP-SUSPECT.
002800         10  ATN-DUP-RUN-DATE           PIC 9(08).
002900         10  ATN-DUP-JOB-ID             PIC X(08).
003000         10  ATN-DUP-SEQ-NO             PIC 9(08).
003100         10  ATN-DUP-TRAN-KEY           PIC 9(08).
003200         10  ATN-DUP-NUM1               PIC S9(04)V99.
003300         10  ATN-DUP-NUM2               PIC S9(04)V99.
003400         10  ATN-DUP-SUM                PIC S9(08)V99.
003500         10  ATN-DUP-OPERATOR-ID        PIC X(08).
003600     05  ATN-DUP-MATCH.
003700         10  ATN-DUP-MATCH-RUN-DATE     PIC 9(08).
003800         10  ATN-DUP-MATCH-JOB-ID       PIC X(08).
003900         10  ATN-DUP-MATCH-SEQ-NO       PIC 9(08).
004000         10  ATN-DUP-MATCH-TRAN-KEY     PIC 9(08).
004100     05  ATN-DUP-WINDOW-FROM            PIC 9(08).
004200     05  ATN-DUP-WINDOW-THRU            PIC 9(08).
004300     05  FILLER                         PIC X(10).
