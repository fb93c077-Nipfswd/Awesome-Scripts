000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNDUPR                                      *
000400*    DESCRIPTION:  PRINT LINE LAYOUTS FOR THE ADDTWONUMBERS     *
000500*                  CROSS-DAY DUPLICATE REVIEW REPORT (SEE       *
000600*                  ADDTWONUMBERSDUPCHECK).  ONE DETAIL LINE PER *
000700*                  SUSPECT AUDIT MASTER ROW, SHOWING THE        *
000800*                  EARLIER ROW IT MATCHED, FOLLOWED BY THE SCAN *
000900*                  COUNTS.  BUILT IN WORKING-STORAGE AND MOVED  *
001000*                  TO THE FD RECORD BEFORE EACH WRITE.          *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ------------------------------------------------------     *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    ---------- ----  ------------------------------------      *
001600*    2026-02-02 JH    ORIGINAL COPYBOOK.                         *
001700*                                                                *
001800******************************************************************
001900 01  ATN-DPR-HEADING-LINE-1.
002000     05  FILLER                     PIC X(20)
002100                                     VALUE 'ADDTWONUMBERS -'.
002200     05  FILLER                     PIC X(22)
002300                                 VALUE 'CROSS-DAY DUPLICATES'.
002400     05  FILLER                     PIC X(08) VALUE SPACES.
002500     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002600     05  ATN-DPR-HDG-PAGE-NO        PIC ZZZ9.
002700     05  FILLER                     PIC X(72) VALUE SPACES.
002800
002900 01  ATN-DPR-HEADING-LINE-2.
003000     05  FILLER                     PIC X(11)
003100                                     VALUE 'RUN DATE: '.
003200     05  ATN-DPR-HDG-RUN-DATE       PIC X(10).
003300     05  FILLER                     PIC X(05) VALUE SPACES.
003400     05  FILLER                     PIC X(11)
003500                                     VALUE 'RUN TIME: '.
003600     05  ATN-DPR-HDG-RUN-TIME       PIC X(08).
003700     05  FILLER                     PIC X(87) VALUE SPACES.
003800
003900 01  ATN-DPR-PARM-LINE.
004000     05  FILLER                     PIC X(14)
004100                                     VALUE 'SCAN WINDOW: '.
004200     05  ATN-DPR-HDG-FROM-DATE      PIC X(10).
004300     05  FILLER                     PIC X(06) VALUE ' THRU '.
004400     05  ATN-DPR-HDG-THRU-DATE      PIC X(10).
004500     05  FILLER                     PIC X(02) VALUE SPACES.
004600     05  FILLER                     PIC X(01) VALUE '('.
004700     05  ATN-DPR-HDG-DAYS           PIC ZZ9.
004800     05  FILLER                     PIC X(06) VALUE ' DAYS)'.
004900     05  FILLER                     PIC X(80) VALUE SPACES.
005000
005100 01  ATN-DPR-HEADING-LINE-3.
005200     05  FILLER                     PIC X(14) VALUE 'TEST'.
005300     05  FILLER                     PIC X(12) VALUE 'RUN DATE'.
005400     05  FILLER                     PIC X(10) VALUE 'JOB'.
005500     05  FILLER                     PIC X(10) VALUE 'TRAN KEY'.
005600     05  FILLER                     PIC X(10) VALUE '    NUM1'.
005700     05  FILLER                     PIC X(10) VALUE '    NUM2'.
005800     05  FILLER                     PIC X(14)
005900                                     VALUE '         SUM'.
006000     05  FILLER                     PIC X(12) VALUE 'OPERATOR'.
006100     05  FILLER                     PIC X(12) VALUE 'MATCHES'.
006200     05  FILLER                     PIC X(10) VALUE 'JOB'.
006300     05  FILLER                     PIC X(18) VALUE 'TRAN KEY'.
006400
006500 01  ATN-DPR-DETAIL-LINE.
006600     05  ATN-DPR-DTL-TEST           PIC X(12).
006700     05  FILLER                     PIC X(02) VALUE SPACES.
006800     05  ATN-DPR-DTL-DATE           PIC X(10).
006900     05  FILLER                     PIC X(02) VALUE SPACES.
007000     05  ATN-DPR-DTL-JOB            PIC X(08).
007100     05  FILLER                     PIC X(02) VALUE SPACES.
007200     05  ATN-DPR-DTL-KEY            PIC 9(08).
007300     05  FILLER                     PIC X(02) VALUE SPACES.
007400     05  ATN-DPR-DTL-NUM1           PIC -ZZZ9.99.
007500     05  FILLER                     PIC X(02) VALUE SPACES.
007600     05  ATN-DPR-DTL-NUM2           PIC -ZZZ9.99.
007700     05  FILLER                     PIC X(02) VALUE SPACES.
007800     05  ATN-DPR-DTL-SUM            PIC -ZZZZZZZ9.99.
007900     05  FILLER                     PIC X(02) VALUE SPACES.
008000     05  ATN-DPR-DTL-OPERATOR       PIC X(08).
008100     05  FILLER                     PIC X(04) VALUE SPACES.
008200     05  ATN-DPR-DTL-MATCH-DATE     PIC X(10).
008300     05  FILLER                     PIC X(02) VALUE SPACES.
008400     05  ATN-DPR-DTL-MATCH-JOB      PIC X(08).
008500     05  FILLER                     PIC X(02) VALUE SPACES.
008600     05  ATN-DPR-DTL-MATCH-KEY      PIC 9(08).
008700     05  FILLER                     PIC X(10) VALUE SPACES.
008800
008900 01  ATN-DPR-NONE-LINE.
009000     05  FILLER                     PIC X(50)
009100         VALUE 'NO LIKELY DUPLICATES FOUND IN THE SCAN WINDOW'.
009200     05  FILLER                     PIC X(82) VALUE SPACES.
009300
009400 01  ATN-DPR-TOTAL-LINE.
009500     05  ATN-DPR-TOT-LABEL          PIC X(30).
009600     05  ATN-DPR-TOT-COUNT          PIC ZZZZZ9.
009700     05  FILLER                     PIC X(96) VALUE SPACES.
