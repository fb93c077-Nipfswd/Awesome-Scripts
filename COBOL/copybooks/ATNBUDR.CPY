000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNBUDR                                      *
000400*    DESCRIPTION:  PRINT LINE LAYOUTS FOR THE ADDTWONUMBERS     *
000500*                  MONTH-END BUDGET VARIANCE REPORT (SEE        *
000600*                  ADDTWONUMBERSBUDGET).  ONE DETAIL LINE PER   *
000700*                  DEPARTMENT, GROUPED BY GL ACCOUNT WITH A     *
000800*                  SUBTOTAL LINE PER ACCOUNT, FOLLOWED BY THE   *
000900*                  GRAND TOTAL, ANY ACTUALS NO DEPARTMENT       *
001000*                  CLAIMS, AND THE COUNTS.  BUILT IN            *
001100*                  WORKING-STORAGE AND MOVED TO THE FD RECORD   *
001200*                  BEFORE EACH WRITE.                           *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ------------------------------------------------------     *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ------------------------------------      *
001800*    2026-03-02 JH    ORIGINAL COPYBOOK.                         *
001900*                                                                *
002000******************************************************************
002100 01  ATN-BDR-HEADING-LINE-1.
002200     05  FILLER                     PIC X(20)
002300                                     VALUE 'ADDTWONUMBERS -'.
002400     05  FILLER                     PIC X(22)
002500                                 VALUE 'BUDGET VARIANCE RPT'.
002600     05  FILLER                     PIC X(08) VALUE SPACES.
002700     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002800     05  ATN-BDR-HDG-PAGE-NO        PIC ZZZ9.
002900     05  FILLER                     PIC X(72) VALUE SPACES.
003000
003100 01  ATN-BDR-HEADING-LINE-2.
003200     05  FILLER                     PIC X(11)
003300                                     VALUE 'RUN DATE: '.
003400     05  ATN-BDR-HDG-RUN-DATE       PIC X(10).
003500     05  FILLER                     PIC X(05) VALUE SPACES.
003600     05  FILLER                     PIC X(11)
003700                                     VALUE 'RUN TIME: '.
003800     05  ATN-BDR-HDG-RUN-TIME       PIC X(08).
003900     05  FILLER                     PIC X(87) VALUE SPACES.
004000
004100 01  ATN-BDR-PARM-LINE.
004200     05  FILLER                     PIC X(16)
004300                                     VALUE 'BUDGET MONTH: '.
004400     05  ATN-BDR-HDG-MONTH          PIC X(07).
004500     05  FILLER                     PIC X(05) VALUE SPACES.
004600     05  FILLER                     PIC X(13)
004700                                     VALUE 'ACTUALS FROM '.
004800     05  ATN-BDR-HDG-FROM-DATE      PIC X(10).
004900     05  FILLER                     PIC X(06) VALUE ' THRU '.
005000     05  ATN-BDR-HDG-THRU-DATE      PIC X(10).
005100     05  FILLER                     PIC X(65) VALUE SPACES.
005200
005300 01  ATN-BDR-HEADING-LINE-3.
005400     05  FILLER                     PIC X(10) VALUE 'GL ACCT'.
005500     05  FILLER                     PIC X(04) VALUE 'DEPT'.
005600     05  FILLER                     PIC X(22) VALUE 'NAME'.
005700     05  FILLER                     PIC X(17)
005800                                     VALUE '         BUDGET'.
005900     05  FILLER                     PIC X(17)
006000                                     VALUE '     ACTUAL MTD'.
006100     05  FILLER                     PIC X(17)
006200                                     VALUE '       VARIANCE'.
006300     05  FILLER                     PIC X(09) VALUE 'VAR PCT'.
006400     05  FILLER                     PIC X(05) VALUE 'TOL'.
006500     05  FILLER                     PIC X(31) VALUE 'FLAG'.
006600
006700 01  ATN-BDR-DETAIL-LINE.
006800     05  ATN-BDR-DTL-GL-ACCOUNT     PIC X(08).
006900     05  FILLER                     PIC X(02) VALUE SPACES.
007000     05  ATN-BDR-DTL-DEPT           PIC X(02).
007100     05  FILLER                     PIC X(02) VALUE SPACES.
007200     05  ATN-BDR-DTL-NAME           PIC X(20).
007300     05  FILLER                     PIC X(02) VALUE SPACES.
007400     05  ATN-BDR-DTL-BUDGET         PIC -ZZZ,ZZZ,ZZ9.99.
007500     05  FILLER                     PIC X(02) VALUE SPACES.
007600     05  ATN-BDR-DTL-ACTUAL         PIC -ZZZ,ZZZ,ZZ9.99.
007700     05  FILLER                     PIC X(02) VALUE SPACES.
007800     05  ATN-BDR-DTL-VARIANCE       PIC -ZZZ,ZZZ,ZZ9.99.
007900     05  FILLER                     PIC X(02) VALUE SPACES.
008000     05  ATN-BDR-DTL-PCT            PIC X(07).
008100     05  FILLER                     PIC X(02) VALUE SPACES.
008200     05  ATN-BDR-DTL-TOLERANCE      PIC X(03).
008300     05  FILLER                     PIC X(02) VALUE SPACES.
008400     05  ATN-BDR-DTL-FLAG           PIC X(20).
008500     05  FILLER                     PIC X(11) VALUE SPACES.
008600
008700 01  ATN-BDR-TOTAL-LINE.
008800     05  ATN-BDR-TOT-LABEL          PIC X(34).
008900     05  FILLER                     PIC X(02) VALUE SPACES.
009000     05  ATN-BDR-TOT-BUDGET         PIC -ZZZ,ZZZ,ZZ9.99.
009100     05  FILLER                     PIC X(02) VALUE SPACES.
009200     05  ATN-BDR-TOT-ACTUAL         PIC -ZZZ,ZZZ,ZZ9.99.
009300     05  FILLER                     PIC X(02) VALUE SPACES.
009400     05  ATN-BDR-TOT-VARIANCE       PIC -ZZZ,ZZZ,ZZ9.99.
009500     05  FILLER                     PIC X(02) VALUE SPACES.
009600     05  ATN-BDR-TOT-PCT            PIC X(07).
009700     05  FILLER                     PIC X(38) VALUE SPACES.
009800
009900 01  ATN-BDR-COUNT-LINE.
010000     05  ATN-BDR-CNT-LABEL          PIC X(34).
010100     05  ATN-BDR-CNT-VALUE          PIC ZZZZZ9.
010200     05  FILLER                     PIC X(92) VALUE SPACES.
