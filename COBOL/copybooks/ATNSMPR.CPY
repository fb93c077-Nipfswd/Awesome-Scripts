000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNSMPR                                      *
000400*    DESCRIPTION:  PRINT LINE LAYOUTS FOR THE ADDTWONUMBERS     *
000500*                  INTERNAL AUDIT SAMPLE WORKSHEET (SEE         *
000600*                  ADDTWONUMBERSSAMPLE).  THE SELECTION         *
000700*                  PARAMETERS ARE ECHOED UNDER THE HEADING;     *
000800*                  ONE DETAIL LINE PER SAMPLED ITEM, WITH       *
000900*                  BLANK RESULT AND NOTE COLUMNS FOR THE        *
001000*                  AUDITOR, IS FOLLOWED BY THE SELECTION        *
001100*                  COUNTS.  BUILT IN WORKING-STORAGE AND MOVED  *
001200*                  TO THE FD RECORD BEFORE EACH WRITE.          *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ------------------------------------------------------     *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ------------------------------------      *
001800*    2026-06-01 JH    ORIGINAL COPYBOOK.                         *
001900*                                                                *
002000******************************************************************
002100 01  ATN-SMR-HEADING-LINE-1.
002200     05  FILLER                     PIC X(20)
002300                                     VALUE 'ADDTWONUMBERS -'.
002400     05  FILLER                     PIC X(22)
002500                                 VALUE 'AUDIT SAMPLE WORKSHEET'.
002600     05  FILLER                     PIC X(08) VALUE SPACES.
002700     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002800     05  ATN-SMR-HDG-PAGE-NO        PIC ZZZ9.
002900     05  FILLER                     PIC X(72) VALUE SPACES.
003000
003100 01  ATN-SMR-HEADING-LINE-2.
003200     05  FILLER                     PIC X(11)
003300                                     VALUE 'RUN DATE: '.
003400     05  ATN-SMR-HDG-RUN-DATE       PIC X(10).
003500     05  FILLER                     PIC X(05) VALUE SPACES.
003600     05  FILLER                     PIC X(11)
003700                                     VALUE 'RUN TIME: '.
003800     05  ATN-SMR-HDG-RUN-TIME       PIC X(08).
003900     05  FILLER                     PIC X(87) VALUE SPACES.
004000
004100 01  ATN-SMR-PARM-LINE-1.
004200     05  FILLER                     PIC X(11)
004300                                     VALUE 'SAMPLE ID: '.
004400     05  ATN-SMR-HDG-SAMPLE-ID      PIC X(08).
004500     05  FILLER                     PIC X(04) VALUE SPACES.
004600     05  FILLER                     PIC X(13)
004700                                     VALUE 'RUN DATES: '.
004800     05  ATN-SMR-HDG-FROM-DATE      PIC X(10).
004900     05  FILLER                     PIC X(06) VALUE ' THRU '.
005000     05  ATN-SMR-HDG-THRU-DATE      PIC X(10).
005100     05  FILLER                     PIC X(70) VALUE SPACES.
005200
005300 01  ATN-SMR-PARM-LINE-2.
005400     05  FILLER                     PIC X(06) VALUE 'SEED: '.
005500     05  ATN-SMR-HDG-SEED           PIC 9(10).
005600     05  FILLER                     PIC X(04) VALUE SPACES.
005700     05  FILLER                     PIC X(14)
005800                                     VALUE 'RANDOM ITEMS: '.
005900     05  ATN-SMR-HDG-SIZE           PIC ZZZ9.
006000     05  FILLER                     PIC X(04) VALUE SPACES.
006100     05  FILLER                     PIC X(16)
006200                                     VALUE 'ALL SUMS OVER: '.
006300     05  ATN-SMR-HDG-THRESHOLD      PIC X(12).
006400     05  FILLER                     PIC X(04) VALUE SPACES.
006500     05  FILLER                     PIC X(22)
006600                                     VALUE 'ALL ITEMS KEYED BY: '.
006700     05  ATN-SMR-HDG-OPERATOR       PIC X(08).
006800     05  FILLER                     PIC X(28) VALUE SPACES.
006900
007000 01  ATN-SMR-HEADING-LINE-3.
007100     05  FILLER                     PIC X(06) VALUE 'ITEM'.
007200     05  FILLER                     PIC X(11) VALUE 'SELECTED'.
007300     05  FILLER                     PIC X(12) VALUE 'RUN DATE'.
007400     05  FILLER                     PIC X(10) VALUE 'JOB'.
007500     05  FILLER                     PIC X(10) VALUE 'SEQ NO'.
007600     05  FILLER                     PIC X(10) VALUE 'TRAN KEY'.
007700     05  FILLER                     PIC X(10) VALUE '    NUM1'.
007800     05  FILLER                     PIC X(10) VALUE '    NUM2'.
007900     05  FILLER                     PIC X(14)
008000                                     VALUE '         SUM'.
008100     05  FILLER                     PIC X(10) VALUE 'OPERATOR'.
008200     05  FILLER                     PIC X(08) VALUE 'RESULT'.
008300     05  FILLER                     PIC X(21) VALUE 'NOTE'.
008400
008500 01  ATN-SMR-DETAIL-LINE.
008600     05  ATN-SMR-DTL-ITEM           PIC ZZZ9.
008700     05  FILLER                     PIC X(02) VALUE SPACES.
008800     05  ATN-SMR-DTL-REASON         PIC X(09).
008900     05  FILLER                     PIC X(02) VALUE SPACES.
009000     05  ATN-SMR-DTL-DATE           PIC X(10).
009100     05  FILLER                     PIC X(02) VALUE SPACES.
009200     05  ATN-SMR-DTL-JOB            PIC X(08).
009300     05  FILLER                     PIC X(02) VALUE SPACES.
009400     05  ATN-SMR-DTL-SEQ            PIC 9(08).
009500     05  FILLER                     PIC X(02) VALUE SPACES.
009600     05  ATN-SMR-DTL-KEY            PIC 9(08).
009700     05  FILLER                     PIC X(02) VALUE SPACES.
009800     05  ATN-SMR-DTL-NUM1           PIC -ZZZ9.99.
009900     05  FILLER                     PIC X(02) VALUE SPACES.
010000     05  ATN-SMR-DTL-NUM2           PIC -ZZZ9.99.
010100     05  FILLER                     PIC X(02) VALUE SPACES.
010200     05  ATN-SMR-DTL-SUM            PIC -ZZZZZZZ9.99.
010300     05  FILLER                     PIC X(02) VALUE SPACES.
010400     05  ATN-SMR-DTL-OPERATOR       PIC X(08).
010500     05  FILLER                     PIC X(02) VALUE SPACES.
010600     05  FILLER                     PIC X(06) VALUE '______'.
010700     05  FILLER                     PIC X(02) VALUE SPACES.
010800     05  FILLER                     PIC X(21)
010900                                 VALUE '_____________________'.
011000
011100 01  ATN-SMR-NONE-LINE.
011200     05  FILLER                     PIC X(50)
011300         VALUE 'NO AUDIT MASTER ROWS QUALIFIED FOR THE SAMPLE'.
011400     05  FILLER                     PIC X(82) VALUE SPACES.
011500
011600 01  ATN-SMR-TOTAL-LINE.
011700     05  ATN-SMR-TOT-LABEL          PIC X(36).
011800     05  ATN-SMR-TOT-COUNT          PIC ZZZZZZ9.
011900     05  FILLER                     PIC X(89) VALUE SPACES.
