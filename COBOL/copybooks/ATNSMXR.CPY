000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNSMXR                                      *
000400*    DESCRIPTION:  PRINT LINE LAYOUTS FOR THE ADDTWONUMBERS     *
000500*                  INTERNAL AUDIT SAMPLE EXCEPTION SUMMARY      *
000600*                  (SEE ADDTWONUMBERSSAMPLECLOSE).  THE         *
000700*                  SAMPLE'S SELECTION PARAMETERS ARE ECHOED     *
000800*                  UNDER THE HEADING; ONE DETAIL LINE PER       *
000900*                  FAILED OR UNTESTED ITEM, WITH THE AUDITOR'S  *
001000*                  NOTE ON THE LINE BELOW, IS FOLLOWED BY THE   *
001100*                  RESULT COUNTS AND THE SAMPLE'S CLOSING       *
001200*                  STATUS.  BUILT IN WORKING-STORAGE AND MOVED  *
001300*                  TO THE FD RECORD BEFORE EACH WRITE.          *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ------------------------------------------------------     *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------- ----  ------------------------------------      *
001900*    2026-06-01 JH    ORIGINAL COPYBOOK.                         *
002000*                                                                *
002100******************************************************************
002200 01  ATN-SMX-HEADING-LINE-1.
002300     05  FILLER                     PIC X(20)
002400                                     VALUE 'ADDTWONUMBERS -'.
002500     05  FILLER                     PIC X(30)
002600                         VALUE 'AUDIT SAMPLE EXCEPTION SUMMARY'.
002700     05  FILLER                     PIC X(08) VALUE SPACES.
002800     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002900     05  ATN-SMX-HDG-PAGE-NO        PIC ZZZ9.
003000     05  FILLER                     PIC X(64) VALUE SPACES.
003100
003200 01  ATN-SMX-HEADING-LINE-2.
003300     05  FILLER                     PIC X(11)
003400                                     VALUE 'RUN DATE: '.
003500     05  ATN-SMX-HDG-RUN-DATE       PIC X(10).
003600     05  FILLER                     PIC X(05) VALUE SPACES.
003700     05  FILLER                     PIC X(11)
003800                                     VALUE 'RUN TIME: '.
003900     05  ATN-SMX-HDG-RUN-TIME       PIC X(08).
004000     05  FILLER                     PIC X(05) VALUE SPACES.
004100     05  FILLER                     PIC X(11)
004200                                     VALUE 'CLOSED BY: '.
004300     05  ATN-SMX-HDG-OPERATOR       PIC X(08).
004400     05  FILLER                     PIC X(63) VALUE SPACES.
004500
004600 01  ATN-SMX-PARM-LINE.
004700     05  FILLER                     PIC X(11)
004800                                     VALUE 'SAMPLE ID: '.
004900     05  ATN-SMX-HDG-SAMPLE-ID      PIC X(08).
005000     05  FILLER                     PIC X(04) VALUE SPACES.
005100     05  FILLER                     PIC X(13)
005200                                     VALUE 'RUN DATES: '.
005300     05  ATN-SMX-HDG-FROM-DATE      PIC X(10).
005400     05  FILLER                     PIC X(06) VALUE ' THRU '.
005500     05  ATN-SMX-HDG-THRU-DATE      PIC X(10).
005600     05  FILLER                     PIC X(04) VALUE SPACES.
005700     05  FILLER                     PIC X(10)
005800                                     VALUE 'SELECTED: '.
005900     05  ATN-SMX-HDG-SELECT-DATE    PIC X(10).
006000     05  FILLER                     PIC X(04) VALUE SPACES.
006100     05  FILLER                     PIC X(06) VALUE 'SEED: '.
006200     05  ATN-SMX-HDG-SEED           PIC 9(10).
006300     05  FILLER                     PIC X(26) VALUE SPACES.
006400
006500 01  ATN-SMX-HEADING-LINE-3.
006600     05  FILLER                     PIC X(06) VALUE 'ITEM'.
006700     05  FILLER                     PIC X(12) VALUE 'RESULT'.
006800     05  FILLER                     PIC X(11) VALUE 'SELECTED'.
006900     05  FILLER                     PIC X(12) VALUE 'RUN DATE'.
007000     05  FILLER                     PIC X(10) VALUE 'JOB'.
007100     05  FILLER                     PIC X(10) VALUE 'SEQ NO'.
007200     05  FILLER                     PIC X(10) VALUE '    NUM1'.
007300     05  FILLER                     PIC X(10) VALUE '    NUM2'.
007400     05  FILLER                     PIC X(14)
007500                                     VALUE '         SUM'.
007600     05  FILLER                     PIC X(10) VALUE 'OPERATOR'.
007700     05  FILLER                     PIC X(10) VALUE 'TESTED BY'.
007800     05  FILLER                     PIC X(17) VALUE 'TESTED ON'.
007900
008000 01  ATN-SMX-DETAIL-LINE.
008100     05  ATN-SMX-DTL-ITEM           PIC ZZZ9.
008200     05  FILLER                     PIC X(02) VALUE SPACES.
008300     05  ATN-SMX-DTL-RESULT         PIC X(10).
008400     05  FILLER                     PIC X(02) VALUE SPACES.
008500     05  ATN-SMX-DTL-REASON         PIC X(09).
008600     05  FILLER                     PIC X(02) VALUE SPACES.
008700     05  ATN-SMX-DTL-DATE           PIC X(10).
008800     05  FILLER                     PIC X(02) VALUE SPACES.
008900     05  ATN-SMX-DTL-JOB            PIC X(08).
009000     05  FILLER                     PIC X(02) VALUE SPACES.
009100     05  ATN-SMX-DTL-SEQ            PIC 9(08).
009200     05  FILLER                     PIC X(02) VALUE SPACES.
009300     05  ATN-SMX-DTL-NUM1           PIC -ZZZ9.99.
009400     05  FILLER                     PIC X(02) VALUE SPACES.
009500     05  ATN-SMX-DTL-NUM2           PIC -ZZZ9.99.
009600     05  FILLER                     PIC X(02) VALUE SPACES.
009700     05  ATN-SMX-DTL-SUM            PIC -ZZZZZZZ9.99.
009800     05  FILLER                     PIC X(02) VALUE SPACES.
009900     05  ATN-SMX-DTL-OPERATOR       PIC X(08).
010000     05  FILLER                     PIC X(02) VALUE SPACES.
010100     05  ATN-SMX-DTL-TESTED-BY      PIC X(08).
010200     05  FILLER                     PIC X(02) VALUE SPACES.
010300     05  ATN-SMX-DTL-TESTED-ON      PIC X(10).
010400     05  FILLER                     PIC X(07) VALUE SPACES.
010500
010600 01  ATN-SMX-NOTE-LINE.
010700     05  FILLER                     PIC X(18) VALUE SPACES.
010800     05  FILLER                     PIC X(06) VALUE 'NOTE: '.
010900     05  ATN-SMX-NTE-NOTE           PIC X(40).
011000     05  FILLER                     PIC X(68) VALUE SPACES.
011100
011200 01  ATN-SMX-NONE-LINE.
011300     05  FILLER                     PIC X(50)
011400         VALUE 'NO FAILED OR UNTESTED ITEMS IN THE SAMPLE'.
011500     05  FILLER                     PIC X(82) VALUE SPACES.
011600
011700 01  ATN-SMX-TOTAL-LINE.
011800     05  ATN-SMX-TOT-LABEL          PIC X(36).
011900     05  ATN-SMX-TOT-COUNT          PIC ZZZZZZ9.
012000     05  FILLER                     PIC X(89) VALUE SPACES.
012100
012200 01  ATN-SMX-STATUS-LINE.
012300     05  ATN-SMX-STA-TEXT           PIC X(80).
012400     05  FILLER                     PIC X(52) VALUE SPACES.
