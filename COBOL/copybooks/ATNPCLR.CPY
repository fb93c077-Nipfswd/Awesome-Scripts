000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNPCLR                                      *
000400*    DESCRIPTION:  PRINT LINE LAYOUTS FOR THE ADDTWONUMBERS     *
000500*                  FISCAL PERIOD CLOSE CERTIFICATE (SEE         *
000600*                  ADDTWONUMBERSPERIODCLOSE).  ONE LINE PER     *
000700*                  BUSINESS DATE IN THE PERIOD SHOWING ITS RUN- *
000800*                  CONTROL FIGURES, BALANCED AND CONFIRMED      *
000900*                  SWITCHES, AND DISPOSITION, FOLLOWED BY THE   *
001000*                  PERIOD TOTALS AND A CLOSED OR NOT CLOSED     *
001100*                  VERDICT LINE.  BUILT IN WORKING-STORAGE AND  *
001200*                  MOVED TO THE FD RECORD BEFORE EACH WRITE.    *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ------------------------------------------------------     *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    ---------- ----  ------------------------------------      *
001800*    2025-11-17 JH    ORIGINAL COPYBOOK.                         *
001900*                                                                *
002000******************************************************************
002100 01  ATN-PCL-HEADING-LINE-1.
002200     05  FILLER                     PIC X(20)
002300                                     VALUE 'ADDTWONUMBERS -'.
002400     05  FILLER                     PIC X(32)
002500                       VALUE 'FISCAL PERIOD CLOSE CERTIFICATE'.
002600     05  FILLER                     PIC X(08) VALUE SPACES.
002700     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002800     05  ATN-PCL-HDG-PAGE-NO        PIC ZZZ9.
002900     05  FILLER                     PIC X(62) VALUE SPACES.
003000
003100 01  ATN-PCL-HEADING-LINE-2.
003200     05  FILLER                     PIC X(11)
003300                                     VALUE 'RUN DATE: '.
003400     05  ATN-PCL-HDG-RUN-DATE       PIC X(10).
003500     05  FILLER                     PIC X(05) VALUE SPACES.
003600     05  FILLER                     PIC X(11)
003700                                     VALUE 'RUN TIME: '.
003800     05  ATN-PCL-HDG-RUN-TIME       PIC X(08).
003900     05  FILLER                     PIC X(87) VALUE SPACES.
004000
004100 01  ATN-PCL-PERIOD-LINE.
004200     05  FILLER                     PIC X(15)
004300                                     VALUE 'FISCAL PERIOD: '.
004400     05  ATN-PCL-HDG-PERIOD         PIC X(07).
004500     05  FILLER                     PIC X(05) VALUE SPACES.
004600     05  FILLER                     PIC X(06) VALUE 'FROM: '.
004700     05  ATN-PCL-HDG-START-DATE     PIC X(10).
004800     05  FILLER                     PIC X(05) VALUE SPACES.
004900     05  FILLER                     PIC X(09) VALUE 'THROUGH: '.
005000     05  ATN-PCL-HDG-END-DATE       PIC X(10).
005100     05  FILLER                     PIC X(05) VALUE SPACES.
005200     05  FILLER                     PIC X(11) VALUE 'CLOSED BY: '.
005300     05  ATN-PCL-HDG-OPERATOR       PIC X(08).
005400     05  FILLER                     PIC X(41) VALUE SPACES.
005500
005600 01  ATN-PCL-COLUMN-LINE.
005700     05  FILLER                     PIC X(15)
005800                                     VALUE 'BUSINESS DATE'.
005900     05  FILLER                     PIC X(12) VALUE 'STATUS'.
006000     05  FILLER                     PIC X(12) VALUE ' RECORDS'.
006100     05  FILLER                     PIC X(16)
006200                                     VALUE ' GRAND TOTAL'.
006300     05  FILLER                     PIC X(11) VALUE 'BALANCED'.
006400     05  FILLER                     PIC X(12) VALUE 'CONFIRMED'.
006500     05  FILLER                     PIC X(54) VALUE 'DISPOSITION'.
006600
006700 01  ATN-PCL-DETAIL-LINE.
006800     05  ATN-PCL-DTL-DATE           PIC X(10).
006900     05  FILLER                     PIC X(05) VALUE SPACES.
007000     05  ATN-PCL-DTL-STATUS         PIC X(10).
007100     05  FILLER                     PIC X(02) VALUE SPACES.
007200     05  ATN-PCL-DTL-RECORDS        PIC ZZZZZZZ9.
007300     05  FILLER                     PIC X(04) VALUE SPACES.
007400     05  ATN-PCL-DTL-TOTAL          PIC -ZZZZZZZ9.99.
007500     05  FILLER                     PIC X(04) VALUE SPACES.
007600     05  ATN-PCL-DTL-BALANCED       PIC X(03).
007700     05  FILLER                     PIC X(08) VALUE SPACES.
007800     05  ATN-PCL-DTL-CONFIRMED      PIC X(03).
007900     05  FILLER                     PIC X(09) VALUE SPACES.
008000     05  ATN-PCL-DTL-DISPOSITION    PIC X(30).
008100     05  FILLER                     PIC X(24) VALUE SPACES.
008200
008300 01  ATN-PCL-COUNT-LINE.
008400     05  ATN-PCL-CNT-LABEL          PIC X(38).
008500     05  ATN-PCL-CNT-VALUE          PIC ZZZZZZZ9.
008600     05  FILLER                     PIC X(86) VALUE SPACES.
008700
008800 01  ATN-PCL-AMOUNT-LINE.
008900     05  ATN-PCL-AMT-LABEL          PIC X(38).
009000     05  ATN-PCL-AMT-VALUE          PIC -ZZZZZZZZZ9.99.
009100     05  FILLER                     PIC X(80) VALUE SPACES.
009200
009300 01  ATN-PCL-NONE-LINE.
009400     05  FILLER                     PIC X(132)
009500         VALUE 'NO RUNS ON THE RUN CONTROL MASTER FOR THE PERIOD'.
009600
009700 01  ATN-PCL-CLEAN-LINE.
009800     05  FILLER                     PIC X(132)
009900         VALUE 'ALL DATES BALANCED AND CONFIRMED - PERIOD CLOSED'.
010000
010100 01  ATN-PCL-BREAK-LINE.
010200     05  FILLER                     PIC X(132)
010300         VALUE 'DATES NOT PROVEN - PERIOD NOT CLOSED'.
