000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNCNVR                                      *
000400*    DESCRIPTION:  PRINT LINE LAYOUTS FOR THE ADDTWONUMBERS     *
000500*                  RUN-CONTROL CONVERSION RECONCILIATION (SEE   *
000600*                  ADDTWONUMBERSRUNCONVERT).  ONE LINE PER      *
000700*                  DATE THE CONVERSION REJECTED, THEN THE DATE  *
000800*                  COUNT, RECORD COUNT AND GRAND TOTAL READ     *
000900*                  FROM THE OLD SEQUENTIAL MASTER, LOADED,      *
001000*                  REJECTED AND READ BACK FROM THE NEW INDEXED  *
001100*                  MASTER, AND THE VERDICT.  BUILT IN           *
001200*                  WORKING-STORAGE AND MOVED TO THE FD RECORD   *
001300*                  BEFORE EACH WRITE.                           *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ------------------------------------------------------     *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------- ----  ------------------------------------      *
001900*    2026-04-06 JH    ORIGINAL COPYBOOK.                         *
002000*                                                                *
002100******************************************************************
002200 01  ATN-CNV-HEADING-LINE-1.
002300     05  FILLER                     PIC X(20)
002400                                     VALUE 'ADDTWONUMBERS -'.
002500     05  FILLER                     PIC X(22)
002600                                 VALUE 'RUN CONTROL CONVERT'.
002700     05  FILLER                     PIC X(08) VALUE SPACES.
002800     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002900     05  ATN-CNV-HDG-PAGE-NO        PIC ZZZ9.
003000     05  FILLER                     PIC X(72) VALUE SPACES.
003100
003200 01  ATN-CNV-HEADING-LINE-2.
003300     05  FILLER                     PIC X(11)
003400                                     VALUE 'RUN DATE: '.
003500     05  ATN-CNV-HDG-RUN-DATE       PIC X(10).
003600     05  FILLER                     PIC X(05) VALUE SPACES.
003700     05  FILLER                     PIC X(11)
003800                                     VALUE 'RUN TIME: '.
003900     05  ATN-CNV-HDG-RUN-TIME       PIC X(08).
004000     05  FILLER                     PIC X(87) VALUE SPACES.
004100
004200 01  ATN-CNV-REJECT-LINE.
004300     05  FILLER                     PIC X(10)
004400                                     VALUE 'REJECTED: '.
004500     05  ATN-CNV-REJ-DATE           PIC X(10).
004600     05  FILLER                     PIC X(02) VALUE SPACES.
004700     05  ATN-CNV-REJ-REASON         PIC X(30).
004800     05  ATN-CNV-REJ-RECORDS        PIC ZZZZZZZ9.
004900     05  FILLER                     PIC X(03) VALUE SPACES.
005000     05  ATN-CNV-REJ-TOTAL          PIC -ZZZZZZ9.99.
005100     05  FILLER                     PIC X(58) VALUE SPACES.
005200
005300 01  ATN-CNV-COLUMN-LINE.
005400     05  FILLER                     PIC X(28)
005500                                     VALUE 'RUN-CONTROL ENTRIES'.
005600     05  FILLER                     PIC X(08) VALUE '   DATES'.
005700     05  FILLER                     PIC X(03) VALUE SPACES.
005800     05  FILLER                     PIC X(12)
005900                                     VALUE '     RECORDS'.
006000     05  FILLER                     PIC X(03) VALUE SPACES.
006100     05  FILLER                     PIC X(17)
006200                                     VALUE '      GRAND TOTAL'.
006300     05  FILLER                     PIC X(61) VALUE SPACES.
006400
006500 01  ATN-CNV-TOTAL-LINE.
006600     05  ATN-CNV-TOT-LABEL          PIC X(28).
006700     05  ATN-CNV-TOT-DATES          PIC ZZZZZZZ9.
006800     05  FILLER                     PIC X(03) VALUE SPACES.
006900     05  ATN-CNV-TOT-RECORDS        PIC ZZZZZZZZZZZ9.
007000     05  FILLER                     PIC X(03) VALUE SPACES.
007100     05  ATN-CNV-TOT-TOTAL          PIC -ZZZZZZZZZZZ9.99.
007200     05  FILLER                     PIC X(62) VALUE SPACES.
007300
007400 01  ATN-CNV-RESULT-LINE.
007500     05  FILLER                     PIC X(16)
007600                                     VALUE 'RECONCILIATION: '.
007700     05  ATN-CNV-RESULT-TEXT        PIC X(50).
007800     05  FILLER                     PIC X(66) VALUE SPACES.
