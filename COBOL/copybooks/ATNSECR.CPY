000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNSECR                                      *
000400*    DESCRIPTION:  PRINT LINE LAYOUTS FOR THE ADDTWONUMBERS     *
000500*                  DAILY SECURITY VIOLATION REPORT (SEE         *
000600*                  ADDTWONUMBERSSECREPORT).  ONE DETAIL LINE    *
000700*                  PER LOGGED REFUSAL, FOLLOWED BY COUNTS BY    *
000800*                  REFUSAL REASON.  BUILT IN WORKING-STORAGE    *
000900*                  AND MOVED TO THE FD RECORD BEFORE EACH       *
001000*                  WRITE.                                       *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ------------------------------------------------------     *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    ---------- ----  ------------------------------------      *
001600*    2025-10-27 JH    ORIGINAL COPYBOOK.                         *
001700*                                                                *
001800******************************************************************
001900 01  ATN-SCR-HEADING-LINE-1.
002000     05  FILLER                     PIC X(20)
002100                                     VALUE 'ADDTWONUMBERS -'.
002200     05  FILLER                     PIC X(22)
002300                                     VALUE 'SECURITY VIOLATIONS'.
002400     05  FILLER                     PIC X(08) VALUE SPACES.
002500     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002600     05  ATN-SCR-HDG-PAGE-NO        PIC ZZZ9.
002700     05  FILLER                     PIC X(72) VALUE SPACES.
002800
002900 01  ATN-SCR-HEADING-LINE-2.
003000     05  FILLER                     PIC X(11)
003100                                     VALUE 'RUN DATE: '.
003200     05  ATN-SCR-HDG-RUN-DATE       PIC X(10).
003300     05  FILLER                     PIC X(05) VALUE SPACES.
003400     05  FILLER                     PIC X(11)
003500                                     VALUE 'RUN TIME: '.
003600     05  ATN-SCR-HDG-RUN-TIME       PIC X(08).
003700     05  FILLER                     PIC X(05) VALUE SPACES.
003800     05  FILLER                     PIC X(13)
003900                                     VALUE 'REPORT DATE: '.
004000     05  ATN-SCR-HDG-RPT-DATE       PIC X(10).
004100     05  FILLER                     PIC X(59) VALUE SPACES.
004200
004300 01  ATN-SCR-COLUMN-LINE.
004400     05  FILLER                     PIC X(10) VALUE 'TIME'.
004500     05  FILLER                     PIC X(10) VALUE 'OPERATOR'.
004600     05  FILLER                     PIC X(32) VALUE 'NAME'.
004700     05  FILLER                     PIC X(22) VALUE 'PROGRAM'.
004800     05  FILLER                     PIC X(12) VALUE 'FUNCTION'.
004900     05  FILLER                     PIC X(16) VALUE 'REASON'.
005000     05  FILLER                     PIC X(10) VALUE 'JOB'.
005100     05  FILLER                     PIC X(20) VALUE 'DETAIL'.
005200
005300 01  ATN-SCR-DETAIL-LINE.
005400     05  ATN-SCR-DTL-TIME           PIC X(08).
005500     05  FILLER                     PIC X(02) VALUE SPACES.
005600     05  ATN-SCR-DTL-OPERATOR       PIC X(08).
005700     05  FILLER                     PIC X(02) VALUE SPACES.
005800     05  ATN-SCR-DTL-NAME           PIC X(30).
005900     05  FILLER                     PIC X(02) VALUE SPACES.
006000     05  ATN-SCR-DTL-PROGRAM        PIC X(20).
006100     05  FILLER                     PIC X(02) VALUE SPACES.
006200     05  ATN-SCR-DTL-FUNCTION       PIC X(10).
006300     05  FILLER                     PIC X(02) VALUE SPACES.
006400     05  ATN-SCR-DTL-REASON         PIC X(14).
006500     05  FILLER                     PIC X(02) VALUE SPACES.
006600     05  ATN-SCR-DTL-JOB            PIC X(08).
006700     05  FILLER                     PIC X(02) VALUE SPACES.
006800     05  ATN-SCR-DTL-DETAIL         PIC X(20).
006900
007000 01  ATN-SCR-NONE-LINE.
007100     05  FILLER                     PIC X(50)
007200         VALUE 'NO SECURITY VIOLATIONS LOGGED FOR THIS DATE'.
007300     05  FILLER                     PIC X(82) VALUE SPACES.
007400
007500 01  ATN-SCR-TOTAL-LINE.
007600     05  ATN-SCR-TOT-LABEL          PIC X(30).
007700     05  ATN-SCR-TOT-COUNT          PIC ZZZZZ9.
007800     05  FILLER                     PIC X(96) VALUE SPACES.
