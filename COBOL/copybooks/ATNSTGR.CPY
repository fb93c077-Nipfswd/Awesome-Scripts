000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNSTGR                                      *
000400*    DESCRIPTION:  PRINT LINE LAYOUTS FOR THE ADDTWONUMBERS     *
000500*                  STANDING INSTRUCTION GENERATION REPORT (SEE  *
000600*                  ADDTWONUMBERSSTANDING).  ONE DETAIL LINE PER *
000700*                  INSTRUCTION GENERATED OR SKIPPED FOR THE     *
000800*                  BUSINESS DATE, FOLLOWED BY THE RUN COUNTS.   *
000900*                  BUILT IN WORKING-STORAGE AND MOVED TO THE FD *
001000*                  RECORD BEFORE EACH WRITE.                    *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ------------------------------------------------------     *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    ---------- ----  ------------------------------------      *
001600*    2025-12-08 JH    ORIGINAL COPYBOOK.                         *
001700*                                                                *
001800******************************************************************
001900 01  ATN-STG-HEADING-LINE-1.
002000     05  FILLER                     PIC X(20)
002100                                     VALUE 'ADDTWONUMBERS -'.
002200     05  FILLER                     PIC X(40)
002300                     VALUE 'STANDING INSTRUCTION GENERATION'.
002400     05  FILLER                     PIC X(08) VALUE SPACES.
002500     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002600     05  ATN-STG-HDG-PAGE-NO        PIC ZZZ9.
002700     05  FILLER                     PIC X(54) VALUE SPACES.
002800
002900 01  ATN-STG-HEADING-LINE-2.
003000     05  FILLER                     PIC X(11)
003100                                     VALUE 'RUN DATE: '.
003200     05  ATN-STG-HDG-RUN-DATE       PIC X(10).
003300     05  FILLER                     PIC X(05) VALUE SPACES.
003400     05  FILLER                     PIC X(11)
003500                                     VALUE 'RUN TIME: '.
003600     05  ATN-STG-HDG-RUN-TIME       PIC X(08).
003700     05  FILLER                     PIC X(05) VALUE SPACES.
003800     05  FILLER                     PIC X(15)
003900                                     VALUE 'BUSINESS DATE: '.
004000     05  ATN-STG-HDG-BUS-DATE       PIC X(10).
004100     05  FILLER                     PIC X(57) VALUE SPACES.
004200
004300 01  ATN-STG-COLUMN-LINE.
004400     05  FILLER                     PIC X(08) VALUE 'INSTR'.
004500     05  FILLER                     PIC X(32) VALUE 'DESCRIPTION'.
004600     05  FILLER                     PIC X(10) VALUE 'KEY'.
004700     05  FILLER                     PIC X(06) VALUE 'FREQ'.
004800     05  FILLER                     PIC X(06) VALUE 'DEPT'.
004900     05  FILLER                     PIC X(04) VALUE 'OP'.
005000     05  FILLER                     PIC X(12) VALUE '    NUM2'.
005100     05  FILLER                     PIC X(15)
005200                                     VALUE 'EXPECTED SUM'.
005300     05  FILLER                     PIC X(39) VALUE 'ACTION'.
005400
005500 01  ATN-STG-DETAIL-LINE.
005600     05  ATN-STG-DTL-ID             PIC X(06).
005700     05  FILLER                     PIC X(02) VALUE SPACES.
005800     05  ATN-STG-DTL-DESCRIPTION    PIC X(30).
005900     05  FILLER                     PIC X(02) VALUE SPACES.
006000     05  ATN-STG-DTL-KEY            PIC 9(08).
006100     05  FILLER                     PIC X(02) VALUE SPACES.
006200     05  ATN-STG-DTL-FREQUENCY      PIC X(01).
006300     05  FILLER                     PIC X(05) VALUE SPACES.
006400     05  ATN-STG-DTL-DEPT           PIC X(02).
006500     05  FILLER                     PIC X(04) VALUE SPACES.
006600     05  ATN-STG-DTL-OPCODE         PIC X(01).
006700     05  FILLER                     PIC X(03) VALUE SPACES.
006800     05  ATN-STG-DTL-NUM2           PIC -ZZZ9.99.
006900     05  FILLER                     PIC X(04) VALUE SPACES.
007000     05  ATN-STG-DTL-EXPSUM         PIC -ZZZZZZZ9.99.
007100     05  FILLER                     PIC X(03) VALUE SPACES.
007200     05  ATN-STG-DTL-ACTION         PIC X(30).
007300     05  FILLER                     PIC X(09) VALUE SPACES.
007400
007500 01  ATN-STG-NONE-LINE.
007600     05  FILLER                     PIC X(50)
007700         VALUE 'NO INSTRUCTIONS DUE OR SKIPPED FOR THIS DATE'.
007800     05  FILLER                     PIC X(82) VALUE SPACES.
007900
008000 01  ATN-STG-COUNT-LINE.
008100     05  ATN-STG-CNT-LABEL          PIC X(38).
008200     05  ATN-STG-CNT-VALUE          PIC ZZZZZZZ9.
008300     05  FILLER                     PIC X(86) VALUE SPACES.
