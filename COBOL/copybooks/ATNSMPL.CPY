000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNSMPL                                      *
000400*    DESCRIPTION:  INTERNAL AUDIT SAMPLE MASTER RECORD FOR THE  *
000500*                  ADDTWONUMBERS SUBSYSTEM.  ONE RECORD PER     *
000600*                  SAMPLED AUDIT MASTER ROW (SEE ATNAUDM),      *
000700*                  KEYED BY THE AUDITOR'S SAMPLE ID AND AN      *
000800*                  ITEM NUMBER, CARRYING THE ROW'S KEY AND      *
000900*                  FIGURES, WHY IT WAS SELECTED, AND THE        *
001000*                  AUDITOR'S PASS/FAIL RESULT AND NOTE.  ITEM   *
001100*                  0000 OF EACH SAMPLE IS ITS CONTROL RECORD    *
001200*                  (SEE ATN-SMPL-CONTROL-DATA) - THE SELECTION  *
001300*                  PARAMETERS, INCLUDING THE SEED, SO THE       *
001400*                  SAMPLE CAN BE REPRODUCED, THE SELECTION      *
001500*                  COUNTS, AND WHETHER THE ENGAGEMENT IS        *
001600*                  CLOSED.  ADDTWONUMBERSSAMPLE SELECTS THE     *
001700*                  SAMPLE, ADDTWONUMBERSSAMPLETEST RECORDS THE  *
001800*                  RESULTS, AND ADDTWONUMBERSSAMPLECLOSE        *
001900*                  REPORTS THE EXCEPTIONS AND CLOSES IT.        *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ------------------------------------------------------     *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------- ----  ------------------------------------      *
002500*    2026-06-01 JH    ORIGINAL COPYBOOK.                         *
002600*                                                                *
002700******************************************************************
002800 01  ATN-SMPL-RECORD.
002900     05  ATN-SMPL-KEY.
003000         10  ATN-SMPL-SAMPLE-ID         PIC X(08).
003100         10  ATN-SMPL-ITEM-NO           PIC 9(04).
003200             88  ATN-SMPL-CONTROL-ITEM            VALUE ZERO.
003300     05  ATN-SMPL-ITEM-DATA.
003400         10  ATN-SMPL-AUDM-KEY.
003500             15  ATN-SMPL-RUN-DATE      PIC 9(08).
003600             15  ATN-SMPL-JOB-ID        PIC X(08).
003700             15  ATN-SMPL-SEQ-NO        PIC 9(08).
003800         10  ATN-SMPL-TRAN-KEY          PIC 9(08).
003900         10  ATN-SMPL-NUM1              PIC S9(04)V99.
004000         10  ATN-SMPL-NUM2              PIC S9(04)V99.
004100         10  ATN-SMPL-SUM               PIC S9(08)V99.
004200         10  ATN-SMPL-OPERATOR-ID       PIC X(08).
004300         10  ATN-SMPL-DEPT              PIC X(02).
004400         10  ATN-SMPL-REASON            PIC X(01).
004500             88  ATN-SMPL-BY-THRESHOLD            VALUE 'T'.
004600             88  ATN-SMPL-BY-OPERATOR             VALUE 'O'.
004700             88  ATN-SMPL-BY-RANDOM               VALUE 'R'.
004800         10  ATN-SMPL-RESULT            PIC X(01).
004900             88  ATN-SMPL-UNTESTED                VALUE SPACE.
005000             88  ATN-SMPL-PASSED                  VALUE 'P'.
005100             88  ATN-SMPL-FAILED                  VALUE 'F'.
005200         10  ATN-SMPL-NOTE              PIC X(40).
005300         10  ATN-SMPL-TESTED-BY         PIC X(08).
005400         10  ATN-SMPL-TESTED-DATE       PIC 9(08).
005500         10  ATN-SMPL-TESTED-TIME       PIC 9(08).
005600     05  ATN-SMPL-CONTROL-DATA REDEFINES ATN-SMPL-ITEM-DATA.
005700         10  ATN-SMPL-CTL-FROM-DATE     PIC 9(08).
005800         10  ATN-SMPL-CTL-THRU-DATE     PIC 9(08).
005900         10  ATN-SMPL-CTL-SEED          PIC 9(10).
006000         10  ATN-SMPL-CTL-RANDOM-SIZE   PIC 9(04).
006100         10  ATN-SMPL-CTL-THRESHOLD     PIC 9(08).
006200         10  ATN-SMPL-CTL-OPERATOR-ID   PIC X(08).
006300         10  ATN-SMPL-CTL-POPULATION    PIC 9(07).
006400         10  ATN-SMPL-CTL-ITEM-COUNT    PIC 9(04).
006500         10  ATN-SMPL-CTL-THRESH-COUNT  PIC 9(04).
006600         10  ATN-SMPL-CTL-OPER-COUNT    PIC 9(04).
006700         10  ATN-SMPL-CTL-RANDOM-COUNT  PIC 9(04).
006800         10  ATN-SMPL-CTL-SELECT-DATE   PIC 9(08).
006900         10  ATN-SMPL-CTL-SELECT-JOB    PIC X(08).
007000         10  ATN-SMPL-CTL-STATUS-CODE   PIC X(01).
007100             88  ATN-SMPL-CTL-OPEN                VALUE 'O'.
007200             88  ATN-SMPL-CTL-CLOSED              VALUE 'C'.
007300         10  ATN-SMPL-CTL-CLOSED-DATE   PIC 9(08).
007400         10  ATN-SMPL-CTL-CLOSED-BY     PIC X(08).
007500         10  ATN-SMPL-CTL-FAILED-COUNT  PIC 9(04).
007600         10  FILLER                     PIC X(24).
