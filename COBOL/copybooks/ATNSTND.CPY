000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNSTND                                      *
000400*    DESCRIPTION:  STANDING INSTRUCTION MASTER RECORD FOR THE   *
000500*                  ADDTWONUMBERS SUBSYSTEM.  ONE RECORD PER     *
000600*                  RECURRING ENTRY (MONTHLY ACCRUALS, FIXED     *
000700*                  DEPARTMENT CHARGES), KEYED BY AN INSTRUCTION *
000800*                  ID, HOLDING THE TRANSACTION TEMPLATE (KEY,   *
000900*                  NUM2, OPCODE, EXPECTED SUM, DEPARTMENT), HOW *
001000*                  OFTEN IT RECURS, AND THE DATES IT RUNS FROM  *
001100*                  AND TO.  ATN-STND-DAY IS THE DAY OF THE WEEK *
001200*                  (1 = MONDAY THRU 7 = SUNDAY) FOR A WEEKLY    *
001300*                  INSTRUCTION AND THE DAY OF THE MONTH FOR A   *
001400*                  SET-DAY ONE; A MONTHLY INSTRUCTION RECURS ON *
001500*                  THE DAY OF ITS START DATE.  A ZERO END DATE  *
001600*                  MEANS NO END.  THE GENERATOR (SEE            *
001700*                  ADDTWONUMBERSSTANDING) STAMPS THE LAST DATE  *
001800*                  IT GENERATED SO NO INSTRUCTION IS WRITTEN    *
001900*                  TWICE FOR ONE OCCURRENCE.                    *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ------------------------------------------------------     *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------- ----  ------------------------------------      *
002500*    2025-12-08 JH    ORIGINAL COPYBOOK.                         *
002600*                                                                *
002700******************************************************************
002800 01  ATN-STND-RECORD.
002900     05  ATN-STND-ID                    PIC X(06).
003000     05  ATN-STND-DESCRIPTION           PIC X(30).
003100     05  ATN-STND-TRAN-KEY              PIC 9(08).
003200     05  ATN-STND-NUM2                  PIC S9(04)V99.
003300     05  ATN-STND-OPCODE                PIC X(01).
003400     05  ATN-STND-EXPSUM                PIC S9(08)V99.
003500     05  ATN-STND-DEPT                  PIC X(02).
003600     05  ATN-STND-FREQUENCY             PIC X(01).
003700         88  ATN-STND-DAILY                       VALUE 'D'.
003800         88  ATN-STND-WEEKLY                      VALUE 'W'.
003900         88  ATN-STND-MONTHLY                     VALUE 'M'.
004000         88  ATN-STND-SET-DAY                     VALUE 'S'.
004100     05  ATN-STND-DAY                   PIC 9(02).
004200     05  ATN-STND-START-DATE            PIC 9(08).
004300     05  ATN-STND-START-GROUP REDEFINES ATN-STND-START-DATE.
004400         10  ATN-STND-START-CCYYMM      PIC 9(06).
004500         10  ATN-STND-START-DD          PIC 9(02).
004600     05  ATN-STND-END-DATE              PIC 9(08).
004700     05  ATN-STND-SET-UP-BY             PIC X(08).
004800     05  ATN-STND-LAST-GEN-DATE         PIC 9(08).
004900     05  ATN-STND-LAST-GEN-GROUP REDEFINES ATN-STND-LAST-GEN-DATE.
005000         10  ATN-STND-LAST-GEN-CCYYMM   PIC 9(06).
005100         10  ATN-STND-LAST-GEN-DD       PIC 9(02).
005200     05  ATN-STND-GEN-COUNT             PIC 9(05).
005300     05  FILLER                         PIC X(10).
