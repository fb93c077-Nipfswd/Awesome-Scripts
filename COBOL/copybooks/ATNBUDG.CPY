000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNBUDG                                      *
000400*    DESCRIPTION:  DEPARTMENT BUDGET MASTER RECORD FOR THE      *
000500*                  ADDTWONUMBERS BATCH SUBSYSTEM.  ONE RECORD   *
000600*                  PER DEPARTMENT CODE ON THE REFERENCE MASTER  *
000700*                  (SEE ATNDPRF), KEYED BY THE CODE, CARRYING   *
000800*                  THE DEPARTMENT'S MONTHLY BUDGET AMOUNT AND   *
000900*                  THE VARIANCE TOLERANCE, IN WHOLE PERCENT,    *
001000*                  THE MONTH-END VARIANCE REPORT (SEE           *
001100*                  ADDTWONUMBERSBUDGET) JUDGES ITS              *
001200*                  MONTH-TO-DATE ACTUAL AGAINST.  A DEPARTMENT  *
001300*                  WITH NO RECORD HERE IS REPORTED AS HAVING    *
001400*                  NO BUDGET.                                   *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ------------------------------------------------------     *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------- ----  ------------------------------------      *
002000*    2026-03-02 JH    ORIGINAL COPYBOOK.                         *
002100*                                                                *
002200******************************************************************
002300 01  ATN-BUDG-RECORD.
002400     05  ATN-BUDG-DEPT-CODE             PIC X(02).
002500     05  ATN-BUDG-MONTHLY-AMOUNT        PIC S9(09)V99.
002600     05  ATN-BUDG-TOLERANCE-PCT         PIC 9(03).
002700     05  ATN-BUDG-CHANGED-DATE          PIC 9(08).
002800     05  ATN-BUDG-CHANGED-BY            PIC X(08).
002900     05  FILLER                         PIC X(20).
