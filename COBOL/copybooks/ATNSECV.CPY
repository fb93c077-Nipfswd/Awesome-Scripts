000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNSECV                                      *
000400*    DESCRIPTION:  SECURITY VIOLATION LOG RECORD FOR THE        *
000500*                  ADDTWONUMBERS SUBSYSTEM.  ONE RECORD IS      *
000600*                  APPENDED EVERY TIME A PROGRAM REFUSES AN     *
000700*                  OPERATOR AGAINST THE OPERATOR AUTHORITY      *
000800*                  MASTER (SEE ATNOPER), CARRYING WHEN, WHO,    *
000900*                  WHICH PROGRAM AND FUNCTION, WHY, AND A       *
001000*                  DETAIL FIELD SUCH AS THE DATE BEING BACKED   *
001100*                  OUT.  THE DAILY VIOLATION REPORT (SEE        *
001200*                  ADDTWONUMBERSSECREPORT) IS PRINTED FROM      *
001300*                  THIS LOG FOR THE SUPERVISOR.                 *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ------------------------------------------------------     *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------- ----  ------------------------------------      *
001900*    2025-10-27 JH    ORIGINAL COPYBOOK.                         *
002000*                                                                *
002100******************************************************************
002200 01  ATN-SECV-RECORD.
002300     05  ATN-SECV-DATE                  PIC 9(08).
002400     05  ATN-SECV-TIME                  PIC 9(08).
002500     05  ATN-SECV-OPERATOR-ID           PIC X(08).
002600     05  ATN-SECV-PROGRAM               PIC X(24).
002700     05  ATN-SECV-FUNCTION              PIC X(01).
002800         88  ATN-SECV-FN-ENTER                    VALUE 'E'.
002900         88  ATN-SECV-FN-APPROVE                  VALUE 'A'.
003000         88  ATN-SECV-FN-BACKOUT                  VALUE 'B'.
003100         88  ATN-SECV-FN-PURGE                    VALUE 'P'.
003200         88  ATN-SECV-FN-OVERRIDE                 VALUE 'O'.
003300     05  ATN-SECV-REASON-CODE           PIC X(02).
003400         88  ATN-SECV-NO-ID                       VALUE 'NI'.
003500         88  ATN-SECV-UNKNOWN                     VALUE 'UK'.
003600         88  ATN-SECV-INACTIVE                    VALUE 'IN'.
003700         88  ATN-SECV-NOT-AUTHORIZED              VALUE 'NA'.
003800     05  ATN-SECV-JOB-ID                PIC X(08).
003900     05  ATN-SECV-DETAIL                PIC X(20).
