000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNOPER                                      *
000400*    DESCRIPTION:  OPERATOR AUTHORITY MASTER RECORD FOR THE     *
000500*                  ADDTWONUMBERS SUBSYSTEM.  ONE RECORD PER     *
000600*                  OPERATOR ID, KEYED BY THE ID, CARRYING THE   *
000700*                  OPERATOR'S NAME, AN ACTIVE/INACTIVE STATUS,  *
000800*                  AND ONE Y/N FLAG PER CONTROLLED FUNCTION -   *
000900*                  KEYING PENDING TRANSACTIONS, APPROVING THEM, *
001000*                  BACKING OUT A BUSINESS DATE, PURGING THE     *
001100*                  AUDIT LOG, AND OVERRIDING THE RUN-CONTROL    *
001200*                  CHECKS WITH ATN_RUN_OVERRIDE.  AN ID NOT ON  *
001300*                  THIS FILE, MARKED INACTIVE, OR WITHOUT THE   *
001400*                  FLAG FOR THE FUNCTION IS REFUSED AND THE     *
001500*                  REFUSAL IS LOGGED (SEE ATNSECV).             *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    ------------------------------------------------------     *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------- ----  ------------------------------------      *
002100*    2025-10-27 JH    ORIGINAL COPYBOOK.                         *
002200*                                                                *
002300******************************************************************
002400 01  ATN-OPER-RECORD.
002500     05  ATN-OPER-ID                    PIC X(08).
002600     05  ATN-OPER-NAME                  PIC X(30).
002700     05  ATN-OPER-STATUS-CODE           PIC X(01).
002800         88  ATN-OPER-ACTIVE                      VALUE 'A'.
002900         88  ATN-OPER-INACTIVE                    VALUE 'I'.
003000     05  ATN-OPER-AUTHORITY.
003100         10  ATN-OPER-AUTH-ENTER        PIC X(01).
003200             88  ATN-OPER-MAY-ENTER               VALUE 'Y'.
003300         10  ATN-OPER-AUTH-APPROVE      PIC X(01).
003400             88  ATN-OPER-MAY-APPROVE             VALUE 'Y'.
003500         10  ATN-OPER-AUTH-BACKOUT      PIC X(01).
003600             88  ATN-OPER-MAY-BACKOUT             VALUE 'Y'.
003700         10  ATN-OPER-AUTH-PURGE        PIC X(01).
003800             88  ATN-OPER-MAY-PURGE               VALUE 'Y'.
003900         10  ATN-OPER-AUTH-OVERRIDE     PIC X(01).
004000             88  ATN-OPER-MAY-OVERRIDE            VALUE 'Y'.
