000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNLIFE                                      *
000400*    DESCRIPTION:  TRANSACTION LIFECYCLE HISTORY RECORD FOR THE *
000500*                  ADDTWONUMBERS SUBSYSTEM (DDNAME LIFEHST).    *
000600*                  INDEXED FILE KEYED BY TRANSACTION KEY, THEN  *
000700*                  THE DATE AND TIME THE EVENT WAS LOGGED AND A *
000800*                  RUN SEQUENCE NUMBER, SO ALL EVENTS FOR ONE   *
000900*                  KEY READ BACK IN THE ORDER THEY HAPPENED,    *
001000*                  WHATEVER RUN DATE THEY BELONG TO.  ONE       *
001100*                  RECORD IS ADDED BY EACH PROGRAM THAT TOUCHES *
001200*                  A TRANSACTION - ENTRY, APPROVAL, THE         *
001300*                  STANDING INSTRUCTION GENERATOR, THE DAILY    *
001400*                  RUN, RECYCLE, GL CONFIRMATION AND BACKOUT -  *
001500*                  AND READ BY ADDTWONUMBERSTRACE.  RECORDS ARE *
001600*                  NEVER CHANGED ONCE WRITTEN.                  *
001700*                                                                *
001800*    MODIFICATION HISTORY                                       *
001900*    ------------------------------------------------------     *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    ---------- ----  ------------------------------------      *
002200*    2026-01-12 JH    ORIGINAL COPYBOOK.                         *
002300*                                                                *
002400******************************************************************
002500 01  ATN-LIFE-RECORD.
002600     05  ATN-LIFE-KEY.
002700         10  ATN-LIFE-TRAN-KEY          PIC 9(08).
002800         10  ATN-LIFE-EVENT-DATE        PIC 9(08).
002900         10  ATN-LIFE-EVENT-TIME        PIC 9(08).
003000         10  ATN-LIFE-EVENT-SEQ         PIC 9(06).
003100     05  ATN-LIFE-EVENT-CODE            PIC X(02).
003200         88  ATN-LIFE-KEYED                       VALUE 'KY'.
003300         88  ATN-LIFE-CHANGED                     VALUE 'CH'.
003400         88  ATN-LIFE-DELETED                     VALUE 'DL'.
003500         88  ATN-LIFE-GENERATED                   VALUE 'SG'.
003600         88  ATN-LIFE-APPROVED                    VALUE 'AP'.
003700         88  ATN-LIFE-APPROVAL-REJECTED           VALUE 'AR'.
003800         88  ATN-LIFE-POSTED                      VALUE 'PO'.
003900         88  ATN-LIFE-RUN-REJECTED                VALUE 'RJ'.
004000         88  ATN-LIFE-RECYCLED                    VALUE 'RY'.
004100         88  ATN-LIFE-SUSPENDED                   VALUE 'SU'.
004200         88  ATN-LIFE-GL-CONFIRMED                VALUE 'GC'.
004300         88  ATN-LIFE-GL-REJECTED                 VALUE 'GR'.
004400         88  ATN-LIFE-GL-UNACKNOWLEDGED           VALUE 'GU'.
004500         88  ATN-LIFE-BACKED-OUT                  VALUE 'BO'.
004600     05  ATN-LIFE-BUSINESS-DATE         PIC 9(08).
004700     05  ATN-LIFE-PROGRAM               PIC X(24).
004800     05  ATN-LIFE-OPERATOR-ID           PIC X(08).
004900     05  ATN-LIFE-JOB-ID                PIC X(08).
005000     05  ATN-LIFE-REASON-CODE           PIC X(02).
005100     05  ATN-LIFE-AGE-CYCLES            PIC 9(03).
005200     05  ATN-LIFE-NUM1                  PIC S9(04)V99.
005300     05  ATN-LIFE-NUM2                  PIC S9(04)V99.
005400     05  ATN-LIFE-SUM                   PIC S9(08)V99.
005500     05  ATN-LIFE-DETAIL                PIC X(35).
005600     05  FILLER                         PIC X(10).
