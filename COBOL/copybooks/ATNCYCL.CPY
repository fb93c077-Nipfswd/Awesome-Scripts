000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNCYCL                                      *
000400*    DESCRIPTION:  CYCLE LOG RECORD FOR THE ADDTWONUMBERS       *
000500*                  DAILY CYCLE CONTROLLER (SEE                  *
000600*                  ADDTWONUMBERSCYCLE).  ONE RECORD IS          *
000700*                  APPENDED PER STEP RUN, CARRYING THE          *
000800*                  BUSINESS DATE, THE STEP AND ITS PROGRAM,     *
000900*                  THE START AND END STAMPS, THE RETURN CODE    *
001000*                  THE STEP ENDED WITH, AND WHETHER THAT        *
001100*                  RETURN CODE WAS WITHIN THE STEP'S ALLOWED    *
001200*                  MAXIMUM.  THE LAST RECORD FOR A BUSINESS     *
001300*                  DATE TELLS A RESTART WHICH STEP TO RESUME    *
001400*                  FROM.                                        *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ------------------------------------------------------     *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------- ----  ------------------------------------      *
002000*    2025-10-06 JH    ORIGINAL COPYBOOK.                         *
002100*                                                                *
002200******************************************************************
002300 01  ATN-CYCL-RECORD.
002400     05  ATN-CYCL-BUS-DATE              PIC 9(08).
002500     05  ATN-CYCL-STEP-NUMBER           PIC 9(02).
002600     05  ATN-CYCL-PROGRAM               PIC X(30).
002700     05  ATN-CYCL-START-DATE            PIC 9(08).
002800     05  ATN-CYCL-START-TIME            PIC 9(08).
002900     05  ATN-CYCL-END-DATE              PIC 9(08).
003000     05  ATN-CYCL-END-TIME              PIC 9(08).
003100     05  ATN-CYCL-RETURN-CODE           PIC 9(04).
003200     05  ATN-CYCL-STATUS-CODE           PIC X(01).
003300         88  ATN-CYCL-STEP-OK                     VALUE 'C'.
003400         88  ATN-CYCL-STEP-FAILED                 VALUE 'F'.
003500     05  ATN-CYCL-JOB-ID                PIC X(08).
