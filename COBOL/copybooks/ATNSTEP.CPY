000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:     ATNSTEP                                      *
000400*    DESCRIPTION:  CYCLE STEP DEFINITION RECORD FOR THE         *
000500*                  ADDTWONUMBERS DAILY CYCLE CONTROLLER (SEE    *
000600*                  ADDTWONUMBERSCYCLE).  ONE RECORD PER STEP    *
000700*                  OF THE NIGHTLY STREAM, IN ASCENDING STEP     *
000800*                  NUMBER ORDER, GIVING THE PROGRAM THE STEP    *
000900*                  RUNS, THE HIGHEST RETURN CODE THE STEP MAY   *
001000*                  END WITH BEFORE THE STREAM IS HALTED, AND    *
001100*                  THE COMMAND THAT STARTS IT.  A BLANK         *
001200*                  COMMAND RUNS THE PROGRAM NAME ITSELF; A      *
001300*                  STEP THAT NEEDS ITS FILES ALLOCATED FIRST    *
001400*                  NAMES ITS OWN STEP PROCEDURE INSTEAD.        *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ------------------------------------------------------     *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------- ----  ------------------------------------      *
002000*    2025-10-06 JH    ORIGINAL COPYBOOK.                         *
002100*                                                                *
002200******************************************************************
002300 01  ATN-STEP-RECORD.
002400     05  ATN-STEP-NUMBER                PIC 9(02).
002500     05  ATN-STEP-PROGRAM               PIC X(30).
002600     05  ATN-STEP-MAX-RC                PIC 9(02).
002700     05  ATN-STEP-COMMAND               PIC X(80).
