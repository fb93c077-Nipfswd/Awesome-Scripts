001980*                     NOW CARRY TWO DECIMAL PLACES; BOTH VIEWS  *
001990*                     GREW BY THE SAME TWO BYTES, SO THE        *
001991*                     TRAILER FILLER IS UNCHANGED.              *
001992*    2026-05-04 JH    ADDED THE H RECORD TYPE AND ATN-POST-     *
001993*                     HEADER-DATA.  THE FILE NOW BEGINS WITH A  *
001994*                     HEADER CARRYING THE BUSINESS DATE,        *
001995*                     PRODUCING PROGRAM, JOB ID AND CREATION    *
001996*                     STAMP.  ALL VIEWS ARE PADDED SO THE       *
001997*                     RECORD IS 60 BYTES.                       *
002000*                                                                *
002100******************************************************************
002200 01  ATN-POSTING-RECORD.
002300     05  ATN-POST-REC-TYPE              PIC X(01).
002400         88  ATN-POST-DETAIL                      VALUE 'D'.
002500         88  ATN-POST-TRAILER                     VALUE 'T'.
002550         88  ATN-POST-HEADER                      VALUE 'H'.
002600     05  ATN-POST-DETAIL-DATA.
002700         10  ATN-POST-TRAN-KEY          PIC 9(08).
002800         10  ATN-POST-OPCODE            PIC X(01).
002900         10  ATN-POST-SUM               PIC S9(08)V99.
003000         10  ATN-POST-RUN-DATE          PIC 9(08).
003050         10  ATN-POST-GL-ACCOUNT        PIC X(08).
003060         10  FILLER                     PIC X(24).
003100     05  ATN-POST-TRAILER-DATA REDEFINES ATN-POST-DETAIL-DATA.
003200         10  ATN-POST-TRL-RECORD-COUNT  PIC 9(08).
003300         10  ATN-POST-TRL-GRAND-TOTAL   PIC S9(07)V99.
003400         10  FILLER                     PIC X(42).
003500     05  ATN-POST-HEADER-DATA REDEFINES ATN-POST-DETAIL-DATA.
003510         10  ATN-POST-HDR-BUSINESS-DATE PIC 9(08).
003520         10  ATN-POST-HDR-PROGRAM       PIC X(24).
003530         10  ATN-POST-HDR-JOB-ID        PIC X(08).
003540         10  ATN-POST-HDR-CREATE-DATE   PIC 9(08).
003550         10  ATN-POST-HDR-CREATE-TIME   PIC 9(08).
003560         10  FILLER                     PIC X(03).
