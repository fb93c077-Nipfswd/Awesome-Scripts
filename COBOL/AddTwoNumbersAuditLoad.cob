002620*                     TRANSACTION KEY (SEE ATNAUD); IT IS       *
002630*                     FOLDED INTO THE MASTER (SEE ATNAUDM) FOR  *
002640*                     THE BACKOUT PROGRAM.                      *
002650*    2026-03-02 JH    THE AUDIT LOG NOW CARRIES THE DEPARTMENT  *
002660*                     CODE (SEE ATNAUD); IT IS FOLDED INTO THE  *
002670*                     MASTER (SEE ATNAUDM) FOR THE MONTH-END    *
002680*                     BUDGET VARIANCE REPORT.                   *
002700*                                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
015200     MOVE ATN-AUD-RUN-TIME    TO ATN-AUDM-RUN-TIME.
015300     MOVE ATN-AUD-OPERATOR-ID TO ATN-AUDM-OPERATOR-ID.
015350     MOVE ATN-AUD-TRAN-KEY    TO ATN-AUDM-TRAN-KEY.
015370     MOVE ATN-AUD-DEPT        TO ATN-AUDM-DEPT.
015400
015500     WRITE ATN-AUDM-RECORD
015600         INVALID KEY
