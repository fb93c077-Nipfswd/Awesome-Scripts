001780*    2025-05-05 JH    NUM1, NUM2, AND SUM NOW CARRY TWO         *
001790*                     DECIMAL PLACES, MATCHING THE WIDENED      *
001791*                     AUDIT LOG (SEE ATNAUD).                   *
001792*    2026-03-02 JH    ADDED ATN-AUDM-DEPT, CARRIED OVER FROM    *
001793*                     THE AUDIT LOG (SEE ATNAUD), AT THE END OF *
001794*                     THE RECORD FOR THE MONTH-END BUDGET       *
001795*                     VARIANCE REPORT.  ROWS LOADED BEFORE      *
001796*                     THIS CHANGE CARRY SPACES.                 *
001800*                                                                *
001900******************************************************************
002000 01  ATN-AUDM-RECORD.
002800     05  ATN-AUDM-RUN-TIME              PIC 9(08).
002900     05  ATN-AUDM-OPERATOR-ID           PIC X(08).
003000     05  ATN-AUDM-TRAN-KEY              PIC 9(08).
003010     05  ATN-AUDM-DEPT                  PIC X(02).
