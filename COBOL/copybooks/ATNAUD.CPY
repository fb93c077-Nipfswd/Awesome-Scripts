001460*                     MATCH THE WIDENED ATN-SUM - A MULTIPLY OF  *
001470*                     TWO PIC S9(04) OPERANDS CAN RUN TO EIGHT   *
001480*                     DIGITS.                                    *
001481*    2025-04-14 JH    ADDED ATN-AUD-TRAN-KEY, THE TRANSACTION    *
001482*                     KEY BEHIND THE CALCULATION, AT THE END OF  *
001483*                     THE RECORD SO EXISTING FIELD OFFSETS ARE   *
001484*                     UNDISTURBED.  THE BACKOUT PROGRAM NEEDS    *
001485*                     IT TO CUT REVERSING GL POSTING DETAILS     *
001486*                     UNDER THEIR ORIGINAL KEYS.                 *
001487*    2025-05-05 JH    NUM1, NUM2, AND SUM NOW CARRY TWO         *
001488*                     DECIMAL PLACES - THE WHOLE SUBSYSTEM      *
001489*                     MOVED TO DOLLARS-AND-CENTS FIELDS.        *
001490*    2026-03-02 JH    ADDED ATN-AUD-DEPT, THE TRANSACTION'S     *
001491*                     DEPARTMENT CODE, AT THE END OF THE RECORD *
001492*                     FOR THE MONTH-END BUDGET VARIANCE REPORT. *
001493*                     THE RECORD IS NOW 64 BYTES.               *
001500*                                                                *
001600******************************************************************
001700 01  ATN-AUDIT-RECORD.
002300     05  ATN-AUD-JOB-ID                 PIC X(08).
002400     05  ATN-AUD-OPERATOR-ID            PIC X(08).
002500     05  ATN-AUD-TRAN-KEY               PIC 9(08).
002510     05  ATN-AUD-DEPT                   PIC X(02).
