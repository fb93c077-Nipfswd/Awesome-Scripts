001870*    2025-05-05 JH    ATN-RUNC-GRAND-TOTAL NOW CARRIES TWO      *
001880*                     DECIMAL PLACES - THE WHOLE SUBSYSTEM      *
001890*                     MOVED TO DOLLARS-AND-CENTS FIELDS.        *
001891*    2025-11-17 JH    ADDED THE BALANCED AND CONFIRMED          *
001892*                     SWITCHES, SET BY ADDTWONUMBERSBALANCE AND *
001893*                     ADDTWONUMBERSCONFIRM FOR THE DATE AND     *
001894*                     RESET BY A RERUN OF IT, SO                *
001895*                     ADDTWONUMBERSPERIODCLOSE CAN PROVE EVERY  *
001896*                     DATE IN A FISCAL PERIOD BEFORE CLOSING    *
001897*                     IT. THE RECORD IS NOW 32 BYTES.           *
001917*    2026-04-06 JH    THE RUN-CONTROL MASTER IS NOW AN INDEXED  *
001937*                     FILE WITH ATN-RUNC-RUN-DATE AS ITS RECORD *
001957*                     KEY, SO EACH DATE'S ENTRY IS READ AND     *
001977*                     UPDATED BY KEY. ADDTWONUMBERSRUNCONVERT   *
001997*                     LOADS IT FROM THE OLD SEQUENTIAL MASTER.  *
002017*                                                                *
002037******************************************************************
002100 01  ATN-RUN-CONTROL-RECORD.
002200     05  ATN-RUNC-RUN-DATE              PIC 9(08).
002300     05  ATN-RUNC-RECORD-COUNT          PIC 9(08).
002600     05  ATN-RUNC-STATUS-CODE           PIC X(01).
002700         88  ATN-RUNC-COMPLETED                   VALUE 'C'.
002800         88  ATN-RUNC-REVERSED                    VALUE 'R'.
002900     05  ATN-RUNC-BALANCED-SW           PIC X(01).
003000         88  ATN-RUNC-BALANCED                    VALUE 'Y'.
003100     05  ATN-RUNC-CONFIRMED-SW          PIC X(01).
003200         88  ATN-RUNC-CONFIRMED                   VALUE 'Y'.
