           SELECT IntDebitcard ASSIGN TO "debitcard.dat"
           organization is indexed
           access is dynamic
           record key is IDCNumero.

           SELECT IntTransacciones ASSIGN TO "transacition.dat"
           organization is indexed
           05  IACSucursalCuenta  PIC 9(2).
           05  IACMancomunada     PIC X.
           05  IACUmbralMancom    PIC 9(10)V99.
           05  IACProducto        PIC X(4).

       FD IntDebitcard.
       01 int-debitcard-file.
           05  IDCNumero         PIC X(10).
           05  IDCIdBank         PIC 9.
           05  IDCPin            PIC 9(4).

       FD IntTransacciones.
       01 int-transacciones-file.
           05  ITRIdt            PIC 9(9).
           05  ITRFecha          PIC X(8).
           05  ITRHora           PIC X(4).
           05  ITRTipo           PIC 9.

       FD IntArchivo.
       01 int-archivo-file.
           05  IARSeq            PIC 9(9).
           05  IARIdt            PIC 9(9).
           05  IARFecha          PIC X(8).
           05  IARHora           PIC X(4).
           05  IARTipo           PIC 9.
           77  existe          PIC 9.
           77  IdCustomerComp  PIC 9(9).
           77  NumeroTarjeta   PIC X(10).
           77  IDCTarjeta      PIC X(10).
           77  PrimerRoto      PIC 9(5).
           01  obj-accounts    object reference.
           01  obj-customer    object reference.
