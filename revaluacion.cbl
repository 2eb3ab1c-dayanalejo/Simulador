           05  RVCSucursalCuenta  PIC 9(2).
           05  RVCMancomunada     PIC X.
           05  RVCUmbralMancom    PIC 9(10)V99.
           05  RVCProducto        PIC X(4).

       FD TasasValoracion.
       01 tasas-valoracion-file.
