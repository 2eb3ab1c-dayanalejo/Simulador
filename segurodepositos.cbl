           05  SegSucursalCuenta  PIC 9(2).
           05  SegMancomunada     PIC X.
           05  SegUmbralManc      PIC 9(10)V99.
           05  SegProducto        PIC X(4).

       FD SeguroRegulador.
       01 seguro-regulador-linea PIC X(80).
