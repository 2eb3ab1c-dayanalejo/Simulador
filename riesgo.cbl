           05  RGPFechaNacim     PIC X(8).
           05  RGPTipoDocumento  PIC 9.
           05  RGPSegmentoRiesgo PIC 9.
           05  RGPFechaVerificacion PIC X(8).
           05  RGPEtapaActualizacion PIC 9.
           05  RGPDireccionDevuelta PIC X.
           05  RGPTelefonoDevuelto PIC X.
           05  RGPEmailDevuelto PIC X.
           05  RGPFechaDevolucion PIC X(8).

       FD RgoAccounts.
       01 rgo-accounts-file.
           05  RGASucursalCuenta  PIC 9(2).
           05  RGAMancomunada     PIC X.
           05  RGAUmbralMancom    PIC 9(10)V99.
           05  RGAProducto        PIC X(4).

       FD RgoArchivo.
       01 rgo-archivo-file.
           05  RGTSeq            PIC 9(9).
           05  RGTIdt            PIC 9(9).
           05  RGTFecha          PIC X(8).
           05  RGTHora           PIC X(4).
           05  RGTTipo           PIC 9.
