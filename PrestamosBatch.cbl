       object section.
       class-control.
           prestamo     is class "prestamo"
           cupo         is class "cupo"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           77  TotalCobradas     PIC 9(4).
           77  TotalMora         PIC 9(4).
           77  TotalPrestamos    PIC 9(4).
           77  TotalCupos        PIC 9(4).
           77  NombreProceso     PIC X(20) VALUE "PRESTAMOSBATCH".
           77  FechaBitacora     PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-prestamo      object reference.
           01  obj-cupo          object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

            INVOKE prestamo "New"
            RETURNING obj-prestamo.

            INVOKE cupo "New"
            RETURNING obj-cupo.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            DISPLAY "------------------------------------".
            DISPLAY "Prestamos en cartera: " TotalPrestamos.

            DISPLAY "====================================".
            DISPLAY "Corte mensual de cupos rotativos".
            DISPLAY "====================================".

            INVOKE obj-cupo "FacturarCupos"
                                 using FechaBitacora
                                 returning TotalCupos.

            MOVE TotalCobradas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
