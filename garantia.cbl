           05  GPREstado          PIC 9.
           05  GPRReestructurado  PIC X.
           05  GPRFechaAprobacion PIC X(8).
           05  GPRIndice          PIC X(4).
           05  GPRSpread          PIC 9V9999.
           05  GPRPeriodoReajuste PIC 9(2).
           05  GPRFechaReajuste   PIC X(8).

       Method-ID. RegistrarGarantia.
      *>----------------------------------------------
       Method-ID. LiberarGarantia.
      *>----------------------------------------------
      *LIBERA UNA GARANTIA SOLO SI EL PRESTAMO AL QUE RESPALDA YA
      *NO ESTA VIGENTE NI CASTIGADO
       Data Division.
        Local-Storage Section.
           77  EstadoPrestamo PIC 9.
                      DISPLAY "El prestamo sigue vigente: la"
                      DISPLAY "garantia no puede liberarse"
                   ELSE
      *EL PRESTAMO CASTIGADO (ESTADO 2) SE SIGUE COBRANDO Y LA
      *GARANTIA RESPALDA ESA RECUPERACION
                   IF EstadoPrestamo = 2 THEN
                      DISPLAY "El prestamo esta castigado: la"
                      DISPLAY "garantia no puede liberarse"
                   ELSE
                      MOVE 1 TO GarEstado
                      REWRITE garantias-file
                      END-REWRITE
                      MOVE 1 TO LiberarOk
                   END-IF
                   END-IF
                END-IF
            END-READ
            CLOSE Garantias.
