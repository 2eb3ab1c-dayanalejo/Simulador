       identification division.
       program-id. ProductividadBatch.

       object section.
       class-control.
           productividad is class "productividad"
           parametro     is class "parametro"
           bitacora      is class "bitacora"
           fechaproceso  is class "fechaproceso".

           data division.
           working-storage section.
      *PRODUCTIVIDAD DE CAJEROS Y OPERADORES PARA LOS GERENTES DE
      *SUCURSAL: DIARIA (FECHA DE PROCESO) O MENSUAL (EN BLANCO EL
      *MES ANTERIOR A LA FECHA DE PROCESO)
           77  TipoCorrida       PIC X.
               88  CorridaDiaria  VALUE "D".
               88  CorridaMensual VALUE "M".
           77  Periodo           PIC X(6).
           77  FechaProceso      PIC X(8).
           77  FechaDesde        PIC X(8).
           77  FechaHasta        PIC X(8).
           77  FiltroSucursal    PIC 9(3).
           77  MinutosOcio       PIC 9(3).
           77  ValorDefecto      PIC 9(12)V99.
           77  ValorParametro    PIC 9(12)V99.
           77  CodigoOcio        PIC X(12) VALUE "MINOCIOSO".
           77  NombreArchivo     PIC X(30).
           77  TotalOperadores   PIC 9(4).
           01  PeriodoProceso.
               02  PPAnio        PIC 9(4).
               02  PPMes         PIC 99.
           77  NombreProceso     PIC X(20)
                                 VALUE "PRODUCTIVIDAD".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-productividad object reference.
           01  obj-parametro     object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE productividad "New"
            RETURNING obj-productividad.

            INVOKE parametro "New"
            RETURNING obj-parametro.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            DISPLAY "Reporte diario (D) o mensual (M)"
            ACCEPT   TipoCorrida.
            IF CorridaMensual THEN
               DISPLAY "Periodo (AAAAMM, en blanco el mes anterior"
               DISPLAY "a la fecha de proceso)"
               ACCEPT   Periodo
               IF Periodo = SPACES THEN
                  MOVE FechaProceso(1:6) TO PeriodoProceso
                  IF PPMes = 1 THEN
                     SUBTRACT 1 FROM PPAnio
                     MOVE 12 TO PPMes
                  ELSE
                     SUBTRACT 1 FROM PPMes
                  END-IF
                  MOVE PeriodoProceso TO Periodo
               END-IF
               MOVE Periodo TO FechaDesde
               MOVE "01"    TO FechaDesde(7:2)
               MOVE Periodo TO FechaHasta
               MOVE "31"    TO FechaHasta(7:2)
               MOVE "productividad_mensual.txt" TO NombreArchivo
            ELSE
               MOVE "D" TO TipoCorrida
               MOVE FechaProceso TO FechaDesde
               MOVE FechaProceso TO FechaHasta
               MOVE "productividad_diaria.txt" TO NombreArchivo
            END-IF.

            DISPLAY "Sucursal (999 todo el banco)"
            ACCEPT   FiltroSucursal.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

      *UN HUECO SIN ACCIONES DENTRO DE UNA SESION CUENTA COMO
      *TIEMPO OCIOSO CUANDO SUPERA ESTOS MINUTOS
            MOVE 15 TO ValorDefecto.
            INVOKE obj-parametro "ObtenerParametro"
                                 using CodigoOcio
                                       FechaProceso
                                       ValorDefecto
                                 returning ValorParametro.
            MOVE ValorParametro TO MinutosOcio.

            DISPLAY "====================================".
            DISPLAY "Productividad de operadores".
            DISPLAY FechaDesde " a " FechaHasta.
            DISPLAY "====================================".

            INVOKE obj-productividad "ReporteProductividad"
                                 using FechaDesde
                                       FechaHasta
                                       FiltroSucursal
                                       MinutosOcio
                                       NombreArchivo
                                 returning TotalOperadores.

            DISPLAY "------------------------------------".
            DISPLAY "Operadores en el reporte: " TotalOperadores.
            DISPLAY "Reporte en " NombreArchivo.

            MOVE TotalOperadores TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
