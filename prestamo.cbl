           fechaproceso is class "fechaproceso"
           reporte      is class "reporte"
           garantia     is class "garantia"
           gmf          is class "gmf"
           proteccion   is class "proteccion"
           centralriesgo is class "centralriesgo"
           contabilidad is class "contabilidad"
           consecutivo  is class "consecutivo"
           reporte      is class "reporte"
           tasareferencia is class "tasareferencia"
           notificacion is class "notificacion"
           parametro    is class "parametro"
           segurovida   is class "segurovida"
           prestamo     is class "prestamo".

       working-storage section.
           access is dynamic
           record key is ProvCategoria.

           SELECT Castigos ASSIGN TO "castigos.dat"
           organization is indexed
           access is dynamic
           record key is CasPreId.

           SELECT Recuperaciones ASSIGN TO "recuperaciones.dat"
           organization is indexed
           access is dynamic
           record key is RcuSeq
           alternate record key is RcuPreId with duplicates.

           SELECT Causaciones ASSIGN TO "causacion_intereses.dat"
           organization is indexed
           access is dynamic
           record key is CauPreId.

       DATA DIVISION.
       FILE SECTION.
       FD Prestamos.
           05  PreEstado        PIC 9.
               88  PrestamoVigente   VALUE 0.
               88  PrestamoCancelado VALUE 1.
      *CASTIGADO: SALE DE LA CARTERA ACTIVA CON ACTA DE LA JUNTA;
      *LO QUE SE COBRE DESPUES ES RECUPERACION
               88  PrestamoCastigado VALUE 2.
      *"S" CUANDO EL PRESTAMO FUE REESTRUCTURADO (EL REGULADOR
      *EXIGE REPORTARLOS POR SEPARADO)
           05  PreReestructurado PIC X.
      *DE LA CALIFICACION DE CARTERA (ESPACIOS EN LOS PRESTAMOS
      *ANTERIORES A ESTE CAMPO)
           05  PreFechaAprobacion PIC X(8).
      *TASA VARIABLE: INDICE DE REFERENCIA (IBR, DTF), MARGEN
      *MENSUAL QUE SE LE SUMA, MESES ENTRE REAJUSTES Y FECHA DEL
      *PROXIMO REAJUSTE. EL INDICE EN ESPACIOS ES TASA FIJA (ASI
      *QUEDAN TODOS LOS PRESTAMOS ANTERIORES A ESTOS CAMPOS)
           05  PreIndice        PIC X(4).
           05  PreSpread        PIC 9V9999.
           05  PrePeriodoReajuste PIC 9(2).
           05  PreFechaReajuste PIC X(8).

       FD Amortizacion.
      *TABLA DE AMORTIZACION GENERADA AL APROBAR EL PRESTAMO: UNA
      *REEMPLAZADA: FILA DEL PLAN ORIGINAL CONSERVADA COMO
      *HISTORIA CUANDO EL PRESTAMO SE REESTRUCTURO
               88  CuotaReemplazada VALUE 3.
      *PRIMA DEL SEGURO DE VIDA DEUDOR DE LA CUOTA: SE FIJA LA
      *PRIMERA VEZ QUE LA CUOTA SE COBRA, SOBRE EL SALDO DE CAPITAL
      *ANTES DE ELLA, Y SE DEBITA JUNTO CON LA CUOTA. EN CERO HASTA
      *QUE SE FIJA (ESPACIOS EN LAS FILAS ANTERIORES A ESTE CAMPO)
           05  AmoSeguro        PIC 9(10)V99.
      *FECHA EN QUE LA CUOTA QUEDO PAGADA E INTERES QUE EL CLIENTE
      *PAGO CON ELLA, PARA EL CERTIFICADO TRIBUTARIO (EN UNA
      *CANCELACION TOTAL EL INTERES CORRIDO VA EN LA ULTIMA CUOTA Y
      *LAS DEMAS VAN EN CERO; LO QUE SALDA EL SEGURO NO ES INTERES
      *PAGADO POR EL CLIENTE). ESPACIOS EN LAS FILAS ANTERIORES A
      *ESTOS CAMPOS
           05  AmoFechaPago     PIC X(8).
           05  AmoInteresPagado PIC 9(10)V99.

       FD Provisiones.
      *TABLA DE PORCENTAJES DE PROVISION POR CATEGORIA DE CARTERA
           05  ProvDiasHasta   PIC 9(3).
           05  ProvPct         PIC 9(3)V99.

       FD Castigos.
      *PRESTAMOS CASTIGADOS: EL ACTA DE LA JUNTA QUE LOS APROBO, EL
      *CAPITAL QUE SALIO DEL BALANCE, LA PROVISION QUE SE APLICO Y
      *LO RECUPERADO DESPUES DEL CASTIGO
       01 castigos-file.
           05  CasPreId         PIC 9(5).
           05  CasIdCustomer    PIC 9(9).
           05  CasFecha         PIC X(8).
           05  CasActa          PIC X(15).
           05  CasSaldoCapital  PIC 9(12)V99.
           05  CasProvision     PIC 9(12)V99.
           05  CasDiasMora      PIC 9(4).
           05  CasRecuperado    PIC 9(12)V99.
           05  CasFechaUltRecup PIC X(8).
           05  CasEstado        PIC X.
               88  CastigoAbierto    VALUE "A".
               88  CastigoRecuperado VALUE "R".

       FD Recuperaciones.
      *REGISTRO DE RECUPERACIONES: CADA PAGO RECIBIDO SOBRE UN
      *PRESTAMO YA CASTIGADO, CON LO QUE QUEDA POR RECUPERAR
       01 recuperaciones-file.
           05  RcuSeq           PIC 9(9).
           05  RcuPreId         PIC 9(5).
           05  RcuFecha         PIC X(8).
           05  RcuCuenta        PIC X(9).
           05  RcuMonto         PIC 9(10)V99.
           05  RcuPendiente     PIC 9(12)V99.

       FD Causaciones.
      *CAUSACION DIARIA DE INTERESES DE CADA PRESTAMO: LO CAUSADO Y
      *AUN NO COBRADO (EL SALDO DE LA CUENTA POR COBRAR), LA ULTIMA
      *FECHA CAUSADA Y SI EL PRESTAMO CAUSA O ESTA SUSPENDIDO POR
      *MORA (A=CAUSANDO, S=SUSPENDIDO)
       01 causaciones-file.
           05  CauPreId         PIC 9(5).
           05  CauAcumulado     PIC 9(10)V99.
           05  CauFechaUltima   PIC X(8).
           05  CauEstado        PIC X.
               88  CausacionActiva     VALUE "A".
               88  CausacionSuspendida VALUE "S".
           05  CauDiasMora      PIC 9(4).

       Method-ID. AprobarPrestamo.
      *>----------------------------------------------
      *APRUEBA Y DESEMBOLSA UN PRESTAMO: CALCULA LA CUOTA CON TASA
             MOVE 0              TO PreEstado
             MOVE "N"            TO PreReestructurado
             MOVE CurrentDate    TO PreFechaAprobacion
             MOVE SPACES         TO PreIndice
             MOVE 0              TO PreSpread
             MOVE 0              TO PrePeriodoReajuste
             MOVE SPACES         TO PreFechaReajuste
             WRITE prestamos-file
             END-WRITE
             CLOSE Prestamos
             SUBTRACT AmoCapital FROM SaldoPendiente
             MOVE SaldoPendiente TO AmoSaldo
             MOVE 0 TO AmoEstado
             MOVE 0 TO AmoSeguro
             MOVE SPACES TO AmoFechaPago
             MOVE 0 TO AmoInteresPagado
             WRITE amortizacion-file
             END-WRITE.

      *LA CUENTA VINCULADA LAS CUOTAS NO PAGADAS EN ORDEN (LAS EN
      *MORA PRIMERO, POR SER LAS MAS ANTIGUAS) HASTA QUE UNA NO
      *ALCANCE; ESA Y LAS QUE SIGUEN QUEDAN EN MORA. UN PRESTAMO
      *CON TODAS SUS CUOTAS PAGADAS QUEDA CANCELADO. CADA CUOTA
      *LLEVA LA PRIMA DEL SEGURO DE VIDA DEUDOR A LA TARIFA DE LA
      *ASEGURADORA (PARAMETRO SEGVIDAXMIL, POR MIL DEL SALDO)
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-fechaproceso object reference.
           01  obj-gmf          object reference.
           77  MontoGMF         PIC 9(10)V99.
           01  obj-proteccion   object reference.
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido     PIC 9(10)V99.
      *INTERES DE LA CUOTA COBRADA: SALDA PRIMERO LO CAUSADO Y EL
      *RESTO (LO NO CAUSADO POR MORA) VA DIRECTO AL INGRESO.
      *CobroPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL CAE
      *EN EL AL FINAL DEL METODO
           77  CobroPend        PIC X VALUE "N".
           77  InteresHallado   PIC 9(10)V99.
           77  InteresCausadoCob PIC 9(12)V99.
           77  InteresNoCausado PIC 9(12)V99.
           77  SucursalPrestamo PIC 9(2).
           77  CuentaDebe       PIC X(8).
           77  CuentaHaber      PIC X(8).
           77  OrigenAsiento    PIC X(12) VALUE "CAUSACION".
           77  AsientoOk        PIC 9.
           01  ReferenciaAsiento.
               02  RAPreId      PIC 9(5).
               02  FILLER       PIC X VALUE SPACE.
               02  RADetalle    PIC X(14) VALUE "COBRO CUOTA".
           01  obj-contabilidad object reference.
      *PRIMA DEL SEGURO DE VIDA DEUDOR. SeguroPend Y PrimaPend
      *EVITAN QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL CAE EN
      *ELLOS AL FINAL DEL METODO
           77  SeguroPend       PIC X VALUE "N".
           77  PrimaPend        PIC X VALUE "N".
           77  SeguroHallado    PIC 9(10)V99.
           77  MontoAsientoSeguro PIC 9(12)V99.
           77  SaldoAsegurado   PIC 9(12)V99.
           77  MontoDebito      PIC 9(10)V99.
           77  CodigoSeguro     PIC X(12) VALUE "SEGVIDAXMIL".
           77  ValorDefecto     PIC 9(12)V99.
           77  TasaSeguroMil    PIC 9(12)V99.
           77  OrigenSeguro     PIC X(12) VALUE "SEGURO VIDA".
           01  ReferenciaSeguro.
               02  RSPreId      PIC 9(5).
               02  FILLER       PIC X VALUE SPACE.
               02  RSDetalle    PIC X(14) VALUE "PRIMA SEGURO".
           01  obj-parametro    object reference.
           01  obj-segurovida   object reference.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning CurrentDate
             ACCEPT CurrentTime FROM TIME
             INVOKE segurovida "New"
                     RETURNING obj-segurovida
             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE 0.40 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoSeguro
                                        CurrentDate
                                        ValorDefecto
                                  returning TasaSeguroMil

             MOVE "S" TO HayMas
             OPEN I-O Prestamos
             IF HayCuota = "N" THEN
                MOVE "N" TO SeguirCobrando
             ELSE
                MOVE "S" TO SeguroPend
                PERFORM FijarPrimaSeguro
                COMPUTE MontoDebito = CuotaHallada + SeguroHallado
                PERFORM IntentarDebitoCuota
                IF CobroExitoso = "S" THEN
                   PERFORM MarcarCuotaPagada
                   MOVE "S" TO CobroPend
                   PERFORM AplicarInteresCobrado
                   IF SeguroHallado > 0 THEN
                      MOVE "S" TO PrimaPend
                      PERFORM AplicarPrimaCobrada
                   END-IF
                   ADD 1 TO PreCuotasPagadas
                   IF EraMora = "S" THEN
                      IF PreCuotasMora > 0 THEN
                   ADD 1 TO TotalCobradas
                   DISPLAY "Prestamo " PreIdActual " cuota "
                           NumCuotaHallada " COBRADA por "
                           CuotaHallada " seguro " SeguroHallado
                ELSE
                   IF EraMora = "N" THEN
                      PERFORM MarcarCuotaEnMora
                    MOVE "S"            TO HayCuota
                    MOVE AmoSeq         TO AmoSeqHallada
                    MOVE AmoCuota       TO CuotaHallada
                    MOVE AmoInteres     TO InteresHallado
                    MOVE AmoNumeroCuota TO NumCuotaHallada
                    IF CuotaEnMora THEN
                       MOVE "S" TO EraMora
                    ELSE
                       MOVE "N" TO EraMora
                    END-IF
                    IF AmoSeguro NUMERIC THEN
                       MOVE AmoSeguro TO SeguroHallado
                    ELSE
                       MOVE 0 TO SeguroHallado
                    END-IF
                    COMPUTE SaldoAsegurado = AmoSaldo + AmoCapital
                 END-IF
             END-READ.

                                               CuentaActual
                                     returning MontoEmbargado
                MOVE Montoactual TO montonuevo
                COMPUTE montonuevo = montonuevo - MontoDebito
                COMPUTE montoverificacion
                = montonuevo - MontoEmbargado
      *CON PROTECCION DE SOBREGIRO EL FALTANTE SE TRAE DE LA CUENTA
      *DE AHORROS VINCULADA ANTES DE DECLARAR FONDOS INSUFICIENTES
                IF CuentaCorriente AND montoverificacion <
                                       (0 - LimiteSobregiroActual) THEN
                   COMPUTE FaltanteSobregiro =
                           (0 - LimiteSobregiroActual)
                           - montoverificacion
                   INVOKE proteccion "New"
                           RETURNING obj-proteccion
                   INVOKE obj-proteccion "CubrirSobregiro"
                                   using CuentaActual FaltanteSobregiro
                                         CurrentDate CurrentTime
                         returning MontoBarrido
                   ADD MontoBarrido TO montonuevo
                   ADD MontoBarrido TO montoverificacion
                END-IF
                IF CuentaCorriente THEN
                   IF montoverificacion NOT <
                                    (0 - LimiteSobregiroActual) THEN
                   INVOKE obj-accounts "SetMonto" using
                                               montonuevo
                                               CuentaActual
      *TIPO 1 = RETIRO (CUOTA DE PRESTAMO MAS PRIMA DE SEGURO)
                   INVOKE obj-transacition "CrearTransancion"
                                   using CurrentDate CurrentTime
                                       1
                                       CuentaActual
                                       MontoDebito
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL DEBITO
                   INVOKE gmf "New"
                           RETURNING obj-gmf
                   INVOKE obj-gmf "CobrarGMF"
                                   using CurrentDate CurrentTime
                                         CuentaActual
                                         MontoDebito
                         returning MontoGMF
                END-IF
             END-IF.

                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1 TO AmoEstado
                   MOVE CurrentDate TO AmoFechaPago
                   MOVE AmoInteres  TO AmoInteresPagado
                   REWRITE amortizacion-file
                   END-REWRITE
               END-READ
               END-READ
             CLOSE Amortizacion.

      *CUENTAS CONTABLES DE LA CAUSACION:
      *  11010101 CAJA
      *  16050101 INTERESES POR COBRAR CARTERA
      *  41020101 INGRESO INTERESES CARTERA
       AplicarInteresCobrado.
             IF CobroPend = "S" THEN
                MOVE "N" TO CobroPend
                MOVE 0 TO InteresCausadoCob
                OPEN I-O Causaciones
                MOVE PreIdActual TO CauPreId
                READ Causaciones
                  KEY IS CauPreId
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CauAcumulado > InteresHallado THEN
                       MOVE InteresHallado TO InteresCausadoCob
                    ELSE
                       MOVE CauAcumulado TO InteresCausadoCob
                    END-IF
                    SUBTRACT InteresCausadoCob FROM CauAcumulado
                    REWRITE causaciones-file
                    END-REWRITE
                END-READ
                CLOSE Causaciones
                COMPUTE InteresNoCausado
                      = InteresHallado - InteresCausadoCob
                INVOKE obj-accounts "GetSucursal" using CuentaActual
                                      returning SucursalPrestamo
                INVOKE contabilidad "New"
                        RETURNING obj-contabilidad
                MOVE PreIdActual TO RAPreId
                MOVE "11010101"  TO CuentaDebe
                MOVE "16050101"  TO CuentaHaber
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using CurrentDate
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            InteresCausadoCob
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
                MOVE "41020101"  TO CuentaHaber
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using CurrentDate
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            InteresNoCausado
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
             END-IF.

      *LA PRIMA SE FIJA UNA SOLA VEZ POR CUOTA: LA DE UNA CUOTA QUE
      *VUELVE DE MORA YA QUEDO GUARDADA EN SU FILA
       FijarPrimaSeguro.
             IF SeguroPend = "S" THEN
                MOVE "N" TO SeguroPend
                IF SeguroHallado = 0 AND TasaSeguroMil > 0 THEN
                   COMPUTE SeguroHallado ROUNDED
                         = SaldoAsegurado * TasaSeguroMil / 1000
                   OPEN I-O Amortizacion
                     MOVE AmoSeqHallada TO AmoSeq
                     READ Amortizacion
                       KEY IS AmoSeq
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         MOVE SeguroHallado TO AmoSeguro
                         REWRITE amortizacion-file
                         END-REWRITE
                     END-READ
                   CLOSE Amortizacion
                END-IF
             END-IF.

      *LA PRIMA COBRADA QUEDA POR PAGAR A LA ASEGURADORA HASTA LA
      *REMESA MENSUAL:
      *  11010101 CAJA
      *  24040101 PRIMAS DE SEGURO POR PAGAR
       AplicarPrimaCobrada.
             IF PrimaPend = "S" THEN
                MOVE "N" TO PrimaPend
                MOVE PreIdActual TO RSPreId
                MOVE "11010101"  TO CuentaDebe
                MOVE "24040101"  TO CuentaHaber
                MOVE SeguroHallado TO MontoAsientoSeguro
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using CurrentDate
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            MontoAsientoSeguro
                                            OrigenSeguro
                                            ReferenciaSeguro
                                      returning AsientoOk
                INVOKE obj-segurovida "RegistrarPrima"
                                      using PreIdActual
                                            PreIdCustomer
                                            NumCuotaHallada
                                            CurrentDate
                                            SaldoAsegurado
                                            SeguroHallado
             END-IF.

       End Method CobrarCuotasMes.
      *>----------------------------------------------

       Method-ID. CausarInteresesCartera.
      *>----------------------------------------------
      *CAUSACION DIARIA DEL CIERRE: CADA PRESTAMO VIGENTE CAUSA EL
      *INTERES DE LOS DIAS CORRIDOS DESDE SU ULTIMA CAUSACION (MESES
      *COMERCIALES DE 30 DIAS) SOBRE EL CAPITAL PENDIENTE A SU TASA
      *MENSUAL, CONTRA LA CUENTA POR COBRAR DE INTERESES. EL QUE
      *SUPERA LA MORA DE LA CATEGORIA B DE LA CALIFICACION (CARTERA
      *C, D O E) DEJA DE CAUSAR Y SE LE REVERSA LO CAUSADO NO
      *COBRADO; VUELVE A CAUSAR CUANDO SU MORA BAJA DEL UMBRAL. LO
      *QUE QUEDE CAUSADO EN UN PRESTAMO CANCELADO O CASTIGADO
      *TAMBIEN SE REVERSA. UNA FECHA YA CAUSADA NO SE CAUSA DOS VECES
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayMasCuotas    PIC X.
           77  existeCausacion PIC 9.
           77  PreIdActual     PIC 9(5).
           77  CuotaMoraVieja  PIC 9(3).
           77  SaldoPendiente  PIC 9(12)V99.
           77  DiasMora        PIC S9(5).
           77  DiasDesdeAprob  PIC S9(5).
           77  DiasCausar      PIC S9(5).
      *VigentePend, ReversoPend Y AsientoPend EVITAN QUE LOS
      *PARRAFOS ACTUEN CUANDO EL CONTROL CAE EN ELLOS AL FINAL DEL
      *METODO
           77  VigentePend     PIC X VALUE "N".
           77  ReversoPend     PIC X VALUE "N".
           77  AsientoPend     PIC X VALUE "N".
      *MORA MAXIMA DE LA CATEGORIA B SI LA TABLA NO LA TIENE
           77  UmbralNoCausa   PIC 9(3) VALUE 60.
           77  InteresCausado  PIC 9(12)V99.
           77  MontoReverso    PIC 9(12)V99.
           77  SucursalPrestamo PIC 9(2).
           77  CuentaDebe      PIC X(8).
           77  CuentaHaber     PIC X(8).
           77  OrigenAsiento   PIC X(12) VALUE "CAUSACION".
           77  AsientoOk       PIC 9.
           01  ReferenciaAsiento.
               02  RAPreId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  RADetalle   PIC X(14).
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaAprDesc.
               02  FAAnio      PIC 9(4).
               02  FAMes       PIC 99.
               02  FADia       PIC 99.
           01  FechaUltDesc.
               02  FUAnio      PIC 9(4).
               02  FUMes       PIC 99.
               02  FUDia       PIC 99.
           01  obj-accounts     object reference.
           01  obj-contabilidad object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  LSMontoCausado   PIC 9(12)V99.
           77  LSTotalSuspendidos PIC 9(4).
           77  TotalCausados    PIC 9(4).

       Procedure Division using  LSFecha
                                 LSMontoCausado
                                 LSTotalSuspendidos
                                 returning TotalCausados.

             MOVE 0 TO TotalCausados
             MOVE 0 TO LSMontoCausado
             MOVE 0 TO LSTotalSuspendidos
             MOVE LSFecha TO FechaHoyDesc
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad

      *EL UMBRAL ES EL LIMITE DE DIAS DE LA CATEGORIA B DE LA TABLA
      *DE PROVISIONES QUE USA LA CALIFICACION DE CARTERA
             OPEN INPUT Provisiones
               MOVE "B" TO ProvCategoria
               READ Provisiones
                 KEY IS ProvCategoria
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE ProvDiasHasta TO UmbralNoCausa
               END-READ
             CLOSE Provisiones

             MOVE "S" TO HayMas
             OPEN INPUT Prestamos
             OPEN I-O Causaciones
             PERFORM CausarPrestamoSiguiente UNTIL NoHayMas
             CLOSE Causaciones
             CLOSE Prestamos

             DISPLAY "Prestamos que causaron      : " TotalCausados
             DISPLAY "Interes causado             : " LSMontoCausado
             DISPLAY "Prestamos suspendidos hoy   : "
                     LSTotalSuspendidos.

       CausarPrestamoSiguiente.
             READ Prestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE PreId TO PreIdActual
                 MOVE PreId TO CauPreId
                 READ Causaciones
                   KEY IS CauPreId
                   INVALID KEY
                     MOVE 0 TO existeCausacion
                     MOVE PreId  TO CauPreId
                     MOVE 0      TO CauAcumulado
                     MOVE SPACES TO CauFechaUltima
                     MOVE "A"    TO CauEstado
                     MOVE 0      TO CauDiasMora
                   NOT INVALID KEY
                     MOVE 1 TO existeCausacion
                 END-READ
                 IF PrestamoVigente THEN
                    MOVE "S" TO VigentePend
                    PERFORM CausarPrestamoVigente
                 ELSE
                    IF existeCausacion = 1
                       AND CauAcumulado > 0 THEN
                       MOVE "CIERRE CAUSAC." TO RADetalle
                       MOVE "S" TO ReversoPend
                       PERFORM ReversarCausado
                       REWRITE causaciones-file
                       END-REWRITE
                    END-IF
                 END-IF
             END-READ.

       CausarPrestamoVigente.
             IF VigentePend = "S" THEN
                MOVE "N" TO VigentePend
                PERFORM CalcularDiasMoraCau
                MOVE DiasMora TO CauDiasMora
                IF DiasMora > UmbralNoCausa THEN
                   IF CausacionActiva THEN
                      MOVE "SUSPENSION"  TO RADetalle
                      MOVE "S" TO ReversoPend
                      PERFORM ReversarCausado
                      MOVE "S" TO CauEstado
                      ADD 1 TO LSTotalSuspendidos
                      DISPLAY "Prestamo " PreId " SUSPENDE causacion,"
                              " mora " DiasMora " dias"
                   END-IF
                ELSE
                   IF CauFechaUltima NOT = LSFecha THEN
                      PERFORM CalcularDiasCausar
                      IF DiasCausar > 0 THEN
                         PERFORM SumarSaldoPrestamoCau
                         COMPUTE InteresCausado ROUNDED
                         = SaldoPendiente * PreTasaMensual
                                          * DiasCausar / 30
                         IF InteresCausado > 0 THEN
                            MOVE "CAUSACION"  TO RADetalle
                            MOVE "16050101"   TO CuentaDebe
                            MOVE "41020101"   TO CuentaHaber
                            MOVE "S" TO AsientoPend
                            PERFORM AsentarCausacion
                            ADD InteresCausado TO CauAcumulado
                            ADD InteresCausado TO LSMontoCausado
                            ADD 1 TO TotalCausados
                         END-IF
                      END-IF
                   END-IF
                   MOVE "A" TO CauEstado
                END-IF
                MOVE LSFecha TO CauFechaUltima
                IF existeCausacion = 1 THEN
                   REWRITE causaciones-file
                   END-REWRITE
                ELSE
                   WRITE causaciones-file
                   END-WRITE
                END-IF
             END-IF.

      *LOS DIAS DESDE LA ULTIMA CAUSACION; LA PRIMERA VEZ, UN DIA
       CalcularDiasCausar.
             IF CauFechaUltima = SPACES THEN
                MOVE 1 TO DiasCausar
             ELSE
                MOVE CauFechaUltima TO FechaUltDesc
                COMPUTE DiasCausar =
                        ((FHAnio - FUAnio) * 360)
                      + ((FHMes - FUMes) * 30)
                      + (FHDia - FUDia)
             END-IF.

      *REVERSO DE LO CAUSADO NO COBRADO: SALE DEL INGRESO Y DE LA
      *CUENTA POR COBRAR
       ReversarCausado.
             IF ReversoPend = "S" THEN
                MOVE "N" TO ReversoPend
                IF CauAcumulado > 0 THEN
                   MOVE CauAcumulado TO MontoReverso
                   MOVE MontoReverso TO InteresCausado
                   MOVE "41020101"   TO CuentaDebe
                   MOVE "16050101"   TO CuentaHaber
                   MOVE "S" TO AsientoPend
                   PERFORM AsentarCausacion
                   MOVE 0 TO CauAcumulado
                   DISPLAY "Prestamo " PreId " reversa causado "
                           MontoReverso
                END-IF
             END-IF.

       AsentarCausacion.
             IF AsientoPend = "S" THEN
                MOVE "N" TO AsientoPend
                INVOKE obj-accounts "GetSucursal" using
                                             PreCuentaVinculada
                                   returning SucursalPrestamo
                MOVE PreId TO RAPreId
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                   using LSFecha
                                         SucursalPrestamo
                                         CuentaDebe
                                         CuentaHaber
                                         InteresCausado
                                         OrigenAsiento
                                         ReferenciaAsiento
                                   returning AsientoOk
             END-IF.

       CalcularDiasMoraCau.
             MOVE 0 TO DiasMora
             IF PreCuotasMora > 0 THEN
                MOVE 999 TO CuotaMoraVieja
                MOVE "S" TO HayMasCuotas
                OPEN INPUT Amortizacion
                PERFORM BuscarMoraViejaCau UNTIL HayMasCuotas = "N"
                CLOSE Amortizacion
                IF PreFechaAprobacion = SPACES THEN
                   COMPUTE DiasMora = PreCuotasMora * 30
                ELSE
                   MOVE PreFechaAprobacion TO FechaAprDesc
                   COMPUTE DiasDesdeAprob =
                           ((FHAnio - FAAnio) * 360)
                         + ((FHMes - FAMes) * 30)
                         + (FHDia - FADia)
                   COMPUTE DiasMora = DiasDesdeAprob
                         - (CuotaMoraVieja * 30)
                   IF DiasMora < 0 THEN
                      MOVE 0 TO DiasMora
                   END-IF
                END-IF
             END-IF.

       BuscarMoraViejaCau.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND CuotaEnMora
                    AND AmoNumeroCuota < CuotaMoraVieja THEN
                    MOVE AmoNumeroCuota TO CuotaMoraVieja
                 END-IF
             END-READ.

       SumarSaldoPrestamoCau.
             MOVE 0 TO SaldoPendiente
             MOVE "S" TO HayMasCuotas
             OPEN INPUT Amortizacion
             PERFORM SumarSaldoCuotaCau UNTIL HayMasCuotas = "N"
             CLOSE Amortizacion.

       SumarSaldoCuotaCau.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND AmoEstado NOT = 1
                    AND AmoEstado NOT = 3 THEN
                    ADD AmoCapital TO SaldoPendiente
                 END-IF
             END-READ.

       End Method CausarInteresesCartera.
      *>----------------------------------------------

       Method-ID. MantenerProvisiones.
      *>----------------------------------------------
      *MANTENIMIENTO DE LA TABLA DE PROVISIONES. LA PRIMERA VEZ SE
       End Method CalificarCartera.
      *>----------------------------------------------

       Method-ID. GenerarPosicionesCentral.
      *>----------------------------------------------
      *POSICION MENSUAL DE CADA DEUDOR PARA LA CENTRAL DE RIESGO:
      *POR CADA PRESTAMO, EL SALDO DE CAPITAL, LAS CUOTAS, LOS DIAS
      *DE MORA Y LA CATEGORIA A-E CON LAS MISMAS REGLAS DE LA
      *CALIFICACION DE CARTERA (LA TABLA DE PROVISIONES LA SIEMBRA
      *CarteraBatch). LOS CANCELADOS VAN PARA QUE LA CENTRAL CIERRE
      *LA OBLIGACION; EL REGISTRO DE REPORTES DECIDE SI YA SE SABE.
      *LOS CASTIGADOS SE SIGUEN REPORTANDO CADA MES EN CATEGORIA E
      *CON EL CAPITAL CASTIGADO QUE FALTA POR RECUPERAR.
      *CON LSTipoEnvio = "C" SOLO SE REFRESCAN LAS RECHAZADAS
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayMasCuotas    PIC X.
           77  PreIdActual     PIC 9(5).
           77  CuotaMoraVieja  PIC 9(3).
           77  SaldoPendiente  PIC 9(12)V99.
           77  DiasMora        PIC S9(5).
           77  DiasReporte     PIC 9(4).
           77  DiasDesdeAprob  PIC S9(5).
           77  Categoria       PIC X.
           77  MesReporte      PIC X(6).
           77  Registrado      PIC 9.
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaAprDesc.
               02  FAAnio      PIC 9(4).
               02  FAMes       PIC 99.
               02  FADia       PIC 99.
           01  obj-central     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSTipoEnvio     PIC X.
           77  TotalPosiciones PIC 9(6).

       Procedure Division using  LSFecha
                                 LSTipoEnvio
                                 returning TotalPosiciones.

             MOVE 0 TO TotalPosiciones
             MOVE LSFecha TO FechaHoyDesc
             MOVE LSFecha(1:6) TO MesReporte

             INVOKE centralriesgo "New"
                     RETURNING obj-central

             MOVE "S" TO HayMas
             OPEN INPUT Prestamos
             PERFORM PosicionPrestamoSiguiente UNTIL NoHayMas
             CLOSE Prestamos.

       PosicionPrestamoSiguiente.
             READ Prestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE PreId TO PreIdActual
                 MOVE 0   TO DiasMora
                 MOVE 0   TO SaldoPendiente
                 MOVE "A" TO Categoria
                 IF PrestamoVigente THEN
                    PERFORM CalcularDiasMoraCen
                    PERFORM SumarSaldoPrestamoCen
                    PERFORM BuscarCategoriaCen
                 END-IF
                 IF PrestamoCastigado THEN
                    PERFORM CalcularDiasMoraCen
                    PERFORM LeerPendienteCastigoCen
                    MOVE "E" TO Categoria
                 END-IF
                 IF DiasMora < 0 THEN
                    MOVE 0 TO DiasReporte
                 ELSE
                    MOVE DiasMora TO DiasReporte
                 END-IF
                 INVOKE obj-central "RegistrarPosicion"
                                    using MesReporte
                                          PreId
                                          PreIdCustomer
                                          PreCapital
                                          SaldoPendiente
                                          PreCuotaMensual
                                          PrePlazoMeses
                                          PreCuotasPagadas
                                          PreCuotasMora
                                          DiasReporte
                                          Categoria
                                          PreReestructurado
                                          PreEstado
                                          LSTipoEnvio
                                    returning Registrado
                 IF Registrado = 1 THEN
                    ADD 1 TO TotalPosiciones
                 END-IF
             END-READ.

      *MISMO CALCULO DE DIAS DE MORA DE LA CALIFICACION DE CARTERA
       CalcularDiasMoraCen.
             MOVE 0 TO DiasMora
             IF PreCuotasMora > 0 THEN
                MOVE 999 TO CuotaMoraVieja
                MOVE "S" TO HayMasCuotas
                OPEN INPUT Amortizacion
                PERFORM BuscarMoraViejaCen UNTIL HayMasCuotas = "N"
                CLOSE Amortizacion
                IF PreFechaAprobacion = SPACES THEN
                   COMPUTE DiasMora = PreCuotasMora * 30
                ELSE
                   MOVE PreFechaAprobacion TO FechaAprDesc
                   COMPUTE DiasDesdeAprob =
                           ((FHAnio - FAAnio) * 360)
                         + ((FHMes - FAMes) * 30)
                         + (FHDia - FADia)
                   COMPUTE DiasMora = DiasDesdeAprob
                         - (CuotaMoraVieja * 30)
                   IF DiasMora < 0 THEN
                      MOVE 0 TO DiasMora
                   END-IF
                END-IF
             END-IF.

       BuscarMoraViejaCen.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND CuotaEnMora
                    AND AmoNumeroCuota < CuotaMoraVieja THEN
                    MOVE AmoNumeroCuota TO CuotaMoraVieja
                 END-IF
             END-READ.

       SumarSaldoPrestamoCen.
             MOVE 0 TO SaldoPendiente
             MOVE "S" TO HayMasCuotas
             OPEN INPUT Amortizacion
             PERFORM SumarSaldoCuotaCen UNTIL HayMasCuotas = "N"
             CLOSE Amortizacion.

       SumarSaldoCuotaCen.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND AmoEstado NOT = 1
                    AND AmoEstado NOT = 3 THEN
                    ADD AmoCapital TO SaldoPendiente
                 END-IF
             END-READ.

       LeerPendienteCastigoCen.
             OPEN INPUT Castigos
               MOVE PreIdActual TO CasPreId
               READ Castigos
                 KEY IS CasPreId
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   COMPUTE SaldoPendiente
                   = CasSaldoCapital - CasRecuperado
               END-READ
             CLOSE Castigos.

      *DE LA A A LA E, LA PRIMERA CATEGORIA CUYOS DIAS CUBREN LA
      *MORA DEL PRESTAMO
       BuscarCategoriaCen.
             MOVE "E" TO Categoria
             OPEN INPUT Provisiones
             MOVE "A" TO ProvCategoria
             PERFORM LeerYProbarCategoriaCen
             MOVE "B" TO ProvCategoria
             PERFORM LeerYProbarCategoriaCen
             MOVE "C" TO ProvCategoria
             PERFORM LeerYProbarCategoriaCen
             MOVE "D" TO ProvCategoria
             PERFORM LeerYProbarCategoriaCen
             CLOSE Provisiones.

       LeerYProbarCategoriaCen.
             IF Categoria = "E" THEN
                READ Provisiones
                  KEY IS ProvCategoria
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF DiasMora NOT > ProvDiasHasta THEN
                       MOVE ProvCategoria TO Categoria
                    END-IF
                END-READ
             END-IF.

       End Method GenerarPosicionesCentral.
      *>----------------------------------------------

       Method-ID. Reestructurar.
      *>----------------------------------------------
      *REESTRUCTURACION SUPERVISADA DE UN PRESTAMO EN MORA:
      *CAPITALIZA LO ATRASADO (CUOTAS EN MORA COMPLETAS) MAS EL
      *CAPITAL PENDIENTE, FIJA EL NUEVO PLAZO Y LA NUEVA TASA Y
      *REGENERA EL PLAN. LAS FILAS DEL PLAN ORIGINAL NO SE BORRAN:
      *QUEDAN MARCADAS COMO REEMPLAZADAS PARA LA HISTORIA, Y EL
      *PRESTAMO QUEDA MARCADO REESTRUCTURADO PARA EL REGULADOR
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  ExistePrestamo  PIC 9.
           77  CuotasPagadasAct PIC 9(3).
           77  CapitalNuevo    PIC 9(12)V99.
           77  CuotaCapital    PIC 9(10)V99.
           77  InteresCuota    PIC 9(10)V99.
           77  CuotaNueva      PIC 9(10)V99.
           77  PlazoTotal      PIC 9(3).
           77  MaxAmoSeq       PIC 9(6) VALUE 0.
           77  NumeroCuota     PIC 9(3).
           77  CuotasGeneradas PIC 9(3).
           77  SaldoPendiente  PIC 9(12)V99.
           77  PreIdActual     PIC 9(5).

        Linkage Section.
           77  LSPreId         PIC 9(5).
           77  LSNuevoPlazo    PIC 9(3).
           77  LSNuevaTasa     PIC 9V9999.
           77  ReestructurarOk PIC 9.

       Procedure Division using  LSPreId
                                 LSNuevoPlazo
                                 LSNuevaTasa
                                 returning ReestructurarOk.

             MOVE 0 TO ReestructurarOk
             MOVE LSPreId TO PreIdActual

             MOVE 0 TO ExistePrestamo
             OPEN INPUT Prestamos
               MOVE LSPreId TO PreId
               READ Prestamos
                 KEY IS PreId
                 INVALID KEY
                   DISPLAY "El prestamo no existe"
                 NOT INVALID KEY
                   IF NOT PrestamoVigente THEN
                      DISPLAY "El prestamo ya esta cancelado"
                   ELSE
                   IF PreCuotasMora = 0 THEN
                      DISPLAY "El prestamo no esta en mora: la"
                      DISPLAY "reestructuracion es para mora"
                   ELSE
                      MOVE 1 TO ExistePrestamo
                      MOVE PreCuotasPagadas TO CuotasPagadasAct
                   END-IF
                   END-IF
               END-READ
             CLOSE Prestamos

             IF ExistePrestamo = 1 THEN
      *CAPITALIZAR: LAS CUOTAS EN MORA COMPLETAS (CAPITAL MAS
      *INTERES VENCIDO) MAS EL CAPITAL DE LAS CUOTAS POR VENCER
                MOVE 0 TO CapitalNuevo
                MOVE "S" TO HayMas
                OPEN I-O Amortizacion
                PERFORM CapitalizarCuotaSiguiente UNTIL NoHayMas
                CLOSE Amortizacion

                COMPUTE CuotaCapital ROUNDED
                = CapitalNuevo / LSNuevoPlazo
                COMPUTE InteresCuota ROUNDED
                = CapitalNuevo * LSNuevaTasa
                COMPUTE CuotaNueva = CuotaCapital + InteresCuota

                MOVE 0 TO MaxAmoSeq
                MOVE "S" TO HayMas
                OPEN INPUT Amortizacion
                PERFORM BuscarMaxAmoSeqRe UNTIL NoHayMas
                CLOSE Amortizacion

                MOVE CapitalNuevo TO SaldoPendiente
                MOVE CuotasPagadasAct TO NumeroCuota
                      MOVE CuotaNueva  TO PreCuotaMensual
                      MOVE 0           TO PreCuotasMora
                      MOVE "S"         TO PreReestructurado
      *LA TASA PACTADA EN LA REESTRUCTURACION ES FIJA: UN PRESTAMO
      *DE TASA VARIABLE DEJA DE REAJUSTARSE
                      MOVE SPACES      TO PreIndice
                      MOVE SPACES      TO PreFechaReajuste
                      REWRITE prestamos-file
                      END-REWRITE
                  END-READ
             SUBTRACT AmoCapital FROM SaldoPendiente
             MOVE SaldoPendiente TO AmoSaldo
             MOVE 0 TO AmoEstado
             MOVE 0 TO AmoSeguro
             MOVE SPACES TO AmoFechaPago
             MOVE 0 TO AmoInteresPagado
             WRITE amortizacion-file
             END-WRITE.

           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-fechaproceso object reference.
           01  obj-gmf          object reference.
           77  MontoGMF         PIC 9(10)V99.
           01  obj-proteccion   object reference.
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido     PIC 9(10)V99.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
                     RETURNING obj-embargo
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
      *DESPUES DE LA HORA DE CORTE EL PAGO SE FECHA CON EL DIA
      *HABIL SIGUIENTE
             ACCEPT CurrentTime FROM TIME
             INVOKE obj-fechaproceso "GetFechaContable"
                                       using CurrentTime
                                       returning CurrentDate

      *LEER EL PRESTAMO Y VERIFICAR QUE SIGA VIGENTE
             MOVE 0 TO ExistePrestamo
                COMPUTE montonuevo = montonuevo - LSMontoAbono
                COMPUTE montoverificacion
                = montonuevo - MontoEmbargado
      *CON PROTECCION DE SOBREGIRO EL FALTANTE SE TRAE DE LA CUENTA
      *DE AHORROS VINCULADA ANTES DE DECLARAR FONDOS INSUFICIENTES
                IF CuentaCorriente AND montoverificacion <
                                       (0 - LimiteSobregiroActual) THEN
                   COMPUTE FaltanteSobregiro =
                           (0 - LimiteSobregiroActual)
                           - montoverificacion
                   INVOKE proteccion "New"
                           RETURNING obj-proteccion
                   INVOKE obj-proteccion "CubrirSobregiro"
                                   using CuentaActual FaltanteSobregiro
                                         CurrentDate CurrentTime
                         returning MontoBarrido
                   ADD MontoBarrido TO montonuevo
                   ADD MontoBarrido TO montoverificacion
                END-IF
                IF CuentaCorriente THEN
                   IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                                       CuentaActual
                                       LSMontoAbono
                                       ConceptoAbono
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL DEBITO
                   INVOKE gmf "New"
                           RETURNING obj-gmf
                   INVOKE obj-gmf "CobrarGMF"
                                   using CurrentDate CurrentTime
                                         CuentaActual
                                         LSMontoAbono
                         returning MontoGMF
                END-IF
             END-IF.

             SUBTRACT AmoCapital FROM SaldoPendiente
             MOVE SaldoPendiente TO AmoSaldo
             MOVE 0 TO AmoEstado
             MOVE 0 TO AmoSeguro
             MOVE SPACES TO AmoFechaPago
             MOVE 0 TO AmoInteresPagado
             WRITE amortizacion-file
             END-WRITE.

           77  FechaVencimientoActual PIC X(8).
           77  PreIdActual     PIC 9(5).
           77  ConceptoPago    PIC X(20) VALUE "CANCELACION PRESTAMO".
           77  CapitalLiquidado PIC 9(12)V99.
           77  UltimaAmoLiquidada PIC 9(6).
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-fechaproceso object reference.
           01  obj-gmf          object reference.
           77  MontoGMF         PIC 9(10)V99.
           01  obj-proteccion   object reference.
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido     PIC 9(10)V99.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
                     RETURNING obj-embargo
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
      *DESPUES DE LA HORA DE CORTE EL PAGO SE FECHA CON EL DIA
      *HABIL SIGUIENTE
             ACCEPT CurrentTime FROM TIME
             INVOKE obj-fechaproceso "GetFechaContable"
                                       using CurrentTime
                                       returning CurrentDate

             INVOKE "CotizarLiquidacion" using LSPreId
                                     returning MontoLiquidacion
                COMPUTE montonuevo = montonuevo - MontoDebito
                COMPUTE montoverificacion
                = montonuevo - MontoEmbargado
      *CON PROTECCION DE SOBREGIRO EL FALTANTE SE TRAE DE LA CUENTA
      *DE AHORROS VINCULADA ANTES DE DECLARAR FONDOS INSUFICIENTES
                IF CuentaCorriente AND montoverificacion <
                                       (0 - LimiteSobregiroActual) THEN
                   COMPUTE FaltanteSobregiro =
                           (0 - LimiteSobregiroActual)
                           - montoverificacion
                   INVOKE proteccion "New"
                           RETURNING obj-proteccion
                   INVOKE obj-proteccion "CubrirSobregiro"
                                   using CuentaActual FaltanteSobregiro
                                         CurrentDate CurrentTime
                         returning MontoBarrido
                   ADD MontoBarrido TO montonuevo
                   ADD MontoBarrido TO montoverificacion
                END-IF
                IF CuentaCorriente THEN
                   IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                                       CuentaActual
                                       MontoDebito
                                       ConceptoPago
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL DEBITO
                   INVOKE gmf "New"
                           RETURNING obj-gmf
                   INVOKE obj-gmf "CobrarGMF"
                                   using CurrentDate CurrentTime
                                         CuentaActual
                                         MontoDebito
                         returning MontoGMF
                END-IF
             END-IF.

       MarcarCuotasLiquidadas.
             MOVE 0   TO CapitalLiquidado
             MOVE 0   TO UltimaAmoLiquidada
             MOVE "S" TO HayMas
             OPEN I-O Amortizacion
             PERFORM MarcarCuotaLiquidada UNTIL NoHayMas
      *EL INTERES CORRIDO COBRADO EN LA CANCELACION QUEDA EN LA
      *ULTIMA CUOTA MARCADA
             IF UltimaAmoLiquidada > 0 THEN
                MOVE UltimaAmoLiquidada TO AmoSeq
                READ Amortizacion
                  KEY IS AmoSeq
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    COMPUTE AmoInteresPagado =
                            MontoLiquidacion - CapitalLiquidado
                    REWRITE amortizacion-file
                    END-REWRITE
                END-READ
             END-IF
             CLOSE Amortizacion.

       MarcarCuotaLiquidada.
                    AND AmoEstado NOT = 1
                    AND AmoEstado NOT = 3 THEN
                    MOVE 1 TO AmoEstado
                    MOVE CurrentDate TO AmoFechaPago
                    MOVE 0 TO AmoInteresPagado
                    ADD AmoCapital TO CapitalLiquidado
                    MOVE AmoSeq TO UltimaAmoLiquidada
                    REWRITE amortizacion-file
                    END-REWRITE
                 END-IF
       End Method LiquidarPrestamo.
      *>----------------------------------------------

       Method-ID. CastigarPrestamo.
      *>----------------------------------------------
      *CASTIGO DE CARTERA: UN PRESTAMO VIGENTE EN CATEGORIA E, CON
      *ACTA DE APROBACION DE LA JUNTA DIRECTIVA, SALE DE LA CARTERA
      *ACTIVA. SE APLICA LA PROVISION CONSTITUIDA CONTRA EL CAPITAL
      *PENDIENTE (LO QUE LA PROVISION NO CUBRA VA AL GASTO), SE
      *DEJAN LOS ASIENTOS ESPECIALES PARA LA CONTABILIDAD DIARIA Y
      *EL PRESTAMO QUEDA CASTIGADO. LAS CUOTAS NO SE TOCAN: QUEDAN
      *COMO HISTORIA DE LA MORA
       Data Division.
        Local-Storage Section.
           77  HayMasCuotas    PIC X.
           77  ExistePrestamo  PIC 9 VALUE 0.
           77  PreIdActual     PIC 9(5).
           77  CuotaMoraVieja  PIC 9(3).
           77  SaldoPendiente  PIC 9(12)V99.
           77  DiasMora        PIC S9(5).
           77  DiasDesdeAprob  PIC S9(5).
           77  Categoria       PIC X.
           77  PctAplicable    PIC 9(3)V99.
           77  ProvisionAplicada PIC 9(12)V99.
           77  GastoCastigo    PIC 9(12)V99.
           77  SucursalPrestamo PIC 9(2).
           77  CuentaDebe      PIC X(8).
           77  CuentaHaber     PIC X(8).
           77  OrigenAsiento   PIC X(12) VALUE "CASTIGO".
           77  AsientoOk       PIC 9.
      *CastigoPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  CastigoPend     PIC X VALUE "N".
           01  ReferenciaAsiento.
               02  RAPreId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  RAActa      PIC X(14).
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaAprDesc.
               02  FAAnio      PIC 9(4).
               02  FAMes       PIC 99.
               02  FADia       PIC 99.
           01  obj-accounts     object reference.
           01  obj-contabilidad object reference.

        Linkage Section.
           77  LSPreId         PIC 9(5).
           77  LSActa          PIC X(15).
           77  LSFecha         PIC X(8).
           77  CastigoOk       PIC 9.

       Procedure Division using  LSPreId
                                 LSActa
                                 LSFecha
                                 returning CastigoOk.

             MOVE 0 TO CastigoOk
             MOVE LSPreId TO PreIdActual
             MOVE LSFecha TO FechaHoyDesc

             IF LSActa = SPACES THEN
                DISPLAY "Falta el acta de aprobacion de la junta"
             ELSE
                OPEN I-O Prestamos
                MOVE LSPreId TO PreId
                READ Prestamos
                  KEY IS PreId
                  INVALID KEY
                    DISPLAY "El prestamo no existe"
                  NOT INVALID KEY
                    IF PrestamoVigente THEN
                       MOVE 1 TO ExistePrestamo
                    ELSE
                       DISPLAY "El prestamo no esta vigente"
                    END-IF
                END-READ

                IF ExistePrestamo = 1 THEN
                   PERFORM CalcularDiasMoraCas
                   PERFORM SumarSaldoPrestamoCas
                   PERFORM BuscarCategoriaCas
                   IF Categoria NOT = "E" THEN
                      DISPLAY "Solo se castigan prestamos en"
                              " categoria E (hoy " Categoria ")"
                   ELSE
                      IF SaldoPendiente = 0 THEN
                         DISPLAY "El prestamo no tiene capital"
                                 " pendiente"
                      ELSE
                         MOVE "S" TO CastigoPend
                         PERFORM RegistrarCastigo
                         MOVE 2 TO PreEstado
                         REWRITE prestamos-file
                         END-REWRITE
                         PERFORM ContabilizarCastigo
                         MOVE "N" TO CastigoPend
                         MOVE 1 TO CastigoOk
                         DISPLAY "Prestamo castigado; capital "
                                 SaldoPendiente
                         DISPLAY "Provision aplicada "
                                 ProvisionAplicada
                      END-IF
                   END-IF
                END-IF
                CLOSE Prestamos
             END-IF.

      *MISMO CALCULO DE DIAS DE MORA DE LA CALIFICACION DE CARTERA
       CalcularDiasMoraCas.
             MOVE 0 TO DiasMora
             IF PreCuotasMora > 0 THEN
                MOVE 999 TO CuotaMoraVieja
                MOVE "S" TO HayMasCuotas
                OPEN INPUT Amortizacion
                PERFORM BuscarMoraViejaCas UNTIL HayMasCuotas = "N"
                CLOSE Amortizacion
                IF PreFechaAprobacion = SPACES THEN
                   COMPUTE DiasMora = PreCuotasMora * 30
                ELSE
                   MOVE PreFechaAprobacion TO FechaAprDesc
                   COMPUTE DiasDesdeAprob =
                           ((FHAnio - FAAnio) * 360)
                         + ((FHMes - FAMes) * 30)
                         + (FHDia - FADia)
                   COMPUTE DiasMora = DiasDesdeAprob
                         - (CuotaMoraVieja * 30)
                   IF DiasMora < 0 THEN
                      MOVE 0 TO DiasMora
                   END-IF
                END-IF
             END-IF.

       BuscarMoraViejaCas.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND CuotaEnMora
                    AND AmoNumeroCuota < CuotaMoraVieja THEN
                    MOVE AmoNumeroCuota TO CuotaMoraVieja
                 END-IF
             END-READ.

       SumarSaldoPrestamoCas.
             MOVE 0 TO SaldoPendiente
             MOVE "S" TO HayMasCuotas
             OPEN INPUT Amortizacion
             PERFORM SumarSaldoCuotaCas UNTIL HayMasCuotas = "N"
             CLOSE Amortizacion.

       SumarSaldoCuotaCas.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND AmoEstado NOT = 1
                    AND AmoEstado NOT = 3 THEN
                    ADD AmoCapital TO SaldoPendiente
                 END-IF
             END-READ.

      *DE LA A A LA D, LA PRIMERA CATEGORIA CUYOS DIAS CUBREN LA
      *MORA; SI NINGUNA LA CUBRE EL PRESTAMO ES E, CON EL
      *PORCENTAJE DE PROVISION DE LA TABLA
       BuscarCategoriaCas.
             MOVE "E" TO Categoria
             MOVE 100 TO PctAplicable
             OPEN INPUT Provisiones
             MOVE "A" TO ProvCategoria
             PERFORM LeerYProbarCategoriaCas
             MOVE "B" TO ProvCategoria
             PERFORM LeerYProbarCategoriaCas
             MOVE "C" TO ProvCategoria
             PERFORM LeerYProbarCategoriaCas
             MOVE "D" TO ProvCategoria
             PERFORM LeerYProbarCategoriaCas
             IF Categoria = "E" THEN
                MOVE "E" TO ProvCategoria
                READ Provisiones
                  KEY IS ProvCategoria
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE ProvPct TO PctAplicable
                END-READ
             END-IF
             CLOSE Provisiones.

       LeerYProbarCategoriaCas.
             IF Categoria = "E" THEN
                READ Provisiones
                  KEY IS ProvCategoria
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF DiasMora NOT > ProvDiasHasta THEN
                       MOVE ProvCategoria TO Categoria
                       MOVE ProvPct       TO PctAplicable
                    END-IF
                END-READ
             END-IF.

       RegistrarCastigo.
             IF CastigoPend = "S" THEN
                COMPUTE ProvisionAplicada ROUNDED
                = SaldoPendiente * PctAplicable / 100
                IF ProvisionAplicada > SaldoPendiente THEN
                   MOVE SaldoPendiente TO ProvisionAplicada
                END-IF
                COMPUTE GastoCastigo
                = SaldoPendiente - ProvisionAplicada

                OPEN I-O Castigos
                MOVE PreId             TO CasPreId
                MOVE PreIdCustomer     TO CasIdCustomer
                MOVE LSFecha           TO CasFecha
                MOVE LSActa            TO CasActa
                MOVE SaldoPendiente    TO CasSaldoCapital
                MOVE ProvisionAplicada TO CasProvision
                IF DiasMora < 0 THEN
                   MOVE 0 TO CasDiasMora
                ELSE
                   MOVE DiasMora TO CasDiasMora
                END-IF
                MOVE 0                 TO CasRecuperado
                MOVE SPACES            TO CasFechaUltRecup
                MOVE "A"               TO CasEstado
                WRITE castigos-file
                  INVALID KEY
                    REWRITE castigos-file
                    END-REWRITE
                END-WRITE
                CLOSE Castigos
             END-IF.

      *CUENTAS CONTABLES DEL CASTIGO:
      *  14010101 CARTERA DE CREDITOS
      *  14990101 PROVISION CARTERA (SE APLICA CONTRA EL CAPITAL)
      *  51150101 GASTO PROVISIONES (LO QUE LA PROVISION NO CUBRE)
       ContabilizarCastigo.
             IF CastigoPend = "S" THEN
                INVOKE accounts "New"
                        RETURNING obj-accounts
                INVOKE obj-accounts "GetSucursal" using
                                                PreCuentaVinculada
                                      returning SucursalPrestamo
                INVOKE contabilidad "New"
                        RETURNING obj-contabilidad
                MOVE PreId       TO RAPreId
                MOVE LSActa      TO RAActa
                MOVE "14010101"  TO CuentaHaber

                MOVE "14990101"  TO CuentaDebe
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            ProvisionAplicada
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk

                MOVE "51150101"  TO CuentaDebe
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            GastoCastigo
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
             END-IF.

       End Method CastigarPrestamo.
      *>----------------------------------------------

       Method-ID. RegistrarRecuperacion.
      *>----------------------------------------------
      *PAGO RECIBIDO SOBRE UN PRESTAMO CASTIGADO: SE DEBITA DE LA
      *CUENTA QUE INDIQUE EL CLIENTE (EN BLANCO, LA VINCULADA) CON
      *EL MOVIMIENTO DE RECUPERACION (TIPO 8), QUE LA CONTABILIDAD
      *DIARIA LLEVA AL INGRESO POR RECUPERACIONES, Y SE ANOTA EN EL
      *REGISTRO DE RECUPERACIONES. NO SE RECIBE MAS DE LO QUE
      *FALTA POR RECUPERAR DEL CAPITAL CASTIGADO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  ExistePrestamo  PIC 9 VALUE 0.
           77  CuentaActual    PIC X(9).
           77  PendienteCastigo PIC 9(12)V99.
           77  CobroExitoso    PIC X.
           77  EstadoCuentaAct PIC 9.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  MontoEmbargado  PIC 9(10)V99.
           77  montoverificacion PIC S9(12)V99.
           01  TipoCuentaActual      PIC 9.
               88  CuentaAhorro      VALUE ZERO.
               88  CuentaCorriente   VALUE 1.
               88  CuentaPlazoFijo   VALUE 2.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  MaxRcuSeq       PIC 9(9) VALUE 0.
           77  NombreSec       PIC X(12) VALUE "RECUPSEQ".
           77  NumeroAsignado  PIC 9(9).
           77  TipoRecuperacion PIC 9 VALUE 8.
           77  ConceptoRecup   PIC X(20)
                               VALUE "RECUPERACION CASTIGO".
      *RecuperacionPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  RecuperacionPend PIC X VALUE "N".
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-fechaproceso object reference.
           01  obj-consecutivo  object reference.
           01  obj-gmf          object reference.
           77  MontoGMF         PIC 9(10)V99.
           01  obj-proteccion   object reference.
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido     PIC 9(10)V99.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
               02  CurrentDay    PIC 99.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

        Linkage Section.
           77  LSPreId         PIC 9(5).
           77  LSCuenta        PIC X(9).
           77  LSMonto         PIC 9(10)V99.
           77  RecuperacionOk  PIC 9.

       Procedure Division using  LSPreId
                                 LSCuenta
                                 LSMonto
                                 returning RecuperacionOk.

             MOVE 0 TO RecuperacionOk
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE embargo "New"
                     RETURNING obj-embargo
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
      *DESPUES DE LA HORA DE CORTE EL PAGO SE FECHA CON EL DIA
      *HABIL SIGUIENTE
             ACCEPT CurrentTime FROM TIME
             INVOKE obj-fechaproceso "GetFechaContable"
                                       using CurrentTime
                                       returning CurrentDate

             OPEN INPUT Prestamos
               MOVE LSPreId TO PreId
               READ Prestamos
                 KEY IS PreId
                 INVALID KEY
                   DISPLAY "El prestamo no existe"
                 NOT INVALID KEY
                   IF PrestamoCastigado THEN
                      MOVE 1 TO ExistePrestamo
                      MOVE PreCuentaVinculada TO CuentaActual
                   ELSE
                      DISPLAY "El prestamo no esta castigado"
                   END-IF
               END-READ
             CLOSE Prestamos

             IF ExistePrestamo = 1 THEN
                IF LSCuenta NOT = SPACES THEN
                   MOVE LSCuenta TO CuentaActual
                END-IF
                OPEN I-O Castigos
                MOVE LSPreId TO CasPreId
                READ Castigos
                  KEY IS CasPreId
                  INVALID KEY
                    MOVE 0 TO ExistePrestamo
                    DISPLAY "El castigo no esta registrado"
                  NOT INVALID KEY
                    COMPUTE PendienteCastigo
                    = CasSaldoCapital - CasRecuperado
                END-READ
                IF ExistePrestamo = 1 THEN
                   IF LSMonto = 0 OR LSMonto > PendienteCastigo THEN
                      DISPLAY "El monto debe estar entre 1 y lo"
                              " pendiente: " PendienteCastigo
                   ELSE
                      MOVE "S" TO RecuperacionPend
                      PERFORM DebitarRecuperacion
                      IF CobroExitoso = "S" THEN
                         ADD LSMonto TO CasRecuperado
                         MOVE CurrentDate TO CasFechaUltRecup
                         SUBTRACT LSMonto FROM PendienteCastigo
                         IF PendienteCastigo = 0 THEN
                            MOVE "R" TO CasEstado
                         END-IF
                         REWRITE castigos-file
                         END-REWRITE
                         PERFORM AnotarRecuperacion
                         MOVE 1 TO RecuperacionOk
                         DISPLAY "Recuperacion registrada; falta "
                                 PendienteCastigo
                      END-IF
                      MOVE "N" TO RecuperacionPend
                   END-IF
                END-IF
                CLOSE Castigos
             END-IF.

      *MISMOS CONTROLES DE COBRO DE CUOTAS: ESTADO, EMBARGOS Y
      *FONDOS SEGUN EL TIPO DE CUENTA
       DebitarRecuperacion.
             IF RecuperacionPend = "S" THEN
                MOVE "N" TO CobroExitoso
                INVOKE obj-accounts "GetEstadoCuenta" using
                                                  CuentaActual
                                        returning EstadoCuentaAct
                IF EstadoCuentaAct NOT = 0 THEN
                   DISPLAY "La cuenta a debitar no esta activa"
                ELSE
                   INVOKE obj-accounts "GetLimitesCuenta" using
                                                  CuentaActual
                                                  TipoCuentaActual
                                                  LimiteSobregiroActual
                                                  MontoMinimoActual
                                                  FechaVencimientoActual
                   INVOKE obj-accounts "GetMonto" using CuentaActual
                                             returning Montoactual
                   INVOKE obj-embargo "TotalEmbargosActivos" using
                                                  CuentaActual
                                        returning MontoEmbargado
                   MOVE Montoactual TO montonuevo
                   COMPUTE montonuevo = montonuevo - LSMonto
                   COMPUTE montoverificacion
                   = montonuevo - MontoEmbargado
      *CON PROTECCION DE SOBREGIRO EL FALTANTE SE TRAE DE LA CUENTA
      *DE AHORROS VINCULADA ANTES DE DECLARAR FONDOS INSUFICIENTES
                   IF CuentaCorriente AND montoverificacion <
                                    (0 - LimiteSobregiroActual) THEN
                      COMPUTE FaltanteSobregiro =
                              (0 - LimiteSobregiroActual)
                              - montoverificacion
                      INVOKE proteccion "New"
                              RETURNING obj-proteccion
                      INVOKE obj-proteccion "CubrirSobregiro"
                                      using CuentaActual
                                            FaltanteSobregiro
                                            CurrentDate CurrentTime
                            returning MontoBarrido
                      ADD MontoBarrido TO montonuevo
                      ADD MontoBarrido TO montoverificacion
                   END-IF
                   IF CuentaCorriente THEN
                      IF montoverificacion <
                                    (0 - LimiteSobregiroActual) THEN
                         DISPLAY "Fondos insuficientes para el pago"
                      ELSE
                         MOVE "S" TO CobroExitoso
                      END-IF
                   ELSE
                      IF montoverificacion < MontoMinimoActual THEN
                         DISPLAY "Fondos insuficientes para el pago"
                      ELSE
                         MOVE "S" TO CobroExitoso
                      END-IF
                   END-IF
                   IF CobroExitoso = "S" THEN
                      INVOKE obj-accounts "SetMonto" using
                                                  montonuevo
                                                  CuentaActual
      *TIPO 8 = RECUPERACION DE CARTERA CASTIGADA
                      INVOKE obj-transacition "CrearTransancionConcepto"
                                      using CurrentDate CurrentTime
                                          TipoRecuperacion
                                          CuentaActual
                                          LSMonto
                                          ConceptoRecup
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL DEBITO
                      INVOKE gmf "New"
                              RETURNING obj-gmf
                      INVOKE obj-gmf "CobrarGMF"
                                      using CurrentDate CurrentTime
                                            CuentaActual
                                            LSMonto
                            returning MontoGMF
                   END-IF
                END-IF
             END-IF.

      *EL NUMERO SALE DEL CONTADOR CENTRAL DE CONSECUTIVOS; EL
      *BARRIDO COMPLETO SOLO CORRE UNA VEZ, PARA SEMBRARLO
       AnotarRecuperacion.
             IF RecuperacionPend = "S" THEN
                INVOKE consecutivo "New"
                        RETURNING obj-consecutivo
                INVOKE obj-consecutivo "TomarSiguiente"
                                     using NombreSec
                                     returning NumeroAsignado
                IF NumeroAsignado = 0 THEN
                   MOVE "S" TO HayMas
                   OPEN INPUT Recuperaciones
                   PERFORM BuscarMaxRcuSeq UNTIL NoHayMas
                   CLOSE Recuperaciones
                   INVOKE obj-consecutivo "IniciarConsecutivo"
                                        using NombreSec MaxRcuSeq
                   INVOKE obj-consecutivo "TomarSiguiente"
                                        using NombreSec
                                        returning NumeroAsignado
                END-IF

                OPEN I-O Recuperaciones
                MOVE NumeroAsignado   TO RcuSeq
                MOVE LSPreId          TO RcuPreId
                MOVE CurrentDate      TO RcuFecha
                MOVE CuentaActual     TO RcuCuenta
                MOVE LSMonto          TO RcuMonto
                MOVE PendienteCastigo TO RcuPendiente
                WRITE recuperaciones-file
                END-WRITE
                CLOSE Recuperaciones
             END-IF.

       BuscarMaxRcuSeq.
             READ Recuperaciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RcuSeq > MaxRcuSeq THEN
                    MOVE RcuSeq TO MaxRcuSeq
                 END-IF
             END-READ.

       End Method RegistrarRecuperacion.
      *>----------------------------------------------

       Method-ID. ReporteCastigos.
      *>----------------------------------------------
      *CARTERA CASTIGADA: CADA PRESTAMO CON SU ACTA, EL CAPITAL
      *CASTIGADO, LO RECUPERADO Y LO QUE FALTA. EL TOTAL DE CONTROL
      *ES EL CAPITAL CASTIGADO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  TotalCastigado  PIC 9(14)V99.
           77  TotalRecuperado PIC 9(14)V99.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion   PIC X(30)
                                 VALUE "castigos_cartera.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "CARTERA CASTIGADA".
           77  EncabezadoImpresion PIC X(80)
               VALUE "PREST CLIENTE   FECHA    ACTA   CASTIGADO RECUP".
           01  LineaCastigo.
               02  LCsPreId    PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LCsCliente  PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LCsFecha    PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LCsActa     PIC X(15).
               02  FILLER      PIC X VALUE SPACE.
               02  LCsCastigado PIC 9(12)V99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCsRecuperado PIC 9(12)V99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCsEstado   PIC X.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalCastigos   PIC 9(4).

       Procedure Division using  LSFecha
                                 returning TotalCastigos.

             MOVE 0 TO TotalCastigos
             MOVE 0 TO TotalCastigado
             MOVE 0 TO TotalRecuperado
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT Castigos
             PERFORM ListarCastigoSiguiente UNTIL NoHayMas
             CLOSE Castigos

             DISPLAY "Prestamos castigados : " TotalCastigos
             DISPLAY "Capital castigado    : " TotalCastigado
             DISPLAY "Total recuperado     : " TotalRecuperado
             MOVE TotalCastigado TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl
             DISPLAY "Reporte impreso en castigos_cartera.txt".

       ListarCastigoSiguiente.
             READ Castigos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE CasPreId        TO LCsPreId
                 MOVE CasIdCustomer   TO LCsCliente
                 MOVE CasFecha        TO LCsFecha
                 MOVE CasActa         TO LCsActa
                 MOVE CasSaldoCapital TO LCsCastigado
                 MOVE CasRecuperado   TO LCsRecuperado
                 MOVE CasEstado       TO LCsEstado
                 INVOKE obj-reporte "EscribirLinea" using
                                                 LineaCastigo
                 DISPLAY LineaCastigo
                 ADD CasSaldoCapital TO TotalCastigado
                 ADD CasRecuperado   TO TotalRecuperado
                 ADD 1 TO TotalCastigos
             END-READ.

       End Method ReporteCastigos.
      *>----------------------------------------------

       Method-ID. ReasignarCliente.
      *>----------------------------------------------
      *FUSION DE CLIENTES DUPLICADOS: LOS PRESTAMOS DEL DUPLICADO
      *PASAN AL CLIENTE QUE SOBREVIVE
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSIdViejo     PIC 9(9).
           77  LSIdNuevo     PIC 9(9).
           77  TotalReasignados PIC 9(4).

       Procedure Division using  LSIdViejo  LSIdNuevo
                                 returning TotalReasignados.

             MOVE 0   TO TotalReasignados
             MOVE "S" TO HayMas
             OPEN I-O Prestamos
             PERFORM ReasignarPrestamoSiguiente UNTIL NoHayMas
             CLOSE Prestamos.

       ReasignarPrestamoSiguiente.
             READ Prestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PreIdCustomer = LSIdViejo THEN
                    MOVE LSIdNuevo TO PreIdCustomer
                    REWRITE prestamos-file
                    END-REWRITE
                    ADD 1 TO TotalReasignados
                 END-IF
             END-READ.

       End Method ReasignarCliente.
      *>----------------------------------------------

       Method-ID. ListarPrestamosPorCliente.
      *>----------------------------------------------
      *PRESTAMOS DE UN CLIENTE PARA LA PANTALLA DE SERVICIO, CON
      *SUS CUOTAS EN MORA A LA VISTA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  EstadoTexto   PIC X(9).

        Linkage Section.
           77  LSIdCustomer  PIC 9(9).
           77  TotalPrestamos PIC 9(4).

       Procedure Division using  LSIdCustomer
                                 returning TotalPrestamos.

             MOVE 0   TO TotalPrestamos
             MOVE "S" TO HayMas
             OPEN INPUT Prestamos
             PERFORM ListarPrestamoCliente UNTIL NoHayMas
             CLOSE Prestamos.

       ListarPrestamoCliente.
             READ Prestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PreIdCustomer = LSIdCustomer THEN
                    EVALUATE TRUE
                      WHEN PrestamoCancelado
                        MOVE "CANCELADO" TO EstadoTexto
                      WHEN PrestamoCastigado
                        MOVE "CASTIGADO" TO EstadoTexto
                      WHEN OTHER
                        MOVE "VIGENTE"   TO EstadoTexto
                    END-EVALUATE
                    DISPLAY PreId " capital " PreCapital
                            " cuota " PreCuotaMensual
                            " mora " PreCuotasMora
                            " " EstadoTexto
                    ADD 1 TO TotalPrestamos
                 END-IF
             END-READ.

       End Method ListarPrestamosPorCliente.
      *>----------------------------------------------

       Method-ID. CertificarPrestamosCliente.
      *>----------------------------------------------
      *ESCRIBE EN EL CERTIFICADO TRIBUTARIO UNA LINEA POR CADA
      *PRESTAMO DEL CLIENTE DESEMBOLSADO HASTA LA FECHA DE CORTE:
      *EL CAPITAL QUE SE DEBIA A ESA FECHA Y LOS INTERESES QUE EL
      *CLIENTE PAGO EN EL PERIODO. LOS PRESTAMOS CANCELADOS ANTES
      *DEL PERIODO Y SIN PAGOS EN EL NO SE LISTAN. DEVUELVE LAS
      *SUMAS DE SALDO E INTERESES
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayMasCuotas    PIC X.
           77  PreIdActual     PIC 9(5).
           77  SaldoCorte      PIC 9(12)V99.
           77  InteresPeriodo  PIC 9(12)V99.
           01  LineaPrestamo.
               02  LPId        PIC 9(5).
               02  FILLER      PIC X(5) VALUE SPACES.
               02  LPTipo      PIC X(10) VALUE "PRESTAMO".
               02  FILLER      PIC X VALUE SPACE.
               02  LPSaldo     PIC -9(10).99.
               02  FILLER      PIC X VALUE SPACE.
               02  LPInteres   PIC 9(9).99.
               02  FILLER      PIC X(32) VALUE SPACES.

        Linkage Section.
           77  LSIdCustomer    PIC 9(9).
           77  LSFechaDesde    PIC X(8).
           77  LSFechaHasta    PIC X(8).
           01  LSReporte       usage object reference.
           77  LSSaldoTotal    PIC 9(12)V99.
           77  LSInteresTotal  PIC 9(12)V99.
           77  TotalPrestamos  PIC 9(4).

       Procedure Division using  LSIdCustomer
                                 LSFechaDesde
                                 LSFechaHasta
                                 LSReporte
                                 LSSaldoTotal
                                 LSInteresTotal
                                 returning TotalPrestamos.

             MOVE 0   TO TotalPrestamos
             MOVE 0   TO LSSaldoTotal
             MOVE 0   TO LSInteresTotal
             MOVE "S" TO HayMas
             OPEN INPUT Prestamos
             OPEN INPUT Amortizacion
             PERFORM CertificarPrestamoSiguiente UNTIL NoHayMas
             CLOSE Amortizacion
             CLOSE Prestamos.

       CertificarPrestamoSiguiente.
             READ Prestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PreIdCustomer = LSIdCustomer
                    AND PreFechaAprobacion NOT > LSFechaHasta THEN
                    MOVE PreId TO PreIdActual
                    MOVE 0     TO SaldoCorte
                    MOVE 0     TO InteresPeriodo
                    MOVE "S"   TO HayMasCuotas
                    MOVE 0     TO AmoSeq
                    START Amortizacion KEY IS NOT < AmoSeq
                      INVALID KEY
                        MOVE "N" TO HayMasCuotas
                    END-START
                    PERFORM SumarCuotaCertificado
                            UNTIL HayMasCuotas = "N"
                    IF SaldoCorte > 0 OR InteresPeriodo > 0 THEN
                       MOVE PreIdActual    TO LPId
                       MOVE SaldoCorte     TO LPSaldo
                       MOVE InteresPeriodo TO LPInteres
                       DISPLAY LineaPrestamo
                       IF LSReporte NOT = NULL THEN
                          INVOKE LSReporte "EscribirLinea" using
                                                  LineaPrestamo
                       END-IF
                       ADD SaldoCorte     TO LSSaldoTotal
                       ADD InteresPeriodo TO LSInteresTotal
                       ADD 1 TO TotalPrestamos
                    END-IF
                 END-IF
             END-READ.

      *UNA CUOTA SIGUE DEBIENDOSE A LA FECHA DE CORTE SI NO ESTABA
      *PAGADA ENTONCES (LAS REEMPLAZADAS POR UNA REESTRUCTURACION
      *NO CUENTAN); SU INTERES ENTRA SI SE PAGO DENTRO DEL PERIODO
       SumarCuotaCertificado.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND NOT CuotaReemplazada THEN
                    IF CuotaPagada
                       AND AmoFechaPago NOT > LSFechaHasta THEN
                       IF AmoFechaPago NOT < LSFechaDesde
                          AND AmoInteresPagado NUMERIC THEN
                          ADD AmoInteresPagado TO InteresPeriodo
                       END-IF
                    ELSE
                       ADD AmoCapital TO SaldoCorte
                    END-IF
                 END-IF
             END-READ.

       End Method CertificarPrestamosCliente.
      *>----------------------------------------------

       Method-ID. ReportarCartera.
      *>----------------------------------------------
      *REPORTE DE LA CARTERA DE PRESTAMOS: POR CADA PRESTAMO, EL
      *CAPITAL, LA CUOTA, LAS CUOTAS PAGADAS Y LAS EN MORA. LOS
      *CASTIGADOS YA NO SON CARTERA ACTIVA: VAN EN ReporteCastigos
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  EstadoTexto   PIC X(9).
           77  MarcaReestr   PIC X(9).

        Linkage Section.
           77  TotalPrestamos PIC 9(4).

       Procedure Division returning TotalPrestamos.

             MOVE 0   TO TotalPrestamos
             MOVE "S" TO HayMas
             OPEN INPUT Prestamos
             PERFORM ReportarPrestamoSiguiente UNTIL NoHayMas
             CLOSE Prestamos.

       ReportarPrestamoSiguiente.
             READ Prestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF NOT PrestamoCastigado THEN
                    IF PrestamoCancelado THEN
                       MOVE "CANCELADO" TO EstadoTexto
                    ELSE
                       MOVE "VIGENTE"   TO EstadoTexto
                    END-IF
                    IF PreReestructurado = "S" THEN
                       MOVE "REESTRUCT" TO MarcaReestr
                    ELSE
                       MOVE SPACES      TO MarcaReestr
                    END-IF
                    DISPLAY PreId " cliente " PreIdCustomer
                            " capital " PreCapital
                            " cuota " PreCuotaMensual
                            " pagadas " PreCuotasPagadas "/"
                            PrePlazoMeses
                            " mora " PreCuotasMora
                            " " EstadoTexto " " MarcaReestr
                    ADD 1 TO TotalPrestamos
                 END-IF
             END-READ.

       End Method ReportarCartera.
      *>----------------------------------------------

       Method-ID. FijarTasaVariable.
      *>----------------------------------------------
      *CONVIERTE UN PRESTAMO RECIEN APROBADO EN TASA VARIABLE:
      *GUARDA EL INDICE, EL MARGEN Y LOS MESES ENTRE REAJUSTES, Y
      *FIJA EL PRIMER REAJUSTE A ESOS MESES DEL DESEMBOLSO. LA
      *TASA INICIAL YA VIENE CALCULADA (INDICE MAS MARGEN)
       Data Division.
        Local-Storage Section.
           77  MesesCalculo    PIC 9(6).
           77  MesResto        PIC 99.
           77  DiaPactado      PIC 99.
           01  FechaCalculo.
               02  FCAnio      PIC 9(4).
               02  FCMes       PIC 99.
               02  FCDia       PIC 99.

        Linkage Section.
           77  LSPreId         PIC 9(5).
           77  LSIndice        PIC X(4).
           77  LSSpread        PIC 9V9999.
           77  LSPeriodo       PIC 9(2).
           77  FijarOk         PIC 9.

       Procedure Division using  LSPreId
                                 LSIndice
                                 LSSpread
                                 LSPeriodo
                                 returning FijarOk.

             MOVE 0 TO FijarOk
             IF LSIndice = SPACES OR LSPeriodo = 0 THEN
                DISPLAY "Indice y meses entre reajustes son"
                DISPLAY "obligatorios"
             ELSE
             OPEN I-O Prestamos
               MOVE LSPreId TO PreId
               READ Prestamos
                 KEY IS PreId
                 INVALID KEY
                   DISPLAY "El prestamo no existe"
                 NOT INVALID KEY
                   IF NOT PrestamoVigente THEN
                      DISPLAY "El prestamo no esta vigente"
                   ELSE
                      MOVE LSIndice  TO PreIndice
                      MOVE LSSpread  TO PreSpread
                      MOVE LSPeriodo TO PrePeriodoReajuste
                      MOVE PreFechaAprobacion TO FechaCalculo
                      MOVE FCDia TO DiaPactado
                      COMPUTE MesesCalculo = FCAnio * 12 + FCMes - 1
                                           + PrePeriodoReajuste
                      DIVIDE MesesCalculo BY 12
                             GIVING FCAnio REMAINDER MesResto
                      COMPUTE FCMes = MesResto + 1
      *EL DIA PACTADO SE RECORTA AL ULTIMO DIA DE LOS MESES CORTOS
                      MOVE DiaPactado TO FCDia
                      IF FCMes = 2 AND FCDia > 28 THEN
                         MOVE 28 TO FCDia
                      END-IF
                      IF (FCMes = 4 OR FCMes = 6 OR FCMes = 9
                          OR FCMes = 11) AND FCDia > 30 THEN
                         MOVE 30 TO FCDia
                      END-IF
                      MOVE FechaCalculo TO PreFechaReajuste
                      REWRITE prestamos-file
                      END-REWRITE
                      MOVE 1 TO FijarOk
                      DISPLAY "Prestamo " LSPreId " a tasa variable "
                              LSIndice " mas " LSSpread
                      DISPLAY "Primer reajuste el " PreFechaReajuste
                   END-IF
               END-READ
             CLOSE Prestamos
             END-IF.

       End Method FijarTasaVariable.
      *>----------------------------------------------

       Method-ID. ReajustarTasasVariables.
      *>----------------------------------------------
      *REAJUSTE DE LOS PRESTAMOS DE TASA VARIABLE: A CADA PRESTAMO
      *VIGENTE CUYA FECHA DE REAJUSTE YA LLEGO SE LE RECALCULA LA
      *TASA (INDICE A LA FECHA MAS EL MARGEN), SE REHACEN LAS
      *CUOTAS POR VENCER CON EL CAPITAL QUE FALTA Y LA TASA NUEVA,
      *SE AVISA AL CLIENTE DE LA CUOTA NUEVA Y LA FECHA DE
      *REAJUSTE AVANZA UN PERIODO. LAS CUOTAS VIEJAS NO SE BORRAN:
      *QUEDAN REEMPLAZADAS COMO HISTORIA. LAS CUOTAS EN MORA NO SE
      *TOCAN. SI EL INDICE NO TIENE TASA VIGENTE EL PRESTAMO NO SE
      *REAJUSTA Y SE REINTENTA EN LA SIGUIENTE CORRIDA. LOS
      *PRESTAMOS DE TASA FIJA NO SE TOCAN
      *ReajustePend Y RehacerPend EVITAN QUE LOS PARRAFOS ACTUEN
      *CUANDO EL CONTROL CAE EN ELLOS AL FINAL DEL METODO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayMasAmo       PIC X VALUE "S".
               88  NoHayMasAmo VALUE "N".
           77  ReajustePend    PIC X VALUE "N".
           77  RehacerPend     PIC X VALUE "N".
           77  TasaIndice      PIC 9V9999.
           77  TasaNueva       PIC 9V9999.
           77  TasaAnterior    PIC 9V9999.
           77  CuotaAnterior   PIC 9(10)V99.
           77  CapitalPendiente PIC 9(12)V99.
           77  CuotasPendientes PIC 9(3).
           77  CuotasGeneradas PIC 9(3).
           77  PrimeraPendiente PIC 9(3).
           77  NumeroCuota     PIC 9(3).
           77  CuotaCapital    PIC 9(10)V99.
           77  InteresCuota    PIC 9(10)V99.
           77  CuotaNueva      PIC 9(10)V99.
           77  SaldoPendiente  PIC 9(12)V99.
           77  MaxAmoSeq       PIC 9(6) VALUE 0.
           77  PreIdActual     PIC 9(5).
           77  TotalSinTasa    PIC 9(4).
           77  MontoControl    PIC S9(14)V99.
           77  MesesCalculo    PIC 9(6).
           77  MesResto        PIC 99.
           77  DiaPactado      PIC 99.
           01  FechaCalculo.
               02  FCAnio      PIC 9(4).
               02  FCMes       PIC 99.
               02  FCDia       PIC 99.
           01  RefNotifReajuste.
               02  RNRCuota    PIC Z(8)9.
               02  FILLER      PIC X VALUE SPACE.
               02  RNRPreId    PIC 9(5).
           77  NombreImpresion   PIC X(30)
                                 VALUE "reajuste_tasas.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "REAJUSTE DE TASAS VARIABLES".
           77  EncabezadoImpresion PIC X(80)
               VALUE "PREST CLIENTE   IND TASA ANT/NUE CUOTA ANT/NUEVA".
           01  LineaReajuste.
               02  LRjPreId    PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LRjCliente  PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LRjIndice   PIC X(4).
               02  FILLER      PIC X VALUE SPACE.
               02  LRjTasaAnt  PIC 9.9999.
               02  FILLER      PIC XX VALUE SPACES.
               02  LRjTasaNue  PIC 9.9999.
               02  FILLER      PIC XX VALUE SPACES.
               02  LRjCuotaAnt PIC Z(7)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LRjCuotaNue PIC Z(7)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LRjDetalle  PIC X(8).
           01  obj-reporte          object reference.
           01  obj-tasareferencia   object reference.
           01  obj-notificacion     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalReajustados PIC 9(4).

       Procedure Division using  LSFecha
                                 returning TotalReajustados.

             MOVE 0 TO TotalReajustados
             MOVE 0 TO TotalSinTasa
             MOVE 0 TO MontoControl
             INVOKE tasareferencia "New"
                     RETURNING obj-tasareferencia
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN I-O Prestamos
             PERFORM ReajustarPrestamoSiguiente UNTIL NoHayMas
             CLOSE Prestamos

             DISPLAY "Prestamos reajustados : " TotalReajustados
             DISPLAY "Sin tasa del indice   : " TotalSinTasa
             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl
             DISPLAY "Reporte impreso en reajuste_tasas.txt".

       ReajustarPrestamoSiguiente.
             READ Prestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PrestamoVigente
                    AND PreIndice NOT = SPACES
                    AND PreFechaReajuste NOT > LSFecha THEN
                    MOVE "S" TO ReajustePend
                    PERFORM ReajustarPrestamoActual
                 END-IF
             END-READ.

       ReajustarPrestamoActual.
             IF ReajustePend = "S" THEN
                MOVE "N" TO ReajustePend
                MOVE PreId            TO PreIdActual
                MOVE PreId            TO LRjPreId
                MOVE PreIdCustomer    TO LRjCliente
                MOVE PreIndice        TO LRjIndice
                MOVE PreTasaMensual   TO LRjTasaAnt
                MOVE PreCuotaMensual  TO LRjCuotaAnt
                MOVE PreTasaMensual   TO TasaAnterior
                MOVE PreCuotaMensual  TO CuotaAnterior
                INVOKE obj-tasareferencia "ObtenerTasaReferencia"
                                     using PreIndice LSFecha
                                     returning TasaIndice
                IF TasaIndice = 0 THEN
                   MOVE TasaAnterior  TO LRjTasaNue
                   MOVE CuotaAnterior TO LRjCuotaNue
                   MOVE "SIN TASA"    TO LRjDetalle
                   ADD 1 TO TotalSinTasa
                ELSE
                   COMPUTE TasaNueva = TasaIndice + PreSpread
                   MOVE "S" TO RehacerPend
                   PERFORM RehacerCuotasReajuste
                   MOVE TasaNueva  TO PreTasaMensual
                   MOVE CuotaNueva TO PreCuotaMensual
      *LA FECHA AVANZA DE PERIODO EN PERIODO HASTA QUEDAR DESPUES
      *DE LA FECHA DE PROCESO, CONSERVANDO EL DIA DEL DESEMBOLSO
                   MOVE PreFechaAprobacion TO FechaCalculo
                   MOVE FCDia TO DiaPactado
                   IF PrePeriodoReajuste = 0 THEN
                      MOVE 1 TO PrePeriodoReajuste
                   END-IF
                   PERFORM AvanzarFechaReajuste
                           UNTIL PreFechaReajuste > LSFecha
                   REWRITE prestamos-file
                   END-REWRITE

                   MOVE PreIdActual TO RNRPreId
                   MOVE CuotaNueva  TO RNRCuota
                   INVOKE obj-notificacion "RegistrarNotificacion"
                                         using PreIdCustomer
                                               RefNotifReajuste
                                               "RTV"
                                               LSFecha

                   MOVE TasaNueva        TO LRjTasaNue
                   MOVE CuotaNueva       TO LRjCuotaNue
                   MOVE PreFechaReajuste TO LRjDetalle
                   ADD CuotaNueva TO MontoControl
                   ADD 1 TO TotalReajustados
                END-IF
                INVOKE obj-reporte "EscribirLinea" using
                                                LineaReajuste
                DISPLAY LineaReajuste
             END-IF.

      *LAS CUOTAS POR VENCER DEL PRESTAMO SE MARCAN REEMPLAZADAS Y
      *SE GENERAN DE NUEVO CON LA MISMA NUMERACION: EL CAPITAL QUE
      *FALTA EN PARTES IGUALES (LA ULTIMA ABSORBE EL RESIDUO) Y EL
      *INTERES DE LA TASA NUEVA SOBRE ESE CAPITAL
       RehacerCuotasReajuste.
             IF RehacerPend = "S" THEN
                MOVE 0   TO CapitalPendiente
                MOVE 0   TO CuotasPendientes
                MOVE 999 TO PrimeraPendiente
                MOVE 0   TO MaxAmoSeq
                MOVE "S" TO HayMasAmo
                OPEN I-O Amortizacion
                PERFORM ReemplazarCuotaReajuste UNTIL NoHayMasAmo
                CLOSE Amortizacion

                IF CuotasPendientes = 0 THEN
                   MOVE PreCuotaMensual TO CuotaNueva
                ELSE
                   COMPUTE CuotaCapital ROUNDED
                   = CapitalPendiente / CuotasPendientes
                   COMPUTE InteresCuota ROUNDED
                   = CapitalPendiente * TasaNueva
                   COMPUTE CuotaNueva = CuotaCapital + InteresCuota

                   MOVE CapitalPendiente TO SaldoPendiente
                   COMPUTE NumeroCuota = PrimeraPendiente - 1
                   MOVE 0 TO CuotasGeneradas
                   OPEN I-O Amortizacion
                   PERFORM GenerarCuotaReajuste
                           UNTIL CuotasGeneradas = CuotasPendientes
                   CLOSE Amortizacion
                END-IF
                MOVE "N" TO RehacerPend
             END-IF.

       ReemplazarCuotaReajuste.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasAmo
               NOT AT END
                 IF AmoSeq > MaxAmoSeq THEN
                    MOVE AmoSeq TO MaxAmoSeq
                 END-IF
                 IF AmoPreId = PreIdActual AND CuotaPendiente THEN
                    ADD AmoCapital TO CapitalPendiente
                    ADD 1 TO CuotasPendientes
                    IF AmoNumeroCuota < PrimeraPendiente THEN
                       MOVE AmoNumeroCuota TO PrimeraPendiente
                    END-IF
                    MOVE 3 TO AmoEstado
                    REWRITE amortizacion-file
                    END-REWRITE
                 END-IF
             END-READ.

       GenerarCuotaReajuste.
             IF RehacerPend = "S" THEN
                ADD 1 TO CuotasGeneradas
                ADD 1 TO NumeroCuota
                COMPUTE MaxAmoSeq = MaxAmoSeq + 1
                MOVE MaxAmoSeq   TO AmoSeq
                MOVE PreIdActual TO AmoPreId
                MOVE NumeroCuota TO AmoNumeroCuota
                IF CuotasGeneradas = CuotasPendientes THEN
                   MOVE SaldoPendiente TO AmoCapital
                ELSE
                   MOVE CuotaCapital   TO AmoCapital
                END-IF
                MOVE InteresCuota TO AmoInteres
                COMPUTE AmoCuota = AmoCapital + AmoInteres
                SUBTRACT AmoCapital FROM SaldoPendiente
                MOVE SaldoPendiente TO AmoSaldo
                MOVE 0 TO AmoEstado
                MOVE 0 TO AmoSeguro
                MOVE SPACES TO AmoFechaPago
                MOVE 0 TO AmoInteresPagado
                WRITE amortizacion-file
                END-WRITE
             END-IF.

       AvanzarFechaReajuste.
             MOVE PreFechaReajuste TO FechaCalculo
             COMPUTE MesesCalculo = FCAnio * 12 + FCMes - 1
                                  + PrePeriodoReajuste
             DIVIDE MesesCalculo BY 12
                    GIVING FCAnio REMAINDER MesResto
             COMPUTE FCMes = MesResto + 1
             MOVE DiaPactado TO FCDia
             IF FCMes = 2 AND FCDia > 28 THEN
                MOVE 28 TO FCDia
             END-IF
             IF (FCMes = 4 OR FCMes = 6 OR FCMes = 9
                 OR FCMes = 11) AND FCDia > 30 THEN
                MOVE 30 TO FCDia
             END-IF
             MOVE FechaCalculo TO PreFechaReajuste.

       End Method ReajustarTasasVariables.
      *>----------------------------------------------

       Method-ID. SaldarPorSiniestro.
      *>----------------------------------------------
      *SINIESTRO DEL SEGURO DE VIDA DEUDOR: AL ABRIRSE LA SUCESION
      *DE UN CLIENTE FALLECIDO, CADA PRESTAMO VIGENTE SUYO QUEDA
      *SALDADO POR LA ASEGURADORA. LAS CUOTAS NO PAGADAS QUEDAN
      *PAGADAS, EL CAPITAL Y EL INTERES CAUSADO PASAN A LA CUENTA
      *POR COBRAR A LA ASEGURADORA Y EL RECLAMO QUEDA REGISTRADO
      *PARA LA REMESA. LOS CASTIGADOS NO SE TOCAN (YA SALIERON DEL
      *BALANCE)
      *SiniestroPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayMasAmo       PIC X VALUE "S".
               88  NoHayMasAmo VALUE "N".
           77  SiniestroPend   PIC X VALUE "N".
           77  PreIdActual     PIC 9(5).
           77  CapitalSaldado  PIC 9(12)V99.
           77  InteresSaldado  PIC 9(12)V99.
           77  SucursalPrestamo PIC 9(2).
           77  CuentaDebe      PIC X(8).
           77  CuentaHaber     PIC X(8).
           77  OrigenAsiento   PIC X(12) VALUE "SEGURO VIDA".
           77  AsientoOk       PIC 9.
           77  SiniestroOk     PIC 9.
           01  ReferenciaAsiento.
               02  RAPreId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  RADetalle   PIC X(14) VALUE "SINIESTRO".
           01  obj-accounts     object reference.
           01  obj-contabilidad object reference.
           01  obj-segurovida   object reference.

        Linkage Section.
           77  LSIdCustomer    PIC 9(9).
           77  LSFecha         PIC X(8).
           77  LSDocumento     PIC X(20).
           77  TotalSaldados   PIC 9(4).

       Procedure Division using  LSIdCustomer
                                 LSFecha
                                 LSDocumento
                                 returning TotalSaldados.

             MOVE 0 TO TotalSaldados
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad
             INVOKE segurovida "New"
                     RETURNING obj-segurovida

             MOVE "S" TO HayMas
             OPEN I-O Prestamos
             PERFORM SaldarPrestamoSiguiente UNTIL NoHayMas
             CLOSE Prestamos.

       SaldarPrestamoSiguiente.
             READ Prestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PrestamoVigente
                    AND PreIdCustomer = LSIdCustomer THEN
                    MOVE "S" TO SiniestroPend
                    PERFORM SaldarPrestamoActual
                 END-IF
             END-READ.

      *CUENTAS CONTABLES DEL SINIESTRO:
      *  16100101 CUENTA POR COBRAR A LA ASEGURADORA
      *  14010101 CARTERA DE CREDITOS
      *  16050101 INTERESES POR COBRAR CARTERA
       SaldarPrestamoActual.
             IF SiniestroPend = "S" THEN
                MOVE "N" TO SiniestroPend
                MOVE PreId TO PreIdActual
                MOVE 0 TO CapitalSaldado
                MOVE "S" TO HayMasAmo
                OPEN I-O Amortizacion
                PERFORM SaldarCuotaSiniestro UNTIL NoHayMasAmo
                CLOSE Amortizacion

                MOVE 0 TO InteresSaldado
                OPEN I-O Causaciones
                MOVE PreIdActual TO CauPreId
                READ Causaciones
                  KEY IS CauPreId
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE CauAcumulado TO InteresSaldado
                    MOVE 0 TO CauAcumulado
                    REWRITE causaciones-file
                    END-REWRITE
                END-READ
                CLOSE Causaciones

                MOVE 1             TO PreEstado
                MOVE PrePlazoMeses TO PreCuotasPagadas
                MOVE 0             TO PreCuotasMora
                REWRITE prestamos-file
                END-REWRITE

                INVOKE obj-accounts "GetSucursal" using
                                             PreCuentaVinculada
                                   returning SucursalPrestamo
                MOVE PreIdActual TO RAPreId
                MOVE "16100101"  TO CuentaDebe
                MOVE "14010101"  TO CuentaHaber
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            CapitalSaldado
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
                MOVE "16050101"  TO CuentaHaber
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            InteresSaldado
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk

                INVOKE obj-segurovida "RegistrarSiniestro"
                                      using PreIdActual
                                            LSIdCustomer
                                            LSFecha
                                            LSDocumento
                                            CapitalSaldado
                                            InteresSaldado
                                      returning SiniestroOk
                ADD 1 TO TotalSaldados
                DISPLAY "Prestamo " PreIdActual " saldado por el"
                        " seguro: capital " CapitalSaldado
                        " interes " InteresSaldado
             END-IF.

       SaldarCuotaSiniestro.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasAmo
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND (CuotaPendiente OR CuotaEnMora) THEN
                    ADD AmoCapital TO CapitalSaldado
                    MOVE 1 TO AmoEstado
                    MOVE LSFecha TO AmoFechaPago
                    MOVE 0 TO AmoInteresPagado
                    REWRITE amortizacion-file
                    END-REWRITE
                 END-IF
             END-READ.

       End Method SaldarPorSiniestro.
      *>----------------------------------------------

       Method-ID. ConsultarMoraPrestamo.
      *>----------------------------------------------
      *SITUACION DE MORA DE UN PRESTAMO PARA LA GESTION DE
      *COBRANZA: DIAS DE MORA A LA FECHA (CON LA MISMA REGLA DE LA
      *CALIFICACION DE CARTERA) Y VALOR VENCIDO (CUOTAS EN MORA MAS
      *SU PRIMA DE SEGURO). DEVUELVE EL ESTADO DEL PRESTAMO, O 9 SI
      *NO EXISTE
       Data Division.
        Local-Storage Section.
           77  HayMasCuotas    PIC X.
           77  PreIdActual     PIC 9(5).
           77  CuotaMoraVieja  PIC 9(3).
           77  DiasMora        PIC S9(5).
           77  DiasDesdeAprob  PIC S9(5).
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaAprDesc.
               02  FAAnio      PIC 9(4).
               02  FAMes       PIC 99.
               02  FADia       PIC 99.

        Linkage Section.
           77  LSPreId         PIC 9(5).
           77  LSFecha         PIC X(8).
           77  LSDiasMora      PIC 9(5).
           77  LSMontoMora     PIC 9(12)V99.
           77  LSEstado        PIC 9.

       Procedure Division using  LSPreId
                                 LSFecha
                                 LSDiasMora
                                 LSMontoMora
                                 returning LSEstado.

             MOVE 0 TO LSDiasMora
             MOVE 0 TO LSMontoMora
             MOVE 9 TO LSEstado
             MOVE LSFecha TO FechaHoyDesc
             MOVE LSPreId TO PreIdActual
             OPEN INPUT Prestamos
             MOVE LSPreId TO PreId
             READ Prestamos
               KEY IS PreId
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE PreEstado TO LSEstado
             END-READ
             CLOSE Prestamos

             IF LSEstado NOT = 9 AND PreCuotasMora > 0 THEN
                MOVE 999 TO CuotaMoraVieja
                MOVE "S" TO HayMasCuotas
                OPEN INPUT Amortizacion
                PERFORM RevisarCuotaMoraCob UNTIL HayMasCuotas = "N"
                CLOSE Amortizacion
                IF PreFechaAprobacion = SPACES THEN
                   COMPUTE DiasMora = PreCuotasMora * 30
                ELSE
                   MOVE PreFechaAprobacion TO FechaAprDesc
                   COMPUTE DiasDesdeAprob =
                           ((FHAnio - FAAnio) * 360)
                         + ((FHMes - FAMes) * 30)
                         + (FHDia - FADia)
                   COMPUTE DiasMora = DiasDesdeAprob
                         - (CuotaMoraVieja * 30)
                END-IF
                IF DiasMora > 0 THEN
                   MOVE DiasMora TO LSDiasMora
                END-IF
             END-IF.

       RevisarCuotaMoraCob.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND CuotaEnMora THEN
                    ADD AmoCuota TO LSMontoMora
                    IF AmoSeguro IS NUMERIC THEN
                       ADD AmoSeguro TO LSMontoMora
                    END-IF
                    IF AmoNumeroCuota < CuotaMoraVieja THEN
                       MOVE AmoNumeroCuota TO CuotaMoraVieja
                    END-IF
                 END-IF
             END-READ.

       End Method ConsultarMoraPrestamo.
      *>----------------------------------------------

       Method-ID. SaldoCapitalPrestamo.
      *>----------------------------------------------
      *CAPITAL PENDIENTE DE UN PRESTAMO (CUOTAS NO PAGADAS NI
      *REEMPLAZADAS), PARA LA EXPOSICION POR DEUDOR Y GRUPO
       Data Division.
        Local-Storage Section.
           77  HayMasCuotas    PIC X.

        Linkage Section.
           77  LSPreId         PIC 9(5).
           77  LSSaldo         PIC 9(12)V99.

       Procedure Division using  LSPreId
                                 returning LSSaldo.

             MOVE 0   TO LSSaldo
             MOVE "S" TO HayMasCuotas
             OPEN INPUT Amortizacion
             PERFORM SumarCapitalPendiente UNTIL HayMasCuotas = "N"
             CLOSE Amortizacion.

       SumarCapitalPendiente.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = LSPreId
                    AND AmoEstado NOT = 1
                    AND AmoEstado NOT = 3 THEN
                    ADD AmoCapital TO LSSaldo
                 END-IF
             END-READ.

       End Method SaldoCapitalPrestamo.
      *>----------------------------------------------

       Method-ID. ConsultarProximaCuota.
      *>----------------------------------------------
      *PROXIMA CUOTA POR PAGAR DE UN PRESTAMO DEL CLIENTE DADO: LA
      *NO PAGADA MAS ANTIGUA (LAS EN MORA PRIMERO), CON LA PRIMA DEL
      *SEGURO DE VIDA DEUDOR QUE SE COBRARIA CON ELLA, Y LA CUENTA
      *VINCULADA. DEVUELVE EL ESTADO DEL PRESTAMO, O 9 SI NO EXISTE
      *O ES DE OTRO CLIENTE. SIN CUOTAS POR PAGAR EL NUMERO VA EN
      *CERO
       Data Division.
        Local-Storage Section.
           77  HayMasCuotas    PIC X.
           77  PreIdActual     PIC 9(5).
           77  SeguroHallado   PIC 9(10)V99.
           77  SaldoAsegurado  PIC 9(12)V99.
           77  CodigoSeguro    PIC X(12) VALUE "SEGVIDAXMIL".
           77  ValorDefecto    PIC 9(12)V99.
           77  TasaSeguroMil   PIC 9(12)V99.
           77  FechaHoy        PIC X(8).
           01  obj-parametro    object reference.
           01  obj-fechaproceso object reference.

        Linkage Section.
           77  LSPreId         PIC 9(5).
           77  LSIdCustomer    PIC 9(9).
           77  LSCuenta        PIC X(9).
           77  LSNumCuota      PIC 9(3).
           77  LSValorCuota    PIC 9(10)V99.
           77  LSEstado        PIC 9.

       Procedure Division using  LSPreId
                                 LSIdCustomer
                                 LSCuenta
                                 LSNumCuota
                                 LSValorCuota
                                 returning LSEstado.

             MOVE 9      TO LSEstado
             MOVE SPACES TO LSCuenta
             MOVE 0      TO LSNumCuota
             MOVE 0      TO LSValorCuota
             MOVE LSPreId TO PreIdActual
             OPEN INPUT Prestamos
             MOVE LSPreId TO PreId
             READ Prestamos
               KEY IS PreId
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PreIdCustomer = LSIdCustomer THEN
                    MOVE PreEstado          TO LSEstado
                    MOVE PreCuentaVinculada TO LSCuenta
                 END-IF
             END-READ
             CLOSE Prestamos

             IF LSEstado = 0 THEN
                MOVE 999 TO LSNumCuota
                MOVE 0   TO SeguroHallado
                MOVE "S" TO HayMasCuotas
                OPEN INPUT Amortizacion
                PERFORM RevisarProximaCuota UNTIL HayMasCuotas = "N"
                CLOSE Amortizacion
                IF LSNumCuota = 999 THEN
                   MOVE 0 TO LSNumCuota
                ELSE
      *LA PRIMA AUN NO FIJADA SE ESTIMA CON LA TARIFA VIGENTE,
      *IGUAL QUE LA FIJARA EL COBRO
                   IF SeguroHallado = 0 THEN
                      INVOKE fechaproceso "New"
                              RETURNING obj-fechaproceso
                      INVOKE obj-fechaproceso "GetFechaProceso"
                                                returning FechaHoy
                      INVOKE parametro "New"
                              RETURNING obj-parametro
                      MOVE 0.40 TO ValorDefecto
                      INVOKE obj-parametro "ObtenerParametro"
                                           using CodigoSeguro
                                                 FechaHoy
                                                 ValorDefecto
                                           returning TasaSeguroMil
                      COMPUTE SeguroHallado ROUNDED
                            = SaldoAsegurado * TasaSeguroMil / 1000
                   END-IF
                   ADD SeguroHallado TO LSValorCuota
                END-IF
             END-IF.

       RevisarProximaCuota.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND AmoEstado NOT = 1
                    AND AmoEstado NOT = 3
                    AND AmoNumeroCuota < LSNumCuota THEN
                    MOVE AmoNumeroCuota TO LSNumCuota
                    MOVE AmoCuota       TO LSValorCuota
                    IF AmoSeguro NUMERIC THEN
                       MOVE AmoSeguro TO SeguroHallado
                    ELSE
                       MOVE 0 TO SeguroHallado
                    END-IF
                    COMPUTE SaldoAsegurado = AmoSaldo + AmoCapital
                 END-IF
             END-READ.

       End Method ConsultarProximaCuota.
      *>----------------------------------------------

       Method-ID. PagarCuotaPrestamo.
      *>----------------------------------------------
      *PAGO ANTICIPADO DE LA PROXIMA CUOTA A PETICION DEL CLIENTE:
      *DEBITA DE LA CUENTA VINCULADA LA CUOTA NO PAGADA MAS ANTIGUA
      *CON SU PRIMA DE SEGURO, CON LOS MISMOS CONTROLES, ASIENTOS Y
      *REMESA A LA ASEGURADORA DEL COBRO MENSUAL. LA ULTIMA CUOTA
      *DEJA EL PRESTAMO CANCELADO
       Data Division.
        Local-Storage Section.
           77  HayMasCuotas    PIC X.
           77  HayCuota        PIC X VALUE "N".
           77  ExistePrestamo  PIC 9.
           77  AmoSeqHallada   PIC 9(6).
           77  CuotaHallada    PIC 9(10)V99.
           77  InteresHallado  PIC 9(10)V99.
           77  NumCuotaHallada PIC 9(3).
           77  SeguroHallado   PIC 9(10)V99.
           77  MontoAsientoSeguro PIC 9(12)V99.
           77  SaldoAsegurado  PIC 9(12)V99.
           77  PreIdActual     PIC 9(5).
           77  ClienteActual   PIC 9(9).
           77  CuentaActual    PIC X(9).
           77  EraMora         PIC X.
           77  CobroExitoso    PIC X VALUE "N".
           77  EstadoCuentaAct PIC 9.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  MontoEmbargado  PIC 9(10)V99.
           77  montoverificacion PIC S9(12)V99.
           01  TipoCuentaActual      PIC 9.
               88  CuentaAhorro      VALUE ZERO.
               88  CuentaCorriente   VALUE 1.
               88  CuentaPlazoFijo   VALUE 2.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  MontoDebito     PIC 9(10)V99.
           77  ConceptoCuota   PIC X(20) VALUE "PAGO CUOTA PRESTAMO".
           77  MontoGMF        PIC 9(10)V99.
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido    PIC 9(10)V99.
           77  InteresCausadoCob PIC 9(12)V99.
           77  InteresNoCausado PIC 9(12)V99.
           77  SucursalPrestamo PIC 9(2).
           77  CuentaDebe      PIC X(8).
           77  CuentaHaber     PIC X(8).
           77  OrigenAsiento   PIC X(12) VALUE "CAUSACION".
           77  AsientoOk       PIC 9.
           01  ReferenciaAsiento.
               02  RAPreId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  RADetalle   PIC X(14) VALUE "COBRO CUOTA".
           77  CodigoSeguro    PIC X(12) VALUE "SEGVIDAXMIL".
           77  ValorDefecto    PIC 9(12)V99.
           77  TasaSeguroMil   PIC 9(12)V99.
           77  OrigenSeguro    PIC X(12) VALUE "SEGURO VIDA".
           01  ReferenciaSeguro.
               02  RSPreId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  RSDetalle   PIC X(14) VALUE "PRIMA SEGURO".
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-fechaproceso object reference.
           01  obj-gmf          object reference.
           01  obj-proteccion   object reference.
           01  obj-contabilidad object reference.
           01  obj-parametro    object reference.
           01  obj-segurovida   object reference.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
               02  CurrentDay    PIC 99.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

        Linkage Section.
           77  LSPreId         PIC 9(5).
           77  LSPagoOk        PIC 9.

       Procedure Division using  LSPreId
                                 returning LSPagoOk.

             MOVE 0 TO LSPagoOk
             MOVE LSPreId TO PreIdActual
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE embargo "New"
                     RETURNING obj-embargo
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
      *DESPUES DE LA HORA DE CORTE EL PAGO SE FECHA CON EL DIA
      *HABIL SIGUIENTE
             ACCEPT CurrentTime FROM TIME
             INVOKE obj-fechaproceso "GetFechaContable"
                                       using CurrentTime
                                       returning CurrentDate
             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE 0.40 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoSeguro
                                        CurrentDate
                                        ValorDefecto
                                  returning TasaSeguroMil

      *LEER EL PRESTAMO Y VERIFICAR QUE SIGA VIGENTE
             MOVE 0 TO ExistePrestamo
             OPEN INPUT Prestamos
               MOVE LSPreId TO PreId
               READ Prestamos
                 KEY IS PreId
                 INVALID KEY
                   DISPLAY "El prestamo no existe"
                 NOT INVALID KEY
                   IF PrestamoVigente THEN
                      MOVE 1 TO ExistePrestamo
                      MOVE PreCuentaVinculada TO CuentaActual
                      MOVE PreIdCustomer      TO ClienteActual
                   ELSE
                      DISPLAY "El prestamo no esta vigente"
                   END-IF
               END-READ
             CLOSE Prestamos

             IF ExistePrestamo = 1 THEN
                MOVE 0   TO AmoSeqHallada
                MOVE 999 TO NumCuotaHallada
                MOVE "S" TO HayMasCuotas
                OPEN INPUT Amortizacion
                PERFORM RevisarCuotaPago UNTIL HayMasCuotas = "N"
                CLOSE Amortizacion
                IF HayCuota = "N" THEN
                   DISPLAY "El prestamo no tiene cuotas por pagar"
                END-IF
             END-IF

      *MISMOS CONTROLES DEL COBRO MENSUAL: ESTADO, EMBARGOS Y
      *FONDOS SEGUN EL TIPO DE CUENTA
             IF HayCuota = "S" THEN
                IF SeguroHallado = 0 AND TasaSeguroMil > 0 THEN
                   COMPUTE SeguroHallado ROUNDED
                         = SaldoAsegurado * TasaSeguroMil / 1000
                END-IF
                COMPUTE MontoDebito = CuotaHallada + SeguroHallado
                INVOKE obj-accounts "GetEstadoCuenta" using
                                               CuentaActual
                                     returning EstadoCuentaAct
                IF EstadoCuentaAct NOT = 0 THEN
                   DISPLAY "La cuenta vinculada no esta activa"
                ELSE
                   INVOKE obj-accounts "GetLimitesCuenta" using
                                               CuentaActual
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
                   INVOKE obj-accounts "GetMonto" using CuentaActual
                                             returning Montoactual
                   INVOKE obj-embargo "TotalEmbargosActivos" using
                                               CuentaActual
                                     returning MontoEmbargado
                   MOVE Montoactual TO montonuevo
                   COMPUTE montonuevo = montonuevo - MontoDebito
                   COMPUTE montoverificacion
                   = montonuevo - MontoEmbargado
      *CON PROTECCION DE SOBREGIRO EL FALTANTE SE TRAE DE LA CUENTA
      *DE AHORROS VINCULADA ANTES DE DECLARAR FONDOS INSUFICIENTES
                   IF CuentaCorriente AND montoverificacion <
                                       (0 - LimiteSobregiroActual) THEN
                      COMPUTE FaltanteSobregiro =
                              (0 - LimiteSobregiroActual)
                              - montoverificacion
                      INVOKE proteccion "New"
                              RETURNING obj-proteccion
                      INVOKE obj-proteccion "CubrirSobregiro"
                                   using CuentaActual FaltanteSobregiro
                                         CurrentDate CurrentTime
                            returning MontoBarrido
                      ADD MontoBarrido TO montonuevo
                      ADD MontoBarrido TO montoverificacion
                   END-IF
                   IF CuentaCorriente THEN
                      IF montoverificacion <
                                    (0 - LimiteSobregiroActual) THEN
                         DISPLAY "Fondos insuficientes para la cuota"
                      ELSE
                         MOVE "S" TO CobroExitoso
                      END-IF
                   ELSE
                      IF montoverificacion < MontoMinimoActual THEN
                         DISPLAY "Fondos insuficientes para la cuota"
                      ELSE
                         MOVE "S" TO CobroExitoso
                      END-IF
                   END-IF
                END-IF
             END-IF

             IF CobroExitoso = "S" THEN
                INVOKE obj-accounts "SetMonto" using
                                               montonuevo
                                               CuentaActual
      *TIPO 1 = RETIRO (CUOTA DE PRESTAMO MAS PRIMA DE SEGURO)
                INVOKE obj-transacition "CrearTransancionConcepto"
                                   using CurrentDate CurrentTime
                                       1
                                       CuentaActual
                                       MontoDebito
                                       ConceptoCuota
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL DEBITO
                INVOKE gmf "New"
                        RETURNING obj-gmf
                INVOKE obj-gmf "CobrarGMF"
                                   using CurrentDate CurrentTime
                                         CuentaActual
                                         MontoDebito
                      returning MontoGMF

      *LA CUOTA QUEDA PAGADA CON SU PRIMA FIJADA
                OPEN I-O Amortizacion
                  MOVE AmoSeqHallada TO AmoSeq
                  READ Amortizacion
                    KEY IS AmoSeq
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE 1             TO AmoEstado
                      MOVE SeguroHallado TO AmoSeguro
                      MOVE CurrentDate   TO AmoFechaPago
                      MOVE AmoInteres    TO AmoInteresPagado
                      REWRITE amortizacion-file
                      END-REWRITE
                  END-READ
                CLOSE Amortizacion

      *EL INTERES SALDA PRIMERO LO CAUSADO Y EL RESTO VA DIRECTO AL
      *INGRESO:
      *  11010101 CAJA
      *  16050101 INTERESES POR COBRAR CARTERA
      *  41020101 INGRESO INTERESES CARTERA
                MOVE 0 TO InteresCausadoCob
                OPEN I-O Causaciones
                MOVE PreIdActual TO CauPreId
                READ Causaciones
                  KEY IS CauPreId
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CauAcumulado > InteresHallado THEN
                       MOVE InteresHallado TO InteresCausadoCob
                    ELSE
                       MOVE CauAcumulado TO InteresCausadoCob
                    END-IF
                    SUBTRACT InteresCausadoCob FROM CauAcumulado
                    REWRITE causaciones-file
                    END-REWRITE
                END-READ
                CLOSE Causaciones
                COMPUTE InteresNoCausado
                      = InteresHallado - InteresCausadoCob
                INVOKE obj-accounts "GetSucursal" using CuentaActual
                                      returning SucursalPrestamo
                INVOKE contabilidad "New"
                        RETURNING obj-contabilidad
                MOVE PreIdActual TO RAPreId
                MOVE "11010101"  TO CuentaDebe
                MOVE "16050101"  TO CuentaHaber
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using CurrentDate
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            InteresCausadoCob
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
                MOVE "41020101"  TO CuentaHaber
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using CurrentDate
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            InteresNoCausado
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk

      *LA PRIMA QUEDA POR PAGAR A LA ASEGURADORA HASTA LA REMESA:
      *  11010101 CAJA
      *  24040101 PRIMAS DE SEGURO POR PAGAR
                IF SeguroHallado > 0 THEN
                   MOVE PreIdActual TO RSPreId
                   MOVE "24040101"  TO CuentaHaber
                   MOVE SeguroHallado TO MontoAsientoSeguro
                   INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using CurrentDate
                                            SucursalPrestamo
                                            CuentaDebe
                                            CuentaHaber
                                            MontoAsientoSeguro
                                            OrigenSeguro
                                            ReferenciaSeguro
                                      returning AsientoOk
                   INVOKE segurovida "New"
                           RETURNING obj-segurovida
                   INVOKE obj-segurovida "RegistrarPrima"
                                      using PreIdActual
                                            ClienteActual
                                            NumCuotaHallada
                                            CurrentDate
                                            SaldoAsegurado
                                            SeguroHallado
                END-IF

      *EL MAESTRO CUENTA LA CUOTA PAGADA Y SALE DE MORA SI LO ESTABA
                OPEN I-O Prestamos
                  MOVE PreIdActual TO PreId
                  READ Prestamos
                    KEY IS PreId
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      ADD 1 TO PreCuotasPagadas
                      IF EraMora = "S" AND PreCuotasMora > 0 THEN
                         SUBTRACT 1 FROM PreCuotasMora
                      END-IF
                      IF PreCuotasPagadas = PrePlazoMeses THEN
                         MOVE 1 TO PreEstado
                         DISPLAY "Prestamo " PreId " CANCELADO"
                      END-IF
                      REWRITE prestamos-file
                      END-REWRITE
                  END-READ
                CLOSE Prestamos
                MOVE 1 TO LSPagoOk
                DISPLAY "Prestamo " PreIdActual " cuota "
                        NumCuotaHallada " PAGADA por "
                        CuotaHallada " seguro " SeguroHallado
             END-IF.

       RevisarCuotaPago.
             READ Amortizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMasCuotas
               NOT AT END
                 IF AmoPreId = PreIdActual
                    AND AmoEstado NOT = 1
                    AND AmoEstado NOT = 3
                    AND AmoNumeroCuota < NumCuotaHallada THEN
                    MOVE "S"            TO HayCuota
                    MOVE AmoSeq         TO AmoSeqHallada
                    MOVE AmoCuota       TO CuotaHallada
                    MOVE AmoInteres     TO InteresHallado
                    MOVE AmoNumeroCuota TO NumCuotaHallada
                    IF CuotaEnMora THEN
                       MOVE "S" TO EraMora
                    ELSE
                       MOVE "N" TO EraMora
                    END-IF
                    IF AmoSeguro NUMERIC THEN
                       MOVE AmoSeguro TO SeguroHallado
                    ELSE
                       MOVE 0 TO SeguroHallado
                    END-IF
                    COMPUTE SaldoAsegurado = AmoSaldo + AmoCapital
                 END-IF
             END-READ.

       End Method PagarCuotaPrestamo.
      *>----------------------------------------------

       Method-ID. ContarPrestamosCliente.
      *>----------------------------------------------
      *CUANTOS PRESTAMOS (EN CUALQUIER ESTADO) APUNTAN AL CLIENTE.
      *LA DEPURACION NO RETIRA UN CLIENTE MIENTRAS TENGA ALGUNO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSIdCustomer  PIC 9(9).
           77  TotalPrestamos PIC 9(4).

       Procedure Division using  LSIdCustomer
                                 returning TotalPrestamos.

             MOVE 0   TO TotalPrestamos
             MOVE "S" TO HayMas
             OPEN INPUT Prestamos
             PERFORM ContarPrestamoCliente UNTIL NoHayMas
             CLOSE Prestamos.

       ContarPrestamoCliente.
             READ Prestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PreIdCustomer = LSIdCustomer THEN
                    ADD 1 TO TotalPrestamos
                 END-IF
             END-READ.

       End Method ContarPrestamosCliente.
      *>----------------------------------------------

       end object.
