           tarjetacuenta is class "tarjetacuenta"
           calendario   is class "calendario"
           registrocambios is class "registrocambios"
           gmf          is class "gmf"
           debitcard    is class "debitcard"
           incidente    is class "incidente"
           contabilidad is class "contabilidad"
           producto     is class "producto"
           plazofijo    is class "plazofijo"
           reporte      is class "reporte".

       working-storage section.
           access is dynamic
           record key is ConsecId.

           SELECT CuentasCerradas ASSIGN TO "cuentas_cerradas.dat"
           organization is indexed
           access is dynamic
           record key is CerCuenta.

       DATA DIVISION.
       FILE SECTION.
       FD Accounts.
      *FECHAVENCIMIENTO: SOLO APLICA A CUENTAS DE PLAZO FIJO
           05  FechaVencimiento PIC X(8).
      *ESTADOCUENTA: CICLO DE VIDA DE LA CUENTA. UNA CUENTA CERRADA
      *CONSERVA SU REGISTRO PARA LA HISTORIA HASTA QUE VENCE SU
      *PLAZO DE RETENCION; ENTONCES LA DEPURACION ANUAL LA PASA AL
      *ARCHIVO FUERA DE LINEA
           05  EstadoCuenta    PIC 9.
               88  CuentaActiva    VALUE 0.
               88  CuentaBloqueada VALUE 1.
      *AMBOS TITULARES PARA DEBITOS POR ENCIMA DEL UMBRAL
           05  Mancomunada     PIC X.
           05  UmbralMancomunada PIC 9(10)V99.
      *PRODUCTOCUENTA: CODIGO DEL CATALOGO DE PRODUCTOS. ESPACIOS
      *EQUIVALE AL PRODUCTO BASE DEL TIPO DE CUENTA
           05  ProductoCuenta  PIC X(4).

       FD ExtractoRegulSaldos.
       01 extracto-regul-saldos-linea PIC X(80).
           05  ConsecId          PIC 9.
           05  UltimoConsecutivo PIC 9(6).

       FD CuentasCerradas.
      *FECHA DE CIERRE DE CADA CUENTA CERRADA: DESDE ELLA CORRE EL
      *PLAZO DE RETENCION QUE APLICA LA DEPURACION ANUAL
       01 cuentas-cerradas-file.
           05  CerCuenta         PIC X(9).
           05  CerFecha          PIC X(8).


       Method-ID. GetMonto.
      *>----------------------------------------------
           01  obj-transacition  object reference.
           01  obj-fechaproceso  object reference.
           01  obj-tasas         object reference.
           01  obj-producto      object reference.
      *TIPO CON QUE SE LEE EL MAESTRO DE TASAS: EL TRAMO DEL
      *PRODUCTO DE LA CUENTA
           77  TipoTasaCuenta    PIC 9.
           01  obj-registrointeres object reference.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.
        Linkage Section.
           77  TotalCuentas      PIC 9(4).

                                       returning CurrentDate
             INVOKE tasas "New"
                     RETURNING obj-tasas
             INVOKE producto "New"
                     RETURNING obj-producto
             INVOKE registrointeres "New"
                     RETURNING obj-registrointeres
             ACCEPT  CurrentTime FROM TIME
                 MOVE "N" TO HayMas
               NOT AT END
                 IF Ahorro THEN
                    INVOKE obj-producto "GetTipoTasaProducto"
                                    using ProductoCuenta
                                          TipodeCueta
                                    returning TipoTasaCuenta
                    INVOKE obj-tasas "ObtenerTasaVigente"
                                    using TipoTasaCuenta
                                          Montodisponible
                                          CurrentDate
                                    returning TasaAplicable
                       ADD MontoNeto TO Montodisponible
                       REWRITE accounts-file
                       END-REWRITE
                       MOVE accounts-file TO ImagenCambio
                       INVOKE registrocambios "New"
                               RETURNING obj-registrocambios
                       INVOKE obj-registrocambios "RegistrarImagen"
                                            using "A" ImagenCambio
      *TIPO 4 = INTERES (BRUTO)
                       INVOKE obj-transacition "CrearTransancion"
                                       using CurrentDate CurrentTime
       End Method AcreditarInteresAhorro.
      *>----------------------------------------------

       Method-ID. ProyectarInteresAhorro.
      *>----------------------------------------------
      *SIMULACION DEL CIERRE: CALCULA EL INTERES DE CADA CUENTA DE
      *AHORROS CON LA MISMA LECTURA DEL MAESTRO DE TASAS QUE
      *AcreditarInteresAhorro, SIN REESCRIBIR SALDOS NI REGISTRAR
      *MOVIMIENTOS. LAS CUENTAS CON SALDO Y SIN TASA VIGENTE SE
      *LISTAN COMO RECHAZO, Y SE DEVUELVE LA MAYOR TASA APLICADA
      *PARA DETECTAR UNA FILA MAL CARGADA EN EL MAESTRO
       Data Division.
        Local-Storage Section.
           77  HayMas            PIC X VALUE "S".
               88  NoHayMas      VALUE "N".
           77  MontoInteres      PIC S9(10)V99.
           77  TasaAplicable     PIC 9V9999.
           77  TasaRetencion     PIC 9V9999.
           77  MontoRetencion    PIC S9(10)V99.
           77  TasaTexto         PIC 9.9999.
           01  obj-fechaproceso  object reference.
           01  obj-tasas         object reference.
           01  obj-producto      object reference.
      *TIPO CON QUE SE LEE EL MAESTRO DE TASAS: EL TRAMO DEL
      *PRODUCTO DE LA CUENTA
           77  TipoTasaCuenta    PIC 9.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
               02  CurrentDay    PIC 99.
           01  LineaProyeccion.
               02  LPPaso        PIC X(10) VALUE "INTERES".
               02  FILLER        PIC X VALUE SPACE.
               02  LPCuenta      PIC X(9).
               02  FILLER        PIC X VALUE SPACE.
               02  LPMovimiento  PIC X(7).
               02  FILLER        PIC X VALUE SPACE.
               02  LPMonto       PIC Z(9)9.99.
               02  FILLER        PIC X VALUE SPACE.
               02  LPDetalle     PIC X(37).

        Linkage Section.
           01  LSReporte         usage object reference.
           77  LSTotalInteres    PIC 9(10)V99.
           77  LSTotalRetencion  PIC 9(10)V99.
           77  LSTasaMaxima      PIC 9V9999.
           77  LSSinTasa         PIC 9(4).
           77  TotalCuentas      PIC 9(4).

       Procedure Division using  LSReporte
                                 LSTotalInteres
                                 LSTotalRetencion
                                 LSTasaMaxima
                                 LSSinTasa
                                 returning TotalCuentas.

             MOVE 0   TO TotalCuentas
             MOVE 0   TO LSTotalInteres
             MOVE 0   TO LSTotalRetencion
             MOVE 0   TO LSTasaMaxima
             MOVE 0   TO LSSinTasa
             MOVE "S" TO HayMas
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning CurrentDate
             INVOKE tasas "New"
                     RETURNING obj-tasas
             INVOKE producto "New"
                     RETURNING obj-producto
             OPEN INPUT Accounts
             PERFORM ProyectarCuentaSiguiente UNTIL NoHayMas
             CLOSE Accounts.

       ProyectarCuentaSiguiente.
             READ Accounts NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF Ahorro THEN
                    INVOKE obj-producto "GetTipoTasaProducto"
                                    using ProductoCuenta
                                          TipodeCueta
                                    returning TipoTasaCuenta
                    INVOKE obj-tasas "ObtenerTasaVigente"
                                    using TipoTasaCuenta
                                          Montodisponible
                                          CurrentDate
                                    returning TasaAplicable
                    IF TasaAplicable > LSTasaMaxima THEN
                       MOVE TasaAplicable TO LSTasaMaxima
                    END-IF
                    MOVE TasaAplicable TO TasaTexto
                    MOVE Numaccounts   TO LPCuenta
                    COMPUTE MontoInteres ROUNDED =
                            Montodisponible * TasaAplicable
                    IF MontoInteres > 0 THEN
                       INVOKE obj-tasas "ObtenerTasaVigente"
                                       using 9
                                             MontoInteres
                                             CurrentDate
                                       returning TasaRetencion
                       COMPUTE MontoRetencion ROUNDED =
                               MontoInteres * TasaRetencion
                       MOVE "CREDITO"    TO LPMovimiento
                       MOVE MontoInteres TO LPMonto
                       MOVE SPACES TO LPDetalle
                       STRING "INTERES TASA " TasaTexto
                              DELIMITED BY SIZE INTO LPDetalle
                       INVOKE LSReporte "EscribirLinea"
                                        using LineaProyeccion
                       ADD MontoInteres TO LSTotalInteres
                       IF MontoRetencion > 0 THEN
                          MOVE "DEBITO"       TO LPMovimiento
                          MOVE MontoRetencion TO LPMonto
                          MOVE "RETENCION EN LA FUENTE" TO LPDetalle
                          INVOKE LSReporte "EscribirLinea"
                                           using LineaProyeccion
                          ADD MontoRetencion TO LSTotalRetencion
                       END-IF
                       ADD 1 TO TotalCuentas
                    ELSE
                       IF Montodisponible > 0
                          AND TasaAplicable = 0 THEN
                          MOVE "RECHAZO"       TO LPMovimiento
                          MOVE Montodisponible TO LPMonto
                          MOVE "SIN TASA VIGENTE PARA EL SALDO"
                                               TO LPDetalle
                          INVOKE LSReporte "EscribirLinea"
                                           using LineaProyeccion
                          ADD 1 TO LSSinTasa
                       END-IF
                    END-IF
                 END-IF
             END-READ.

       End Method ProyectarInteresAhorro.
      *>----------------------------------------------

      *>----------------------------------------------
       Method-ID. ProcesarVencimientosPlazoFijo.
      *>----------------------------------------------
      *FIJO CUYA FechaVencimiento YA LLEGO, ACREDITA EL INTERES DEL
      *PLAZO PACTADO Y, SEGUN LA POLITICA INDICADA, RENUEVA EL PLAZO
      *POR LA MISMA CANTIDAD DE DIAS O LIBERA LOS FONDOS CONVIRTIENDO
      *LA CUENTA EN UNA CUENTA DE AHORRO. LOS PLAZOS FIJOS
      *CONSTITUIDOS CON INSTRUCCION DE VENCIMIENTO SE LIQUIDAN A LA
      *TASA PACTADA Y SIGUEN SU PROPIA INSTRUCCION: RENOVAR POR SU
      *MISMO PLAZO O PAGAR A LA CUENTA INDICADA, PAGO QUE SE HACE
      *AL TERMINAR EL RECORRIDO Y CIERRA LA CUENTA DEL PLAZO FIJO
       Data Division.
        Local-Storage Section.
           77  HayMas            PIC X VALUE "S".
           01  obj-transacition  object reference.
           01  obj-fechaproceso  object reference.
           01  obj-tasas         object reference.
           01  obj-producto      object reference.
      *TIPO CON QUE SE LEE EL MAESTRO DE TASAS: EL TRAMO DEL
      *PRODUCTO DE LA CUENTA
           77  TipoTasaCuenta    PIC 9.
           01  obj-registrointeres object reference.
           01  obj-notificacion  object reference.
           01  obj-calendario    object reference.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.
      *INSTRUCCION DE VENCIMIENTO PACTADA POR LA CUENTA
           01  obj-plazofijo     object reference.
           77  TieneInstruccion  PIC 9.
           77  InstruccionPF     PIC X.
           77  DiasPF            PIC 9(3).
           77  TasaPF            PIC 9V9999.
           77  CuentaPagoPF      PIC X(9).
           77  TasaRenovada      PIC 9V9999.
           77  RenovarCuenta     PIC 9.
           77  DiasRenovarCuenta PIC 9(3).
      *PAGOS A CUENTA PENDIENTES HASTA TERMINAR EL RECORRIDO (LEER
      *OTRA CUENTA HARIA PERDER LA POSICION DEL ARCHIVO)
           77  TotalPagosPF      PIC 9(4) VALUE 0.
           77  IndPagoPF         PIC 9(4).
           01  TablaPagosPF.
               02  PagoPF OCCURS 500 TIMES.
                   03  PPCuentaPF    PIC X(9).
                   03  PPCuentaPago  PIC X(9).
                   03  PPMonto       PIC 9(10)V99.
           77  SaldoDestino      PIC S9(10)V99.
           77  PagoAplicado      PIC X.
           77  ConceptoPagoPF    PIC X(20)
               VALUE "PAGO VENCIMIENTO PF".
        Linkage Section.
           77  LSRenovar         PIC 9.
           77  LSDiasRenovacion  PIC 9(3).
                                       returning CurrentDate
             INVOKE tasas "New"
                     RETURNING obj-tasas
             INVOKE producto "New"
                     RETURNING obj-producto
             INVOKE registrointeres "New"
                     RETURNING obj-registrointeres
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE plazofijo "New"
                     RETURNING obj-plazofijo
             MOVE 0 TO TotalPagosPF
             ACCEPT  CurrentTime FROM TIME
             OPEN I-O Accounts
             PERFORM ProcesarVencimientoSiguiente UNTIL NoHayMas
             CLOSE Accounts

      *PAGO A LA CUENTA INDICADA DE LOS VENCIDOS CON ESA INSTRUCCION
             MOVE 1 TO IndPagoPF
             OPEN I-O Accounts
             PERFORM PagarVencimientoACuenta
                     UNTIL IndPagoPF > TotalPagosPF
             CLOSE Accounts.

       ProcesarVencimientoSiguiente.
                    AND FechaVencimiento NOT = SPACES
                    AND FechaVencimiento NOT > CurrentDate THEN
      *LA TASA DEL PLAZO PACTADO SALE DEL MAESTRO DE TASAS
                    INVOKE obj-producto "GetTipoTasaProducto"
                                    using ProductoCuenta
                                          TipodeCueta
                                    returning TipoTasaCuenta
                    INVOKE obj-tasas "ObtenerTasaVigente"
                                    using TipoTasaCuenta
                                          Montodisponible
                                          CurrentDate
                                    returning TasaAplicable
      *CON INSTRUCCION PACTADA MANDAN SU TASA Y SU INSTRUCCION;
      *SIN ELLA, LA POLITICA GENERAL DE LA CORRIDA
                    INVOKE obj-plazofijo "ConsultarInstruccion"
                                    using Numaccounts
                                          InstruccionPF
                                          DiasPF
                                          TasaPF
                                          CuentaPagoPF
                                    returning TieneInstruccion
                    MOVE LSRenovar        TO RenovarCuenta
                    MOVE LSDiasRenovacion TO DiasRenovarCuenta
                    IF TieneInstruccion = 1 THEN
                       MOVE TasaPF TO TasaAplicable
                       IF InstruccionPF = "R" AND DiasPF > 0 THEN
                          MOVE 1      TO RenovarCuenta
                          MOVE DiasPF TO DiasRenovarCuenta
                       ELSE
                          MOVE 0      TO RenovarCuenta
                       END-IF
                    END-IF
                    MOVE Montodisponible TO SaldoBase
                    COMPUTE MontoInteres ROUNDED =
                            Montodisponible * TasaAplicable
                    COMPUTE MontoNeto =
                            MontoInteres - MontoRetencion
                    ADD MontoNeto TO Montodisponible
                    IF RenovarCuenta = 1 THEN
      *RENOVAR: EL NUEVO PLAZO CORRE DESDE EL VENCIMIENTO ANTERIOR
      *Y SI CAE EN DIA NO HABIL RUEDA AL SIGUIENTE DIA HABIL
                       MOVE FechaVencimiento TO FechaTrabajo
                       MOVE 0 TO DiasSumados
                       PERFORM SumarUnDiaAlVencimiento
                               UNTIL DiasSumados = DiasRenovarCuenta
                       INVOKE calendario "New"
                               RETURNING obj-calendario
                       INVOKE obj-calendario "SiguienteDiaHabil"
                                       using FechaTrabajo
                                       returning FechaVencimiento
      *EL NUEVO PLAZO PACTADO TOMA LA TASA VIGENTE AL RENOVAR
                       IF TieneInstruccion = 1 THEN
                          INVOKE obj-tasas "ObtenerTasaVigente"
                                          using TipoTasaCuenta
                                                Montodisponible
                                                CurrentDate
                                          returning TasaRenovada
                          INVOKE obj-plazofijo "RenovarInstruccion"
                                          using Numaccounts
                                                FechaVencimiento
                                                Montodisponible
                                                TasaRenovada
                       END-IF
                    ELSE
      *LIBERAR: LA CUENTA PASA A SER DE AHORRO Y EL CLIENTE
      *DISPONE DE LOS FONDOS
                       MOVE 0      TO TipodeCueta
                       MOVE SPACES TO FechaVencimiento
                       MOVE SPACES TO ProductoCuenta
      *CON INSTRUCCION DE PAGO LOS FONDOS SE LLEVAN DESPUES A LA
      *CUENTA INDICADA; SI LA TABLA SE LLENA QUEDAN LIBERADOS AQUI
                       IF TieneInstruccion = 1 THEN
                          IF InstruccionPF = "P"
                             AND TotalPagosPF < 500 THEN
                             ADD 1 TO TotalPagosPF
                             MOVE Numaccounts  TO
                                  PPCuentaPF(TotalPagosPF)
                             MOVE CuentaPagoPF TO
                                  PPCuentaPago(TotalPagosPF)
                             MOVE Montodisponible TO
                                  PPMonto(TotalPagosPF)
                          END-IF
                          INVOKE obj-plazofijo "CumplirInstruccion"
                                          using Numaccounts
                                                CurrentDate
                       END-IF
                    END-IF
                    REWRITE accounts-file
                    END-REWRITE
                    MOVE accounts-file TO ImagenCambio
                    INVOKE registrocambios "New"
                            RETURNING obj-registrocambios
                    INVOKE obj-registrocambios "RegistrarImagen"
                                         using "A" ImagenCambio
      *TIPO 4 = INTERES (BRUTO)
                    IF MontoInteres > 0 THEN
                       INVOKE obj-transacition "CrearTransancion"
                 END-IF
             END-READ.

      *LLEVA EL SALDO DE UN PLAZO FIJO VENCIDO A SU CUENTA DE PAGO Y
      *CIERRA LA CUENTA DEL PLAZO. SI LA CUENTA DE PAGO YA NO EXISTE
      *O ESTA CERRADA, LOS FONDOS QUEDAN LIBERADOS EN LA CUENTA
       PagarVencimientoACuenta.
             IF IndPagoPF NOT > TotalPagosPF THEN
                MOVE "N" TO PagoAplicado
                MOVE PPCuentaPago(IndPagoPF) TO Numaccounts
                READ Accounts
                  KEY IS Numaccounts
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF NOT CuentaCerrada THEN
                       MOVE Montodisponible TO SaldoDestino
                       ADD PPMonto(IndPagoPF) TO SaldoDestino
                       MOVE SaldoDestino TO Montodisponible
                       REWRITE accounts-file
                       END-REWRITE
                       MOVE accounts-file TO ImagenCambio
                       INVOKE registrocambios "New"
                               RETURNING obj-registrocambios
                       INVOKE obj-registrocambios "RegistrarImagen"
                                            using "A" ImagenCambio
                       MOVE "S" TO PagoAplicado
                    END-IF
                END-READ
                IF PagoAplicado = "S" THEN
                   MOVE PPCuentaPF(IndPagoPF) TO Numaccounts
                   READ Accounts
                     KEY IS Numaccounts
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       SUBTRACT PPMonto(IndPagoPF) FROM Montodisponible
                       MOVE 3 TO EstadoCuenta
                       REWRITE accounts-file
                       END-REWRITE
                       MOVE accounts-file TO ImagenCambio
                       INVOKE obj-registrocambios "RegistrarImagen"
                                            using "A" ImagenCambio
                   END-READ
      *TIPO 3 = TRANSFERENCIA DESDE EL PLAZO FIJO Y TIPO 2 =
      *DEPOSITO EN LA CUENTA DE PAGO (MISMO TITULAR, SIN GMF)
                   INVOKE obj-transacition "CrearTransancionConcepto"
                                   using CurrentDate CurrentTime
                                       3
                                       PPCuentaPF(IndPagoPF)
                                       PPMonto(IndPagoPF)
                                       ConceptoPagoPF
                   INVOKE obj-transacition "CrearTransancionConcepto"
                                   using CurrentDate CurrentTime
                                       2
                                       PPCuentaPago(IndPagoPF)
                                       PPMonto(IndPagoPF)
                                       ConceptoPagoPF
                   DISPLAY "Plazo fijo " PPCuentaPF(IndPagoPF)
                           " pagado a la cuenta "
                           PPCuentaPago(IndPagoPF)
                ELSE
                   DISPLAY "Plazo fijo " PPCuentaPF(IndPagoPF)
                           ": la cuenta de pago no esta disponible,"
                   DISPLAY "los fondos quedan liberados en la cuenta"
                END-IF
                ADD 1 TO IndPagoPF
             END-IF.

       SumarUnDiaAlVencimiento.
             PERFORM CalcularDiasDelMes
             IF FTDia < DiasDelMes THEN
      *>----------------------------------------------
      *TRABAJO NOCTURNO PARALELO AL DE AHORRO: BUSCA LAS CUENTAS
      *CORRIENTES CON SALDO NEGATIVO (SOBREGIRO), LES COBRA EL
      *INTERES DEUDOR SEGUN EL MAESTRO DE TASAS (TRAMO DEL PRODUCTO,
      *SOBRE EL MONTO SOBREGIRADO) Y DEJA EL MOVIMIENTO COMO RETIRO
      *(TIPO 1), IGUAL QUE LA COMISION INTERBANCARIA, MAS LA FILA
      *EN EL REGISTRO DE INTERESES CON MONTO NEGATIVO
           01  obj-transacition  object reference.
           01  obj-fechaproceso  object reference.
           01  obj-tasas         object reference.
           01  obj-producto      object reference.
      *TIPO CON QUE SE LEE EL MAESTRO DE TASAS: EL TRAMO DEL
      *PRODUCTO DE LA CUENTA
           77  TipoTasaCuenta    PIC 9.
           01  obj-registrointeres object reference.
           01  obj-gmf           object reference.
           77  MontoGMF          PIC 9(10)V99.
           77  BaseGMF           PIC 9(10)V99.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.
        Linkage Section.
           77  TotalCobradas     PIC 9(4).

                                       returning CurrentDate
             INVOKE tasas "New"
                     RETURNING obj-tasas
             INVOKE producto "New"
                     RETURNING obj-producto
             INVOKE registrointeres "New"
                     RETURNING obj-registrointeres
             INVOKE gmf "New"
                     RETURNING obj-gmf
             ACCEPT  CurrentTime FROM TIME
             OPEN I-O Accounts
             PERFORM CobrarSobregiroSiguiente UNTIL NoHayMas
               NOT AT END
                 IF Corriente AND Montodisponible < 0 THEN
                    COMPUTE MontoSobregirado = 0 - Montodisponible
                    INVOKE obj-producto "GetTipoTasaProducto"
                                    using ProductoCuenta
                                          TipodeCueta
                                    returning TipoTasaCuenta
                    INVOKE obj-tasas "ObtenerTasaVigente"
                                    using TipoTasaCuenta
                                          MontoSobregirado
                                          CurrentDate
                                    returning TasaAplicable
                            MontoSobregirado * TasaAplicable
                    IF MontoInteres > 0 THEN
                       MOVE Montodisponible TO SaldoBase
      *EL GRAVAMEN DEL COBRO SE DEBITA EN LA MISMA REESCRITURA
                       MOVE MontoInteres TO BaseGMF
                       INVOKE obj-gmf "CalcularGMF" using CurrentDate
                                                          Numaccounts
                                                          IdCustomer
                                                          BaseGMF
                                                returning MontoGMF
                       SUBTRACT MontoInteres FROM Montodisponible
                       SUBTRACT MontoGMF FROM Montodisponible
                       REWRITE accounts-file
                       END-REWRITE
                       MOVE accounts-file TO ImagenCambio
                       INVOKE registrocambios "New"
                               RETURNING obj-registrocambios
                       INVOKE obj-registrocambios "RegistrarImagen"
                                            using "A" ImagenCambio
      *TIPO 1 = RETIRO (INTERES DEUDOR POR SOBREGIRO)
                       INVOKE obj-transacition "CrearTransancion"
                                       using CurrentDate CurrentTime
                                           1
                                           Numaccounts
                                           MontoInteres
                       INVOKE obj-gmf "RegistrarGMF"
                                       using CurrentDate CurrentTime
                                             Numaccounts
                                             SucursalCuenta
                                             BaseGMF
                                             MontoGMF
      *CONSTANCIA DEL DEVENGO (NEGATIVA: ES UN COBRO AL CLIENTE)
                       COMPUTE MontoRegistro = 0 - MontoInteres
                       INVOKE obj-registrointeres "RegistrarInteres"
      *>----------------------------------------------
       Method-ID. CobrarCuotaManejo.
      *>----------------------------------------------
      *COBRO MENSUAL DE LA CUOTA DE MANEJO SEGUN EL PRODUCTO DE
      *CADA CUENTA (CUOTA Y SALDO DE EXONERACION DEL CATALOGO). LAS
      *CUENTAS CORRIENTES CUYO PRODUCTO NO ESTA EN EL CATALOGO PAGAN
      *EL TARIFARIO GENERAL RECIBIDO, EXONERADAS SI SU SALDO DE
      *CIERRE SUPERA EL UMBRAL INDICADO. CADA COBRO QUEDA COMO
      *MOVIMIENTO TIPO 1 (RETIRO) Y SE IMPRIME LA LINEA DEL REPORTE
      *DE RECAUDO
               88  NoHayMas      VALUE "N".
           01  obj-transacition  object reference.
           01  obj-fechaproceso  object reference.
           01  obj-gmf           object reference.
           01  obj-contabilidad  object reference.
           01  obj-producto      object reference.
           77  CuotaCuenta       PIC 9(10)V99.
           77  UmbralCuenta      PIC 9(10)V99.
           77  ProductoEnCatalogo PIC 9.
           77  MontoGMF          PIC 9(10)V99.
      *INGRESO POR CUOTA DE MANEJO: EL RETIRO TIPO 1 SALE DE CAJA
      *EN LA CONTABILIDAD DIARIA; ESTE ASIENTO LO RECLASIFICA
           77  CuentaDebe        PIC X(8) VALUE "11010101".
           77  CuentaHaber       PIC X(8) VALUE "42150101".
           77  OrigenAsiento     PIC X(12) VALUE "CUOTAMANEJO".
           77  ReferenciaAsiento PIC X(20).
           77  MontoAsiento      PIC 9(12)V99.
           77  AsientoOk         PIC 9.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.
        Linkage Section.
           77  LSCuotaManejo     PIC 9(10)V99.
           77  LSUmbralExonera   PIC 9(10)V99.
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning CurrentDate
             INVOKE gmf "New"
                     RETURNING obj-gmf
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad
             INVOKE producto "New"
                     RETURNING obj-producto
             ACCEPT  CurrentTime FROM TIME
             OPEN I-O Accounts
             PERFORM CobrarCuotaSiguiente UNTIL NoHayMas
               NOT AT END
      *SOLO LAS CUENTAS ACTIVAS SE DEBITAN: UNA CUENTA CERRADA,
      *BLOQUEADA O INACTIVA NO PAGA CUOTA DE MANEJO
                 IF CuentaActiva THEN
                    INVOKE obj-producto "GetCuotaProducto"
                                    using ProductoCuenta
                                          TipodeCueta
                                          CuotaCuenta
                                          UmbralCuenta
                                    returning ProductoEnCatalogo
                    IF ProductoEnCatalogo = 1 AND UmbralCuenta = 0 THEN
                       MOVE 9999999999.99 TO UmbralCuenta
                    END-IF
      *SIN PRODUCTO EN EL CATALOGO RIGE EL TARIFARIO GENERAL, QUE
      *SOLO ALCANZA A LAS CUENTAS CORRIENTES
                    IF ProductoEnCatalogo = 0 AND Corriente THEN
                       MOVE LSCuotaManejo   TO CuotaCuenta
                       MOVE LSUmbralExonera TO UmbralCuenta
                    END-IF
                    IF CuotaCuenta = 0 THEN
                       CONTINUE
                    ELSE
                    IF Montodisponible > UmbralCuenta THEN
                       DISPLAY Numaccounts " EXONERADA saldo "
                               Montodisponible
                       ADD 1 TO LSTotalExoneradas
                    ELSE
      *EL GRAVAMEN DEL COBRO SE DEBITA EN LA MISMA REESCRITURA
                       INVOKE obj-gmf "CalcularGMF" using CurrentDate
                                                          Numaccounts
                                                          IdCustomer
                                                          CuotaCuenta
                                                returning MontoGMF
                       SUBTRACT CuotaCuenta FROM Montodisponible
                       SUBTRACT MontoGMF FROM Montodisponible
                       REWRITE accounts-file
                       END-REWRITE
                       MOVE accounts-file TO ImagenCambio
                       INVOKE registrocambios "New"
                               RETURNING obj-registrocambios
                       INVOKE obj-registrocambios "RegistrarImagen"
                                            using "A" ImagenCambio
      *TIPO 1 = RETIRO (CUOTA DE MANEJO)
                       INVOKE obj-transacition "CrearTransancion"
                                       using CurrentDate CurrentTime
                                           1
                                           Numaccounts
                                           CuotaCuenta
                       INVOKE obj-gmf "RegistrarGMF"
                                       using CurrentDate CurrentTime
                                             Numaccounts
                                             SucursalCuenta
                                             CuotaCuenta
                                             MontoGMF
                       MOVE Numaccounts TO ReferenciaAsiento
                       MOVE CuotaCuenta TO MontoAsiento
                       INVOKE obj-contabilidad
                                       "RegistrarAsientoEspecial"
                                       using CurrentDate
                                             SucursalCuenta
                                             CuentaDebe
                                             CuentaHaber
                                             MontoAsiento
                                             OrigenAsiento
                                             ReferenciaAsiento
                                       returning AsientoOk
                       DISPLAY Numaccounts " COBRADA cuota "
                               CuotaCuenta
                       ADD 1 TO TotalCobradas
                    END-IF
                    END-IF
                 END-IF
             END-READ.

       Method-ID. SetIdDebitcard.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.

        Linkage Section.
           77  LSNumaccounts    PIC X(9).
           77  LSIdDebitcard    PIC X(15).
                MOVE LSIdDebitcard TO IdDebitcard
                REWRITE accounts-file
                END-REWRITE
                MOVE accounts-file TO ImagenCambio
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "RegistrarImagen"
                                     using "A" ImagenCambio
                MOVE 1 TO SetIdDebitcardOk
            END-READ
            CLOSE Accounts.
       77  LSFechaVencimiento  PIC X(8).
       77  LSMoneda            PIC X(3).
       77  LSSucursal          PIC 9(2).
       77  LSProducto          PIC X(4).
       Procedure Division using  LSNumaccounts LSIdCustomer
                                 LSIdCustomer2
                                 LSIdDebitcard
                                 LSMontoMinimo
                                 LSFechaVencimiento
                                 LSMoneda
                                 LSSucursal
                                 LSProducto.

             OPEN I-O  accounts
             MOVE LSNumaccounts     TO Numaccounts
             MOVE LSSucursal TO SucursalCuenta
             MOVE "N" TO Mancomunada
             MOVE 0   TO UmbralMancomunada
             MOVE LSProducto TO ProductoCuenta
             WRITE   accounts-file
           END-WRITE
           MOVE accounts-file TO ImagenCambio.
           77  EstadoTexto     PIC X(10).
           77  TarjetaTexto    PIC X(11).
           77  NumeroTarjetaBuscar PIC X(10).
           77  IDCTarjeta      PIC X(10).
           77  existeTarjeta   PIC 9.
           77  EstadoTarjeta   PIC 9.
           01  obj-debitcard   object reference.
                       VALUE "CUENTA NO EXISTE".
           01  obj-incidente object reference.

           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.
        Linkage Section.
           77  LSNumaccounts       PIC X(9).
           77  LSMontodisponible   PIC S9(10)V99.
                MOVE LSFechaVencimiento TO FechaVencimiento
                REWRITE accounts-file
                END-REWRITE
                MOVE accounts-file TO ImagenCambio
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "RegistrarImagen"
                                     using "A" ImagenCambio
                MOVE 1 TO ActualizarOk
            END-READ
            CLOSE Accounts
       Method-ID. EliminarCuenta.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.

        Linkage Section.
           77  LSNumaccounts       PIC X(9).
           77  EliminarOk          PIC 9.
              INVALID KEY
                DISPLAY "La cuenta no existe"
              NOT INVALID KEY
                MOVE accounts-file TO ImagenCambio
                DELETE Accounts RECORD
                END-DELETE
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "RegistrarImagen"
                                     using "X" ImagenCambio
                MOVE 1 TO EliminarOk
            END-READ
            CLOSE Accounts.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  NumeroTarjetaBuscar PIC X(10).
           77  IDCTarjeta      PIC X(10).
           77  existeTarjeta   PIC 9.
           77  SetEstadoOk     PIC 9.
           77  TarjetasBloq    PIC 9(4).
           01  obj-debitcard     object reference.
           01  obj-tarjetacuenta object reference.

           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.
        Linkage Section.
           77  LSIdCustomer    PIC 9(9).
           77  TotalBloqueadas PIC 9(4).
                    MOVE 1 TO EstadoCuenta
                    REWRITE accounts-file
                    END-REWRITE
                    MOVE accounts-file TO ImagenCambio
                    INVOKE registrocambios "New"
                            RETURNING obj-registrocambios
                    INVOKE obj-registrocambios "RegistrarImagen"
                                         using "A" ImagenCambio
                    IF IdDebitcard NOT = SPACES THEN
                       MOVE IdDebitcard(1:10)
                         TO NumeroTarjetaBuscar
               88  NoHayMas  VALUE "N".
           77  CambioCuenta  PIC X.

           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.
        Linkage Section.
           77  LSIdViejo     PIC 9(9).
           77  LSIdNuevo     PIC 9(9).
                 IF CambioCuenta = "S" THEN
                    REWRITE accounts-file
                    END-REWRITE
                    MOVE accounts-file TO ImagenCambio
                    INVOKE registrocambios "New"
                            RETURNING obj-registrocambios
                    INVOKE obj-registrocambios "RegistrarImagen"
                                         using "A" ImagenCambio
                    ADD 1 TO TotalReasignadas
                 END-IF
             END-READ.
       Method-ID. SetMancomunada.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.

        Linkage Section.
           77  LSNumaccounts       PIC X(9).
           77  LSMancomunada       PIC X.
                MOVE LSUmbral      TO UmbralMancomunada
                REWRITE accounts-file
                END-REWRITE
                MOVE accounts-file TO ImagenCambio
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "RegistrarImagen"
                                     using "A" ImagenCambio
                MOVE 1 TO SetOk
            END-READ
            CLOSE Accounts.
       End Method SetMancomunada.
      *>----------------------------------------------

       Method-ID. GetProductoCuenta.
      *>----------------------------------------------
       Data Division.
        Linkage Section.
           77  LSNumaccounts       PIC X(9).
           77  LSProducto          PIC X(4).

       Procedure Division using  LSNumaccounts
                                 returning LSProducto.

          MOVE SPACES TO LSProducto
          OPEN INPUT Accounts
            MOVE LSNumaccounts TO Numaccounts
            READ Accounts
              KEY IS Numaccounts
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE ProductoCuenta TO LSProducto
            END-READ
          CLOSE Accounts.

       End Method GetProductoCuenta.
      *>----------------------------------------------

       Method-ID. SetProductoCuenta.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.

        Linkage Section.
           77  LSNumaccounts       PIC X(9).
           77  LSProducto          PIC X(4).
           77  SetOk               PIC 9.

       Procedure Division using  LSNumaccounts
                                 LSProducto
                                 returning SetOk.

          MOVE 0 TO SetOk
          OPEN I-O Accounts
            MOVE LSNumaccounts TO Numaccounts
            READ Accounts
              KEY IS Numaccounts
              INVALID KEY
                DISPLAY "La cuenta no existe"
              NOT INVALID KEY
                MOVE LSProducto TO ProductoCuenta
                REWRITE accounts-file
                END-REWRITE
                MOVE accounts-file TO ImagenCambio
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "RegistrarImagen"
                                     using "A" ImagenCambio
                MOVE 1 TO SetOk
            END-READ
            CLOSE Accounts.

       End Method SetProductoCuenta.
      *>----------------------------------------------

       Method-ID. TrasladarSucursalCuenta.
      *>----------------------------------------------
      *TRASLADO DE SUCURSAL POR CIERRE O FUSION DE OFICINAS: LA
      *CUENTA PASA A LA SUCURSAL QUE LA RECIBE. LOS PRESTAMOS, EL
      *CANJE Y LAS PARTIDAS QUE CUELGAN DE LA CUENTA LA SIGUEN
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.

        Linkage Section.
           77  LSNumaccounts       PIC X(9).
           77  LSSucursal          PIC 9(2).
           77  SetOk               PIC 9.

       Procedure Division using  LSNumaccounts
                                 LSSucursal
                                 returning SetOk.

          MOVE 0 TO SetOk
          OPEN I-O Accounts
            MOVE LSNumaccounts TO Numaccounts
            READ Accounts
              KEY IS Numaccounts
              INVALID KEY
                DISPLAY "La cuenta no existe"
              NOT INVALID KEY
                MOVE LSSucursal TO SucursalCuenta
                REWRITE accounts-file
                END-REWRITE
                MOVE accounts-file TO ImagenCambio
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "RegistrarImagen"
                                     using "A" ImagenCambio
                MOVE 1 TO SetOk
            END-READ
            CLOSE Accounts.

       End Method TrasladarSucursalCuenta.
      *>----------------------------------------------

       Method-ID. GetEstadoCuenta.
      *>----------------------------------------------
       Data Division.
       Method-ID. SetEstadoCuenta.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.

        Linkage Section.
           77  LSNumaccounts       PIC X(9).
           77  LSEstadoCuenta      PIC 9.
                MOVE LSEstadoCuenta TO EstadoCuenta
                REWRITE accounts-file
                END-REWRITE
                MOVE accounts-file TO ImagenCambio
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "RegistrarImagen"
                                     using "A" ImagenCambio
                MOVE 1 TO SetEstadoOk
            END-READ
            CLOSE Accounts.
      *>----------------------------------------------
      *CIERRE FORMAL DE UNA CUENTA: EXIGE SALDO CERO, LA MARCA
      *CERRADA Y CONSERVA EL REGISTRO PARA LA HISTORIA EN LUGAR DE
      *BORRARLO. LA FECHA DEL CIERRE QUEDA EN cuentas_cerradas.dat
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           77  FechaCierre         PIC X(8).
           01  obj-registrocambios object reference.
           01  obj-fechaproceso    object reference.

        Linkage Section.
           77  LSNumaccounts       PIC X(9).
           77  CerrarOk            PIC 9.
                      MOVE 3 TO EstadoCuenta
                      REWRITE accounts-file
                      END-REWRITE
                      MOVE accounts-file TO ImagenCambio
                      INVOKE registrocambios "New"
                              RETURNING obj-registrocambios
                      INVOKE obj-registrocambios "RegistrarImagen"
                                           using "A" ImagenCambio
                      MOVE 1 TO CerrarOk
                   END-IF
                END-IF
            END-READ
            CLOSE Accounts

          IF CerrarOk = 1 THEN
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                   returning FechaCierre
             OPEN I-O CuentasCerradas
               MOVE LSNumaccounts TO CerCuenta
               MOVE FechaCierre   TO CerFecha
               WRITE cuentas-cerradas-file
                 INVALID KEY
                   REWRITE cuentas-cerradas-file
                   END-REWRITE
               END-WRITE
             CLOSE CuentasCerradas
          END-IF.

       End Method CerrarCuenta.
      *>----------------------------------------------
