      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Giro as "giro"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           transacition is class "transacition"
           tasacambio   is class "tasacambio"
           listacontrol is class "listacontrol"
           contabilidad is class "contabilidad"
           notificacion is class "notificacion"
           fechaproceso is class "fechaproceso"
           reporte      is class "reporte"
           giro         is class "giro".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *EL MAESTRO DE CUENTAS SE LEE AQUI SOLO EN CONSULTA, CON EL
      *MISMO TRAZADO QUE DEFINE SU CLASE DUENA; SI EL TRAZADO
      *CAMBIA ALLA, DEBE CAMBIARSE TAMBIEN AQUI
           SELECT GirAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is GXANumaccounts.

      *ARCHIVO DE GIROS QUE ENVIA EL CORRESPONSAL DEL EXTERIOR
           SELECT GirosEntrada ASSIGN TO "giros_entrada.dat"
           organization is line sequential.

           SELECT Giros ASSIGN TO "giros_exterior.dat"
           organization is indexed
           access is dynamic
           record key is GirId
           alternate record key is GirReferencia
           alternate record key is GirCodigoPago with duplicates.

           SELECT GirosDevolucion ASSIGN TO
                  "giros_devoluciones.txt"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD GirAccounts.
       01 gir-accounts-file.
           05  GXANumaccounts     PIC X(9).
           05  GXAMontodisponible PIC S9(10)V99.
           05  GXAIdCustomer      PIC 9(9).
           05  GXAIdCustomer2     PIC 9(9).
           05  GXAIdDebitcard     PIC X(15).
           05  GXATipodeCueta     PIC 9.
           05  GXALimiteSobregiro PIC 9(10)V99.
           05  GXAMontoMinimo     PIC 9(10)V99.
           05  GXAFechaVencim     PIC X(8).
           05  GXAEstadoCuenta    PIC 9.
           05  GXAMonedaCuenta    PIC X(3).
           05  GXASucursalCuenta  PIC 9(2).
           05  GXAMancomunada     PIC X.
           05  GXAUmbralMancom    PIC 9(10)V99.
           05  GXAProducto        PIC X(4).

       FD GirosEntrada.
      *UNA LINEA POR GIRO: LA REFERENCIA DEL CORRESPONSAL, QUIEN
      *ENVIA, QUIEN RECIBE (CON SU DOCUMENTO), LA CUENTA DEL
      *BENEFICIARIO SI EL REMITENTE LA CONOCE, LA MONEDA Y EL
      *MONTO ENVIADOS Y EL CODIGO QUE EL BENEFICIARIO PRESENTA
      *PARA COBRAR EN VENTANILLA
       01 giros-entrada-file.
           05  REReferencia     PIC X(15).
           05  RERemitente      PIC X(30).
           05  REBeneficiario   PIC X(30).
           05  REIdBeneficiario PIC 9(9).
           05  RECuenta         PIC X(9).
           05  REMoneda         PIC X(3).
           05  REMonto          PIC 9(10)V99.
           05  RECodigoPago     PIC X(10).

       FD Giros.
      *REGISTRO DE GIROS RECIBIDOS. EL GIRO SE CONVIERTE A LA
      *MONEDA DE PAGO (LA DE LA CUENTA DEL BENEFICIARIO, O PESOS SI
      *SE PAGA EN VENTANILLA) CON LA TASA DEL DIA DE RECEPCION.
      *ESTADO: 0=POR PAGAR, 1=ABONADO EN CUENTA, 2=PAGADO EN
      *VENTANILLA, 3=RETENIDO POR LISTA DE CONTROL, 4=DEVUELTO AL
      *CORRESPONSAL. MOTIVO DE DEVOLUCION: TAS=SIN TASA DE CAMBIO,
      *VEN=NO COBRADO EN EL PLAZO, LST=RECHAZADO POR CUMPLIMIENTO
       01 giros-file.
           05  GirId              PIC 9(6).
           05  GirReferencia      PIC X(15).
           05  GirFechaRecepcion  PIC X(8).
           05  GirRemitente       PIC X(30).
           05  GirBeneficiario    PIC X(30).
           05  GirIdBeneficiario  PIC 9(9).
           05  GirCodigoPago      PIC X(10).
           05  GirMoneda          PIC X(3).
           05  GirMonto           PIC 9(10)V99.
           05  GirCuenta          PIC X(9).
           05  GirMonedaPago      PIC X(3).
           05  GirTasa            PIC 9(6)V9999.
           05  GirMontoPago       PIC 9(10)V99.
           05  GirEstado          PIC 9.
               88  GiroPorPagar  VALUE 0.
               88  GiroAbonado   VALUE 1.
               88  GiroPagado    VALUE 2.
               88  GiroRetenido  VALUE 3.
               88  GiroDevuelto  VALUE 4.
           05  GirMotivo          PIC X(3).
           05  GirFechaMovimiento PIC X(8).
           05  GirOperador        PIC 9(9).

       FD GirosDevolucion.
      *GIROS DEVUELTOS EN EL DIA, PARA EL CORRESPONSAL
       01 giros-devolucion-file.
           05  RDReferencia     PIC X(15).
           05  RDMoneda         PIC X(3).
           05  RDMonto          PIC 9(10)V99.
           05  RDMotivo         PIC X(3).

       Method-ID. CargarGiros.
      *>----------------------------------------------
      *CARGA EL ARCHIVO DEL CORRESPONSAL AL REGISTRO DE GIROS:
      *UBICA LA CUENTA DEL BENEFICIARIO (LA QUE TRAE EL ARCHIVO SI
      *ES SUYA Y ESTA ACTIVA, O SU PRIMERA CUENTA DE AHORRO O
      *CORRIENTE ACTIVA), CONVIERTE CON LA TASA OFICIAL DEL DIA Y
      *CONTRASTA REMITENTE Y BENEFICIARIO CONTRA LA LISTA DE
      *CONTROL. CON COINCIDENCIA SIN AUTORIZAR EL GIRO QUEDA
      *RETENIDO Y EL HIT VA A LA COLA DE CUMPLIMIENTO A NOMBRE DEL
      *BENEFICIARIO. SIN TASA EL GIRO SE DEVUELVE. UNA REFERENCIA
      *YA CARGADA NO SE CARGA DOS VECES. DEVUELVE LOS GIROS
      *REGISTRADOS
      *CUENTAS CONTABLES:
      *  11150101 CORRESPONSALES DEL EXTERIOR
      *  24060101 GIROS DEL EXTERIOR POR PAGAR
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayCuentas      PIC X VALUE "S".
               88  NoHayCuentas VALUE "N".
      *CargaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  CargaPend       PIC X VALUE "N".
           77  MaxRemId        PIC 9(6) VALUE 0.
           77  CuentaPago      PIC X(9).
           77  MonedaPago      PIC X(3).
           77  MonedaLocal     PIC X(3) VALUE "COP".
           77  TasaAplicada    PIC 9(6)V9999.
           77  MontoPago       PIC 9(10)V99.
           77  HayCoincidencia PIC 9.
           77  Disposicion     PIC 9.
           77  HitIdNuevo      PIC 9(5).
           77  NombreControl   PIC X(30).
           77  IdSinDocumento  PIC 9(9) VALUE 0.
           77  MontoAsiento    PIC 9(12)V99.
           77  CuentaDebe      PIC X(8) VALUE "11150101".
           77  CuentaHaber     PIC X(8) VALUE "24060101".
           77  SucursalCentral PIC 9(2) VALUE 0.
           77  OrigenAsiento   PIC X(12) VALUE "GIROS".
           77  ReferenciaAsiento PIC X(20).
           77  AsientoOk       PIC 9.
           01  obj-tasacambio   object reference.
           01  obj-listacontrol object reference.
           01  obj-contabilidad object reference.

        Linkage Section.
           77  LSFecha           PIC X(8).
           77  LSTotalRetenidas  PIC 9(5).
           77  LSTotalRechazadas PIC 9(5).
           77  TotalRecibidas    PIC 9(5).

       Procedure Division using  LSFecha
                                 LSTotalRetenidas
                                 LSTotalRechazadas
                                 returning TotalRecibidas.

             MOVE "S" TO CargaPend
             MOVE 0 TO TotalRecibidas
             MOVE 0 TO LSTotalRetenidas
             MOVE 0 TO LSTotalRechazadas
             INVOKE tasacambio "New"
                     RETURNING obj-tasacambio
             INVOKE listacontrol "New"
                     RETURNING obj-listacontrol
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad

             MOVE "S" TO HayMas
             OPEN INPUT Giros
             PERFORM BuscarMaxRemId UNTIL NoHayMas
             CLOSE Giros

             MOVE "S" TO HayMas
             OPEN INPUT GirosEntrada
             OPEN I-O Giros
             OPEN INPUT GirAccounts
             PERFORM CargarGiroSiguiente UNTIL NoHayMas
             CLOSE GirAccounts
             CLOSE Giros
             CLOSE GirosEntrada
             MOVE "N" TO CargaPend.

       BuscarMaxRemId.
             IF CargaPend = "S" THEN
                READ Giros NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF GirId > MaxRemId THEN
                       MOVE GirId TO MaxRemId
                    END-IF
                END-READ
             END-IF.

       CargarGiroSiguiente.
             IF CargaPend = "S" THEN
                READ GirosEntrada
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    PERFORM RegistrarGiro
                END-READ
             END-IF.

       RegistrarGiro.
             IF CargaPend = "S" THEN
                PERFORM UbicarCuentaBeneficiario
                INVOKE obj-tasacambio "ObtenerTasaCambio" using
                                              REMoneda
                                              MonedaPago
                                              LSFecha
                                    returning TasaAplicada
                MOVE 0 TO MontoPago
                MOVE 0 TO HayCoincidencia
                MOVE SPACES TO GirMotivo
                IF TasaAplicada = 0 OR REMonto = 0 THEN
                   MOVE 4 TO GirEstado
                   MOVE "TAS" TO GirMotivo
                ELSE
                   COMPUTE MontoPago ROUNDED = REMonto * TasaAplicada
                   PERFORM ControlarLista
                   IF HayCoincidencia = 1 AND Disposicion NOT = 1 THEN
                      MOVE 3 TO GirEstado
                   ELSE
                      MOVE 0 TO GirEstado
                   END-IF
                END-IF

                ADD 1 TO MaxRemId
                MOVE MaxRemId         TO GirId
                MOVE REReferencia     TO GirReferencia
                MOVE LSFecha          TO GirFechaRecepcion
                MOVE RERemitente      TO GirRemitente
                MOVE REBeneficiario   TO GirBeneficiario
                MOVE REIdBeneficiario TO GirIdBeneficiario
                MOVE RECodigoPago     TO GirCodigoPago
                MOVE REMoneda         TO GirMoneda
                MOVE REMonto          TO GirMonto
                MOVE CuentaPago       TO GirCuenta
                MOVE MonedaPago       TO GirMonedaPago
                MOVE TasaAplicada     TO GirTasa
                MOVE MontoPago        TO GirMontoPago
                MOVE 0                TO GirOperador
                IF GirEstado = 4 THEN
                   MOVE LSFecha TO GirFechaMovimiento
                ELSE
                   MOVE SPACES  TO GirFechaMovimiento
                END-IF
                WRITE giros-file
                  INVALID KEY
                    SUBTRACT 1 FROM MaxRemId
                    DISPLAY "DUPLICADA giro " REReferencia
                            " ya estaba cargada"
                  NOT INVALID KEY
                    PERFORM ContabilizarRecepcion
                END-WRITE
             END-IF.

       ContabilizarRecepcion.
             IF CargaPend = "S" THEN
                ADD 1 TO TotalRecibidas
                EVALUATE GirEstado
                  WHEN 4
                    DISPLAY "DEVUELTA giro " GirReferencia
                            " sin tasa de cambio " GirMoneda
                    ADD 1 TO LSTotalRechazadas
                  WHEN 3
                    INVOKE obj-listacontrol "RegistrarHit" using
                                              LSFecha
                                              GirIdBeneficiario
                                              NombreControl
                                              "GIR"
                                    returning HitIdNuevo
                    DISPLAY "RETENIDA giro " GirReferencia
                            " por lista de control"
                    ADD 1 TO LSTotalRetenidas
                  WHEN OTHER
                    DISPLAY "REGISTRADA giro " GirReferencia
                            " " GirMontoPago " " GirMonedaPago
                END-EVALUATE
      *EL CORRESPONSAL QUEDA DEBIENDO EL GIRO MIENTRAS NO SE PAGUE
      *O SE DEVUELVA
                IF GirEstado NOT = 4 THEN
                   MOVE GirReferencia TO ReferenciaAsiento
                   MOVE GirMontoPago  TO MontoAsiento
                   INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            SucursalCentral
                                            CuentaDebe
                                            CuentaHaber
                                            MontoAsiento
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
                END-IF
             END-IF.

      *CUENTA DONDE SE ABONA EL GIRO: SIN CUENTA VALIDA SE PAGA EN
      *PESOS EN VENTANILLA
       UbicarCuentaBeneficiario.
             IF CargaPend = "S" THEN
                MOVE SPACES      TO CuentaPago
                MOVE MonedaLocal TO MonedaPago
                IF RECuenta NOT = SPACES THEN
                   MOVE RECuenta TO GXANumaccounts
                   READ GirAccounts
                     KEY IS GXANumaccounts
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       PERFORM ValidarCuentaBeneficiario
                   END-READ
                END-IF
                IF CuentaPago = SPACES
                   AND REIdBeneficiario NOT = 0 THEN
                   MOVE "S" TO HayCuentas
                   MOVE LOW-VALUES TO GXANumaccounts
                   START GirAccounts KEY IS NOT < GXANumaccounts
                     INVALID KEY
                       MOVE "N" TO HayCuentas
                   END-START
                   PERFORM BuscarCuentaSiguiente
                           UNTIL NoHayCuentas
                              OR CuentaPago NOT = SPACES
                END-IF
             END-IF.

       BuscarCuentaSiguiente.
             IF CargaPend = "S" THEN
                READ GirAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayCuentas
                  NOT AT END
                    PERFORM ValidarCuentaBeneficiario
                END-READ
             END-IF.

       ValidarCuentaBeneficiario.
             IF CargaPend = "S" THEN
                IF (GXAIdCustomer = REIdBeneficiario
                    OR GXAIdCustomer2 = REIdBeneficiario)
                   AND GXAEstadoCuenta = 0
                   AND (GXATipodeCueta = 0 OR GXATipodeCueta = 1) THEN
                   MOVE GXANumaccounts TO CuentaPago
                   IF GXAMonedaCuenta NOT = SPACES THEN
                      MOVE GXAMonedaCuenta TO MonedaPago
                   END-IF
                END-IF
             END-IF.

      *EL BENEFICIARIO SE CONTRASTA POR DOCUMENTO Y NOMBRE; EL
      *REMITENTE, QUE NO TRAE DOCUMENTO, SOLO POR NOMBRE
       ControlarLista.
             IF CargaPend = "S" THEN
                MOVE REBeneficiario TO NombreControl
                INVOKE obj-listacontrol "VerificarPersona" using
                                              REIdBeneficiario
                                              NombreControl
                                    returning HayCoincidencia
                IF HayCoincidencia = 0 THEN
                   MOVE RERemitente TO NombreControl
                   INVOKE obj-listacontrol "VerificarPersona" using
                                              IdSinDocumento
                                              NombreControl
                                    returning HayCoincidencia
                END-IF
                MOVE 9 TO Disposicion
                IF HayCoincidencia = 1 THEN
                   INVOKE obj-listacontrol "ConsultarDisposicion" using
                                              REIdBeneficiario
                                    returning Disposicion
                END-IF
             END-IF.

       End Method CargarGiros.
      *>----------------------------------------------

       Method-ID. AplicarGiros.
      *>----------------------------------------------
      *RECORRE LOS GIROS POR PAGAR Y LOS RETENIDOS: LOS RETENIDOS
      *QUE CUMPLIMIENTO AUTORIZO QUEDAN POR PAGAR Y LOS QUE RECHAZO
      *SE DEVUELVEN; LOS QUE NO SE COBRARON DENTRO DEL PLAZO SE
      *DEVUELVEN AL CORRESPONSAL; LOS QUE TIENEN CUENTA SE ABONAN
      *CON UN DEPOSITO (TIPO 2), CON SU CONSTANCIA DE CONVERSION Y
      *EL AVISO AL CLIENTE. SI LA CUENTA YA NO ESTA ACTIVA EL GIRO
      *PASA A PAGO EN VENTANILLA. DEVUELVE LOS GIROS ABONADOS
      *CUENTAS CONTABLES:
      *  24060101 GIROS DEL EXTERIOR POR PAGAR
      *  11010101 CAJA (EL DEPOSITO TIPO 2 ENTRA POR CAJA EN LA
      *           CONTABILIDAD DIARIA; ESTE ASIENTO LO RECLASIFICA)
      *  11150101 CORRESPONSALES DEL EXTERIOR (DEVOLUCIONES)
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *AplicaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  AplicaPend      PIC X VALUE "N".
           77  Disposicion     PIC 9.
           77  Devolver        PIC X.
           77  FechaLimite     PIC X(8).
           77  CuentaActiva    PIC 9.
           77  SaldoNuevo      PIC S9(10)V99.
           77  TransaccionOk   PIC 9.
           77  ConceptoAbono   PIC X(20) VALUE "GIRO DEL EXTERIOR".
           77  CuentaCorresp   PIC X(9) VALUE "CORRESP".
           77  MonedaLocal     PIC X(3) VALUE "COP".
           77  ReferenciaNotif PIC X(15).
           77  MontoAsiento    PIC 9(12)V99.
           77  CuentaPorPagar  PIC X(8) VALUE "24060101".
           77  CuentaCaja      PIC X(8) VALUE "11010101".
           77  CuentaCorresGL  PIC X(8) VALUE "11150101".
           77  SucursalCentral PIC 9(2) VALUE 0.
           77  OrigenAsiento   PIC X(12) VALUE "GIROS".
           77  ReferenciaAsiento PIC X(20).
           77  AsientoOk       PIC 9.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-tasacambio   object reference.
           01  obj-listacontrol object reference.
           01  obj-contabilidad object reference.
           01  obj-notificacion object reference.
           01  obj-fechaproceso object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  LSDiasDevolucion PIC 9(3).
           77  LSTotalDevueltas PIC 9(5).
           77  TotalAbonadas    PIC 9(5).

       Procedure Division using  LSFecha
                                 LSDiasDevolucion
                                 LSTotalDevueltas
                                 returning TotalAbonadas.

             MOVE "S" TO AplicaPend
             MOVE 0 TO TotalAbonadas
             MOVE 0 TO LSTotalDevueltas
             ACCEPT  CurrentTime FROM TIME
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE tasacambio "New"
                     RETURNING obj-tasacambio
             INVOKE listacontrol "New"
                     RETURNING obj-listacontrol
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso

             MOVE "S" TO HayMas
             OPEN I-O Giros
             OPEN INPUT GirAccounts
             PERFORM AplicarGiroSiguiente UNTIL NoHayMas
             CLOSE GirAccounts
             CLOSE Giros
             MOVE "N" TO AplicaPend.

       AplicarGiroSiguiente.
             IF AplicaPend = "S" THEN
                READ Giros NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF GiroPorPagar OR GiroRetenido THEN
                       PERFORM EvaluarGiro
                    END-IF
                END-READ
             END-IF.

       EvaluarGiro.
             IF AplicaPend = "S" THEN
                MOVE "N" TO Devolver
                IF GiroRetenido THEN
                   INVOKE obj-listacontrol "ConsultarDisposicion" using
                                              GirIdBeneficiario
                                    returning Disposicion
                   EVALUATE Disposicion
                     WHEN 1
                       MOVE 0 TO GirEstado
                       DISPLAY "LIBERADA giro " GirReferencia
                     WHEN 2
                       MOVE "S"   TO Devolver
                       MOVE "LST" TO GirMotivo
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                END-IF
                IF Devolver = "N" THEN
                   INVOKE obj-fechaproceso "CalcularFechaMasDias"
                                       using GirFechaRecepcion
                                             LSDiasDevolucion
                                   returning FechaLimite
                   IF FechaLimite < LSFecha THEN
                      MOVE "S"   TO Devolver
                      MOVE "VEN" TO GirMotivo
                   END-IF
                END-IF
                IF Devolver = "S" THEN
                   PERFORM DevolverGiro
                ELSE
                   IF GiroPorPagar AND GirCuenta NOT = SPACES THEN
                      PERFORM AbonarGiro
                   END-IF
                END-IF
                REWRITE giros-file
                END-REWRITE
             END-IF.

       AbonarGiro.
             IF AplicaPend = "S" THEN
                MOVE 0 TO CuentaActiva
                MOVE GirCuenta TO GXANumaccounts
                READ GirAccounts
                  KEY IS GXANumaccounts
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF GXAEstadoCuenta = 0 THEN
                       MOVE 1 TO CuentaActiva
                    END-IF
                END-READ
                IF CuentaActiva = 1 THEN
                   COMPUTE SaldoNuevo = GXAMontodisponible
                                      + GirMontoPago
                   INVOKE obj-accounts "SetMonto" using SaldoNuevo
                                                        GirCuenta
      *TIPO 2 = DEPOSITO (GIRO RECIBIDO DEL EXTERIOR)
                   INVOKE obj-transacition "CrearTransancionConcepto"
                                         using LSFecha CurrentTime
                                               2
                                               GirCuenta
                                               GirMontoPago
                                               ConceptoAbono
                                     returning TransaccionOk
                   IF GirMoneda NOT = GirMonedaPago THEN
                      INVOKE obj-tasacambio "RegistrarConversion"
                                         using LSFecha
                                               CuentaCorresp
                                               GirCuenta
                                               GirMoneda
                                               GirMonedaPago
                                               GirMonto
                                               GirTasa
                                               GirMontoPago
                   END-IF
                   MOVE GirReferencia TO ReferenciaAsiento
                   MOVE GirMontoPago  TO MontoAsiento
                   INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            GXASucursalCuenta
                                            CuentaPorPagar
                                            CuentaCaja
                                            MontoAsiento
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
                   MOVE GirCuenta TO ReferenciaNotif
                   INVOKE obj-notificacion "RegistrarNotificacion"
                                      using GXAIdCustomer
                                            ReferenciaNotif
                                            "GIR"
                                            LSFecha
                   MOVE 1       TO GirEstado
                   MOVE LSFecha TO GirFechaMovimiento
                   DISPLAY "ABONADA giro " GirReferencia
                           " cuenta " GirCuenta
                           " monto " GirMontoPago
                   ADD 1 TO TotalAbonadas
                ELSE
                   PERFORM PasarAVentanilla
                END-IF
             END-IF.

      *LA CUENTA DEJO DE ESTAR ACTIVA ENTRE LA CARGA Y EL ABONO: UN
      *GIRO EN PESOS PASA A PAGO EN VENTANILLA. UNO CONVERTIDO A
      *OTRA MONEDA SIGUE ESPERANDO LA CUENTA, Y SI NO SE REACTIVA
      *DENTRO DEL PLAZO SE DEVUELVE AL CORRESPONSAL
       PasarAVentanilla.
             IF AplicaPend = "S" THEN
                IF GirMonedaPago = MonedaLocal THEN
                   DISPLAY "VENTANILLA giro " GirReferencia
                           " la cuenta " GirCuenta " no esta activa"
                   MOVE SPACES TO GirCuenta
                ELSE
                   DISPLAY "PENDIENTE giro " GirReferencia
                           " la cuenta " GirCuenta " no esta activa"
                END-IF
             END-IF.

       DevolverGiro.
             IF AplicaPend = "S" THEN
                MOVE GirReferencia TO ReferenciaAsiento
                MOVE GirMontoPago  TO MontoAsiento
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                   using LSFecha
                                         SucursalCentral
                                         CuentaPorPagar
                                         CuentaCorresGL
                                         MontoAsiento
                                         OrigenAsiento
                                         ReferenciaAsiento
                                   returning AsientoOk
                MOVE 4       TO GirEstado
                MOVE LSFecha TO GirFechaMovimiento
                DISPLAY "DEVUELTA giro " GirReferencia
                        " motivo " GirMotivo
                ADD 1 TO LSTotalDevueltas
             END-IF.

       End Method AplicarGiros.
      *>----------------------------------------------

       Method-ID. ConsultarGiro.
      *>----------------------------------------------
      *DATOS DEL GIRO QUE CORRESPONDE A UN CODIGO DE PAGO (SI EL
      *CODIGO SE REPITE, EL MAS RECIENTE). DEVUELVE SU ESTADO, O 9
      *SI EL CODIGO NO EXISTE
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSCodigo        PIC X(10).
           77  LSRemitente     PIC X(30).
           77  LSBeneficiario  PIC X(30).
           77  LSIdBeneficiario PIC 9(9).
           77  LSMontoPago     PIC 9(10)V99.
           77  LSEstado        PIC 9.

       Procedure Division using  LSCodigo
                                 LSRemitente
                                 LSBeneficiario
                                 LSIdBeneficiario
                                 LSMontoPago
                                 returning LSEstado.

             MOVE 9 TO LSEstado
             MOVE "S" TO HayMas
             OPEN INPUT Giros
             MOVE LSCodigo TO GirCodigoPago
             START Giros KEY IS = GirCodigoPago
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM ConsultarCodigoSiguiente UNTIL NoHayMas
             CLOSE Giros.

       ConsultarCodigoSiguiente.
             READ Giros NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF GirCodigoPago NOT = LSCodigo THEN
                    MOVE "N" TO HayMas
                 ELSE
                    MOVE GirRemitente      TO LSRemitente
                    MOVE GirBeneficiario   TO LSBeneficiario
                    MOVE GirIdBeneficiario TO LSIdBeneficiario
                    MOVE GirMontoPago      TO LSMontoPago
                    MOVE GirEstado         TO LSEstado
                    IF GiroPorPagar AND GirCuenta NOT = SPACES THEN
                       DISPLAY "El giro se abona en la cuenta "
                               GirCuenta
                    END-IF
                 END-IF
             END-READ.

       End Method ConsultarGiro.
      *>----------------------------------------------

       Method-ID. PagarGiro.
      *>----------------------------------------------
      *PAGO EN EFECTIVO DE UN GIRO POR VENTANILLA. EL CAJERO YA
      *VERIFICO EL DOCUMENTO ORIGINAL DEL BENEFICIARIO; AQUI SE
      *EXIGE QUE EL NUMERO COINCIDA CON EL DEL GIRO, QUE EL GIRO
      *ESTE POR PAGAR Y NO TENGA CUENTA PARA ABONO, Y QUE EL
      *BENEFICIARIO NO TENGA UN HIT SIN AUTORIZAR EN LA LISTA DE
      *CONTROL. LA SALIDA DE CAJA LA REGISTRA QUIEN LLAMA
      *CUENTAS CONTABLES:
      *  24060101 GIROS DEL EXTERIOR POR PAGAR
      *  11010101 CAJA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  Encontrada    PIC 9 VALUE 0.
           77  Disposicion   PIC 9.
           77  MontoAsiento  PIC 9(12)V99.
           77  CuentaDebe    PIC X(8) VALUE "24060101".
           77  CuentaHaber   PIC X(8) VALUE "11010101".
           77  OrigenAsiento PIC X(12) VALUE "GIROS".
           77  ReferenciaAsiento PIC X(20).
           77  AsientoOk     PIC 9.
           01  obj-listacontrol object reference.
           01  obj-contabilidad object reference.

        Linkage Section.
           77  LSCodigo      PIC X(10).
           77  LSDocumento   PIC 9(9).
           77  LSFecha       PIC X(8).
           77  LSOperador    PIC 9(9).
           77  LSSucursal    PIC 9(2).
           77  LSRemId       PIC 9(6).
           77  PagoOk        PIC 9.

       Procedure Division using  LSCodigo
                                 LSDocumento
                                 LSFecha
                                 LSOperador
                                 LSSucursal
                                 LSRemId
                                 returning PagoOk.

             MOVE 0 TO PagoOk
             MOVE 0 TO LSRemId
             MOVE "S" TO HayMas
             OPEN I-O Giros
             MOVE LSCodigo TO GirCodigoPago
             START Giros KEY IS = GirCodigoPago
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM BuscarPorPagarSiguiente UNTIL NoHayMas

             IF Encontrada = 0 THEN
                DISPLAY "No hay giro por pagar con ese codigo"
             ELSE
             IF GirCuenta NOT = SPACES THEN
                DISPLAY "El giro se abona en la cuenta " GirCuenta
             ELSE
             IF LSDocumento NOT = GirIdBeneficiario THEN
                DISPLAY "El documento no corresponde al beneficiario"
             ELSE
                INVOKE listacontrol "New"
                        RETURNING obj-listacontrol
                INVOKE obj-listacontrol "ConsultarDisposicion" using
                                              LSDocumento
                                    returning Disposicion
                IF Disposicion NOT = 9 AND Disposicion NOT = 1 THEN
                   DISPLAY "El beneficiario esta en revision de"
                   DISPLAY "cumplimiento: no se puede pagar"
                ELSE
                   MOVE 2          TO GirEstado
                   MOVE LSFecha    TO GirFechaMovimiento
                   MOVE LSOperador TO GirOperador
                   REWRITE giros-file
                   END-REWRITE
                   INVOKE contabilidad "New"
                           RETURNING obj-contabilidad
                   MOVE GirReferencia TO ReferenciaAsiento
                   MOVE GirMontoPago  TO MontoAsiento
                   INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            LSSucursal
                                            CuentaDebe
                                            CuentaHaber
                                            MontoAsiento
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
                   MOVE GirId TO LSRemId
                   MOVE 1     TO PagoOk
                END-IF
             END-IF
             END-IF
             END-IF
             CLOSE Giros.

       BuscarPorPagarSiguiente.
             READ Giros NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF GirCodigoPago NOT = LSCodigo THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF GiroPorPagar THEN
                       MOVE 1   TO Encontrada
                       MOVE "N" TO HayMas
                    END-IF
                 END-IF
             END-READ.

       End Method PagarGiro.
      *>----------------------------------------------

       Method-ID. LiquidarCorresponsal.
      *>----------------------------------------------
      *LIQUIDACION DEL DIA CON EL CORRESPONSAL: DETALLE DE LOS
      *GIROS RECIBIDOS Y DE LOS DEVUELTOS EN LA FECHA Y, POR
      *MONEDA, LO RECIBIDO, LO DEVUELTO Y EL NETO QUE EL
      *CORRESPONSAL DEBE CUBRIR. LAS DEVOLUCIONES QUEDAN ADEMAS EN
      *giros_devoluciones.txt PARA ENVIARLAS. DEVUELVE LOS GIROS
      *RECIBIDOS EN LA FECHA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *LiquidaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  LiquidaPend     PIC X VALUE "N".
           77  IndMon          PIC 9.
           77  IndBus          PIC 9.
           77  TotalMonedas    PIC 9 VALUE 0.
           77  NetoMoneda      PIC S9(15)V99.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                               VALUE "giros_liquidacion.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "LIQUIDACION CORRESPONSAL".
           77  EncabezadoImpresion PIC X(80)
               VALUE "REFERENCIA      MON         MONTO MOVIMIENTO MOT".
           01  TablaMonedas.
               02  FilaMoneda OCCURS 5.
                   03  MonCodigo    PIC X(3).
                   03  MonRecibido  PIC 9(14)V99.
                   03  MonDevuelto  PIC 9(14)V99.
           01  LineaDetalle.
               02  LDReferencia PIC X(15).
               02  FILLER       PIC X VALUE SPACE.
               02  LDMoneda     PIC X(3).
               02  FILLER       PIC X VALUE SPACE.
               02  LDMonto      PIC Z(9)9.99.
               02  FILLER       PIC X VALUE SPACE.
               02  LDMovimiento PIC X(10).
               02  FILLER       PIC X VALUE SPACE.
               02  LDMotivo     PIC X(3).
               02  FILLER       PIC X(32) VALUE SPACES.
           01  LineaTitulo.
               02  FILLER       PIC X(20) VALUE "TOTALES POR MONEDA".
               02  FILLER       PIC X(60) VALUE SPACES.
           01  LineaTotal.
               02  LTMoneda     PIC X(3).
               02  FILLER       PIC X(10) VALUE " RECIBIDO ".
               02  LTRecibido   PIC Z(12)9.99.
               02  FILLER       PIC X(10) VALUE " DEVUELTO ".
               02  LTDevuelto   PIC Z(12)9.99.
               02  FILLER       PIC X(6)  VALUE " NETO ".
               02  LTNeto       PIC -(12)9.99.
               02  FILLER       PIC X(3)  VALUE SPACES.
           01  LineaBlanco      PIC X(80) VALUE SPACES.
           01  obj-reporte      object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  LSTotalDevueltas PIC 9(5).
           77  TotalRecibidas   PIC 9(5).

       Procedure Division using  LSFecha
                                 LSTotalDevueltas
                                 returning TotalRecibidas.

             MOVE "S" TO LiquidaPend
             MOVE 0 TO TotalRecibidas
             MOVE 0 TO LSTotalDevueltas
             MOVE ZEROS TO TablaMonedas
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT Giros
             OPEN OUTPUT GirosDevolucion
             PERFORM LiquidarGiroSiguiente UNTIL NoHayMas
             CLOSE GirosDevolucion
             CLOSE Giros

             INVOKE obj-reporte "EscribirLinea" using LineaBlanco
             INVOKE obj-reporte "EscribirLinea" using LineaTitulo
             MOVE 1 TO IndMon
             PERFORM ImprimirTotalMoneda UNTIL IndMon > TotalMonedas
             MOVE TotalRecibidas TO MontoControl
             INVOKE obj-reporte "CerrarReporte" using MontoControl
             MOVE "N" TO LiquidaPend.

       LiquidarGiroSiguiente.
             IF LiquidaPend = "S" THEN
                READ Giros NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF GirFechaRecepcion = LSFecha THEN
                       PERFORM UbicarMoneda
                       IF IndMon > 0 THEN
                          ADD GirMonto TO MonRecibido(IndMon)
                       END-IF
                       MOVE "RECIBIDO" TO LDMovimiento
                       MOVE SPACES     TO LDMotivo
                       PERFORM ImprimirDetalle
                       ADD 1 TO TotalRecibidas
                    END-IF
                    IF GiroDevuelto
                       AND GirFechaMovimiento = LSFecha THEN
                       PERFORM UbicarMoneda
                       IF IndMon > 0 THEN
                          ADD GirMonto TO MonDevuelto(IndMon)
                       END-IF
                       MOVE "DEVUELTO" TO LDMovimiento
                       MOVE GirMotivo  TO LDMotivo
                       PERFORM ImprimirDetalle
                       MOVE GirReferencia TO RDReferencia
                       MOVE GirMoneda     TO RDMoneda
                       MOVE GirMonto      TO RDMonto
                       MOVE GirMotivo     TO RDMotivo
                       WRITE giros-devolucion-file
                       END-WRITE
                       ADD 1 TO LSTotalDevueltas
                    END-IF
                END-READ
             END-IF.

       ImprimirDetalle.
             IF LiquidaPend = "S" THEN
                MOVE GirReferencia TO LDReferencia
                MOVE GirMoneda     TO LDMoneda
                MOVE GirMonto      TO LDMonto
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
             END-IF.

      *FILA DE LA MONEDA DEL GIRO EN LA TABLA; IndMon QUEDA EN
      *CERO SI LA TABLA ESTA LLENA
       UbicarMoneda.
             IF LiquidaPend = "S" THEN
                MOVE 0 TO IndMon
                MOVE 1 TO IndBus
                PERFORM CompararMoneda
                        UNTIL IndBus > TotalMonedas OR IndMon > 0
                IF IndMon = 0 THEN
                   IF TotalMonedas < 5 THEN
                      ADD 1 TO TotalMonedas
                      MOVE TotalMonedas TO IndMon
                      MOVE GirMoneda    TO MonCodigo(IndMon)
                   ELSE
                      DISPLAY "Moneda " GirMoneda
                              " fuera de la tabla de liquidacion"
                   END-IF
                END-IF
             END-IF.

       CompararMoneda.
             IF LiquidaPend = "S" THEN
                IF MonCodigo(IndBus) = GirMoneda THEN
                   MOVE IndBus TO IndMon
                END-IF
                ADD 1 TO IndBus
             END-IF.

       ImprimirTotalMoneda.
             IF LiquidaPend = "S" THEN
                COMPUTE NetoMoneda = MonRecibido(IndMon)
                                   - MonDevuelto(IndMon)
                MOVE MonCodigo(IndMon)   TO LTMoneda
                MOVE MonRecibido(IndMon) TO LTRecibido
                MOVE MonDevuelto(IndMon) TO LTDevuelto
                MOVE NetoMoneda          TO LTNeto
                INVOKE obj-reporte "EscribirLinea" using LineaTotal
                DISPLAY "Neto a liquidar " MonCodigo(IndMon)
                        " " NetoMoneda
                ADD 1 TO IndMon
             END-IF.

       End Method LiquidarCorresponsal.
      *>----------------------------------------------

       end object.
       end class Giro.
