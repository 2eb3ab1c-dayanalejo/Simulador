           fechaproceso is class "fechaproceso"
           gerencia     is class "gerencia"
           parametro    is class "parametro"
           gmf          is class "gmf"
           proteccion   is class "proteccion"
           contabilidad is class "contabilidad"
           debitcard    is class "debitcard"
           bank         is class "bank"
           notificacion is class "notificacion"
           cheque       is class "cheque".

       working-storage section.
           access is dynamic
           record key is RchCuenta.

           SELECT PedidosChequera ASSIGN TO "pedidos_chequera.dat"
           organization is indexed
           access is dynamic
           record key is PedId.

      *ARCHIVO DE PERSONALIZACION PARA EL PROVEEDOR QUE IMPRIME
      *LAS CHEQUERAS
           SELECT ImpresionChequeras ASSIGN TO
                  "chequeras_impresion.txt"
           organization is line sequential.

      *EL MAESTRO DE CLIENTES SE LEE AQUI SOLO EN CONSULTA, CON EL
      *MISMO TRAZADO QUE DEFINE SU CLASE DUENA; SI EL TRAZADO
      *CAMBIA ALLA, DEBE CAMBIARSE TAMBIEN AQUI
           SELECT ChqCustomer ASSIGN TO "customer.dat"
           organization is indexed
           access is dynamic
           record key is CHCIdentificacion.

       DATA DIVISION.
       FILE SECTION.
       FD Cheques.
           05  RchCantidad     PIC 9(3).
           05  RchFechaUltimo  PIC X(8).

       FD PedidosChequera.
      *PEDIDOS DE CHEQUERA HECHOS EN VENTANILLA O DESDE LA SESION
      *DEL CLIENTE. EL RANGO DE NUMEROS SE ASIGNA CUANDO EL PEDIDO
      *SALE PARA IMPRESION; EL PEDIDO PASA LUEGO A RECIBIDO EN LA
      *SUCURSAL Y A ENTREGADO, Y SOLO AL ENTREGARLO SE ACTIVAN SUS
      *CHEQUES EN cheques.dat
       01 pedidos-chequera-file.
           05  PedId             PIC 9(6).
           05  PedCuenta         PIC X(9).
           05  PedCantidad       PIC 9(3).
           05  PedCanal          PIC X.
               88  PedidoVentanilla VALUE "V".
               88  PedidoSesion     VALUE "U".
           05  PedEstado         PIC 9.
               88  PedidoRegistrado VALUE 0.
               88  PedidoImpreso    VALUE 1.
               88  PedidoRecibido   VALUE 2.
               88  PedidoEntregado  VALUE 3.
               88  PedidoAnulado    VALUE 4.
           05  PedSucursal       PIC 9(2).
           05  PedNumeroInicial  PIC 9(8).
           05  PedNumeroFinal    PIC 9(8).
           05  PedFechaPedido    PIC X(8).
           05  PedFechaImpresion PIC X(8).
           05  PedFechaRecibo    PIC X(8).
           05  PedFechaEntrega   PIC X(8).

       FD ImpresionChequeras.
      *UNA CABECERA (1), UN DETALLE POR CHEQUERA (2) Y UN CONTROL
      *(9). LA LINEA MICR LLEVA LA RUTA DEL BANCO Y LA CUENTA ENTRE
      *SUS SIMBOLOS; EL IMPRESOR ANTEPONE EL SERIAL DE CADA CHEQUE
      *DEL RANGO
       01 impresion-cabecera.
           05  ICTipo            PIC X.
           05  ICFecha           PIC X(8).
           05  ICProceso         PIC X(20).
       01 impresion-detalle.
           05  IDTipo            PIC X.
           05  IDPedido          PIC 9(6).
           05  IDCuenta          PIC X(9).
           05  IDTitular1        PIC X(30).
           05  IDTitular2        PIC X(30).
           05  IDSucursal        PIC 9(2).
           05  IDMicr.
               10  IDMicrTransito1 PIC X.
               10  IDMicrRuta      PIC X(9).
               10  IDMicrTransito2 PIC X.
               10  IDMicrCuenta    PIC X(9).
               10  IDMicrOnUs      PIC X.
           05  IDNumeroInicial   PIC 9(8).
           05  IDNumeroFinal     PIC 9(8).
           05  IDCantidad        PIC 9(3).
       01 impresion-control.
           05  ITTipo            PIC X.
           05  ITPedidos         PIC 9(5).
           05  ITCheques         PIC 9(7).

       FD ChqCustomer.
       01 chq-customer-file.
           05  CHCIdentificacion   PIC 9(9).
           05  CHCNombre           PIC X(15).
           05  CHCDirreccion       PIC X(20).
           05  CHCTipoPersona      PIC X.
               88  CHCJuridica     VALUE "J".
           05  CHCRazonSocial      PIC X(30).
           05  CHCRepresentante    PIC 9(9).

       Method-ID. EmitirChequera.
      *>----------------------------------------------
      *ACTIVACION DE UNA CHEQUERA: CREA UNA FILA POR CADA CHEQUE DEL
      *RANGO, EN ESTADO ENTREGADO. SOLO PARA CUENTAS CORRIENTES. SE
      *INVOCA AL ENTREGAR AL CLIENTE UN PEDIDO YA IMPRESO, CON EL
      *RANGO QUE LE ASIGNO LA IMPRESION; LA SANCION POR CHEQUES
      *DEVUELTOS SE REVISA AL REGISTRAR EL PEDIDO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           01  obj-accounts    object reference.

        Linkage Section.
           77  LSCuenta        PIC X(9).
                DISPLAY "Solo las cuentas corrientes manejan"
                DISPLAY "chequera"
             ELSE
                MOVE "S" TO HayMas
                OPEN I-O Cheques
                PERFORM BuscarMaxChqId UNTIL NoHayMas
                CLOSE Cheques

                MOVE 0 TO Emitidos
                MOVE LSNumeroInicial TO NumeroCheque
                OPEN I-O Cheques
                PERFORM EmitirChequeSiguiente
                        UNTIL Emitidos = LSCantidad
                CLOSE Cheques
                MOVE 1 TO EmitirOk
             END-IF.

       BuscarMaxChqId.
           01  obj-parametro   object reference.
           77  ConceptoSancion PIC X(20)
                               VALUE "SANCION CHEQUE DEV".
      *INGRESO POR SANCION: EL RETIRO TIPO 1 SALE DE CAJA EN LA
      *CONTABILIDAD DIARIA; ESTE ASIENTO LO RECLASIFICA
           01  obj-contabilidad object reference.
           77  SucursalSancion PIC 9(2).
           77  CuentaDebe      PIC X(8) VALUE "11010101".
           77  CuentaHaber     PIC X(8) VALUE "42150103".
           77  OrigenAsiento   PIC X(12) VALUE "SANCIONCHQ".
           77  ReferenciaAsiento PIC X(20).
           77  MontoAsiento    PIC 9(12)V99.
           77  AsientoOk       PIC 9.
           77  DiasVentana     PIC 9(3) VALUE 180.
           77  DiasDesdeUltimo PIC S9(5).
           01  FechaHoyDesc.
           01  obj-embargo      object reference.
           01  obj-gerencia     object reference.
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
             INVOKE gerencia "New"
                     RETURNING obj-gerencia
             INVOKE gmf "New"
                     RETURNING obj-gmf
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                COMPUTE montonuevo = montonuevo - PresMonto
                COMPUTE montoverificacion
                = montonuevo - MontoEmbargado
      *UNA CORRIENTE CON PROTECCION DE SOBREGIRO TRAE EL FALTANTE DE
      *SU CUENTA DE AHORROS ANTES DE DEVOLVER EL CHEQUE
                IF montoverificacion < (0 - LimiteSobregiroActual)
                   AND CuentaCorriente THEN
                   COMPUTE FaltanteSobregiro =
                           (0 - LimiteSobregiroActual)
                           - montoverificacion
                   INVOKE proteccion "New"
                           RETURNING obj-proteccion
                   INVOKE obj-proteccion "CubrirSobregiro"
                                   using PresCuenta
                                         FaltanteSobregiro
                                         CurrentDate CurrentTime
                         returning MontoBarrido
                   ADD MontoBarrido TO montonuevo
                   ADD MontoBarrido TO montoverificacion
                END-IF
                IF montoverificacion < (0 - LimiteSobregiroActual)
                   MOVE "FONDOS INSUFICIENTES" TO MotivoRechazo
                ELSE
                                       5
                                       PresCuenta
                                       PresMonto
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL PAGO
                   INVOKE obj-gmf "CobrarGMF"
                                   using CurrentDate CurrentTime
                                         PresCuenta
                                         PresMonto
                         returning MontoGMF
                   PERFORM MarcarChequePagado
                   DISPLAY "PAGADO cheque " PresNumero
                           " cuenta " PresCuenta " monto "
                                 PresCuenta
                                 SancionCheque
                                 ConceptoSancion
             INVOKE obj-gmf "CobrarGMF"
                             using CurrentDate CurrentTime
                                   PresCuenta
                                   SancionCheque
                   returning MontoGMF
             INVOKE obj-accounts "GetSucursal" using PresCuenta
                                       returning SucursalSancion
             MOVE PresCuenta    TO ReferenciaAsiento
             MOVE SancionCheque TO MontoAsiento
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad
             INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                             using CurrentDate
                                   SucursalSancion
                                   CuentaDebe
                                   CuentaHaber
                                   MontoAsiento
                                   OrigenAsiento
                                   ReferenciaAsiento
                   returning AsientoOk
             DISPLAY "SANCION de " SancionCheque " cobrada a la"
                     " cuenta " PresCuenta

       End Method ProcesarCanje.
      *>----------------------------------------------

       Method-ID. SolicitarChequera.
      *>----------------------------------------------
      *PEDIDO DE CHEQUERA DESDE LA VENTANILLA (V) O LA SESION DEL
      *CLIENTE (U): QUEDA EN COLA HASTA LA IMPRESION NOCTURNA. SOLO
      *CUENTAS CORRIENTES ACTIVAS, SIN SANCION VIGENTE POR CHEQUES
      *DEVUELTOS Y SIN OTRO PEDIDO EN CURSO. DEVUELVE EL NUMERO DE
      *PEDIDO, CERO SI NO SE REGISTRO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MaxPedId        PIC 9(6) VALUE 0.
           77  PedidoEnCurso   PIC 9(6) VALUE 0.
           01  TipoCuentaActual      PIC 9.
               88  CuentaAhorro      VALUE ZERO.
               88  CuentaCorriente   VALUE 1.
               88  CuentaPlazoFijo   VALUE 2.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  EstadoCuentaActual    PIC 9.
           77  SucursalCuenta  PIC 9(2).
      *SANCION POR CHEQUES DEVUELTOS: CON ESTE NUMERO DE RECHAZOS
      *VIGENTES LA CUENTA NO RECIBE CHEQUERAS NUEVAS
           77  MaxRechazos     PIC 9(3) VALUE 3.
           77  CodigoMaxRech   PIC X(12) VALUE "MAXRECHCHQ".
           77  ValorParametro  PIC 9(12)V99.
           77  RechazosVigentes PIC 9(3).
           01  obj-accounts    object reference.
           01  obj-parametro   object reference.

        Linkage Section.
           77  LSCuenta        PIC X(9).
           77  LSCantidad      PIC 9(3).
           77  LSCanal         PIC X.
           77  LSFecha         PIC X(8).
           77  LSPedId         PIC 9(6).

       Procedure Division using  LSCuenta
                                 LSCantidad
                                 LSCanal
                                 LSFecha
                                 returning LSPedId.

             MOVE 0 TO LSPedId
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE obj-accounts "GetLimitesCuenta" using
                                               LSCuenta
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
             INVOKE obj-accounts "GetEstadoCuenta" using LSCuenta
                                       returning EstadoCuentaActual

      *EL MAXIMO DE RECHAZOS TOLERADOS SALE DEL MAESTRO DE
      *PARAMETROS
             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE MaxRechazos TO ValorParametro
             INVOKE obj-parametro "ObtenerParametro" using
                                                 CodigoMaxRech
                                                 LSFecha
                                                 ValorParametro
                                       returning ValorParametro
             MOVE ValorParametro TO MaxRechazos
             INVOKE "ContarRechazosCuenta" using LSCuenta
                                                 LSFecha
                                    returning RechazosVigentes

      *UN SOLO PEDIDO EN CURSO POR CUENTA; DE PASO SE TOMA EL MAYOR
      *PedId PARA GENERAR EL SIGUIENTE
             MOVE "S" TO HayMas
             OPEN I-O PedidosChequera
             PERFORM BuscarPedidoEnCurso UNTIL NoHayMas
             CLOSE PedidosChequera

             EVALUATE TRUE
               WHEN NOT CuentaCorriente
                 DISPLAY "Solo las cuentas corrientes manejan"
                 DISPLAY "chequera"
               WHEN EstadoCuentaActual NOT = 0
                 DISPLAY "La cuenta no esta activa"
               WHEN RechazosVigentes NOT < MaxRechazos
                 DISPLAY "La cuenta esta sancionada por "
                         RechazosVigentes " cheques devueltos"
                 DISPLAY "no se entregan chequeras nuevas"
               WHEN PedidoEnCurso NOT = 0
                 DISPLAY "La cuenta ya tiene el pedido "
                         PedidoEnCurso " en curso"
               WHEN LSCantidad = 0
                 DISPLAY "La cantidad de cheques no es valida"
               WHEN OTHER
                 INVOKE obj-accounts "GetSucursal" using LSCuenta
                                       returning SucursalCuenta
                 OPEN I-O PedidosChequera
                 COMPUTE MaxPedId = MaxPedId + 1
                 MOVE MaxPedId       TO PedId
                 MOVE LSCuenta       TO PedCuenta
                 MOVE LSCantidad     TO PedCantidad
                 MOVE LSCanal        TO PedCanal
                 MOVE 0              TO PedEstado
                 MOVE SucursalCuenta TO PedSucursal
                 MOVE 0              TO PedNumeroInicial
                 MOVE 0              TO PedNumeroFinal
                 MOVE LSFecha        TO PedFechaPedido
                 MOVE SPACES         TO PedFechaImpresion
                 MOVE SPACES         TO PedFechaRecibo
                 MOVE SPACES         TO PedFechaEntrega
                 WRITE pedidos-chequera-file
                 END-WRITE
                 CLOSE PedidosChequera
                 MOVE MaxPedId TO LSPedId
             END-EVALUATE.

       BuscarPedidoEnCurso.
             READ PedidosChequera NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PedId > MaxPedId THEN
                    MOVE PedId TO MaxPedId
                 END-IF
                 IF PedCuenta = LSCuenta
                    AND (PedidoRegistrado OR PedidoImpreso
                         OR PedidoRecibido) THEN
                    MOVE PedId TO PedidoEnCurso
                 END-IF
             END-READ.

       End Method SolicitarChequera.
      *>----------------------------------------------

       Method-ID. GenerarArchivoImpresion.
      *>----------------------------------------------
      *IMPRESION NOCTURNA: A CADA PEDIDO REGISTRADO LE ASIGNA EL
      *RANGO SIGUIENTE AL MAYOR NUMERO YA USADO POR LA CUENTA (EN
      *CHEQUES ACTIVOS O EN PEDIDOS YA IMPRESOS) Y LO ESCRIBE EN EL
      *ARCHIVO DEL PROVEEDOR CON LOS TITULARES, LA SUCURSAL DE
      *ENTREGA Y LA LINEA MICR. UN PEDIDO SIN RUTA DE BANCO QUEDA
      *REGISTRADO PARA LA CORRIDA SIGUIENTE
       Data Division.
        Local-Storage Section.
      *ImpPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  ImpPend         PIC X VALUE "N".
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           01  TablaPendientes.
               05  PendienteId PIC 9(6) OCCURS 500 TIMES.
           77  TotalPendientes PIC 9(3).
           77  IndPendiente    PIC 9(3).
           77  PedidoActual    PIC 9(6).
           77  CuentaPedido    PIC X(9).
           77  CantidadPedido  PIC 9(3).
           77  SucursalPedido  PIC 9(2).
           77  UltimoNumero    PIC 9(8).
           77  TotalCheques    PIC 9(7).
           77  Titular1Id      PIC 9(9).
           77  Titular2Id      PIC 9(9).
           77  NombreTitular1  PIC X(30).
           77  NombreTitular2  PIC X(30).
           77  TarjetaCuenta   PIC X(15).
           77  IDBankCuenta    PIC 9.
           77  RutaBanco       PIC X(9).
           77  existeBanco     PIC 9.
           77  NombreProceso   PIC X(20) VALUE "CHEQUERAS".
           01  obj-accounts    object reference.
           01  obj-debitcard   object reference.
           01  obj-bank        object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalPedidos    PIC 9(5).

       Procedure Division using  LSFecha
                                 returning TotalPedidos.

             MOVE "S" TO ImpPend
             MOVE 0 TO TotalPedidos
             MOVE 0 TO TotalCheques
             MOVE 0 TO TotalPendientes
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE debitcard "New"
                     RETURNING obj-debitcard
             INVOKE bank "New"
                     RETURNING obj-bank

      *PRIMERO SE TOMAN LOS PEDIDOS REGISTRADOS; CADA UNO SE TRATA
      *DESPUES POR SEPARADO PORQUE LA ASIGNACION DEL RANGO RECORRE
      *OTRA VEZ LOS PEDIDOS Y LOS CHEQUES DE SU CUENTA
             MOVE "S" TO HayMas
             OPEN I-O PedidosChequera
             PERFORM TomarPedidoRegistrado UNTIL NoHayMas
             CLOSE PedidosChequera

             OPEN INPUT ChqCustomer
             OPEN OUTPUT ImpresionChequeras
             MOVE SPACES        TO impresion-cabecera
             MOVE "1"           TO ICTipo
             MOVE LSFecha       TO ICFecha
             MOVE NombreProceso TO ICProceso
             WRITE impresion-cabecera
             END-WRITE

             MOVE 1 TO IndPendiente
             PERFORM ImprimirPedidoSiguiente
                     UNTIL IndPendiente > TotalPendientes

             MOVE SPACES       TO impresion-control
             MOVE "9"          TO ITTipo
             MOVE TotalPedidos TO ITPedidos
             MOVE TotalCheques TO ITCheques
             WRITE impresion-control
             END-WRITE
             CLOSE ImpresionChequeras
             CLOSE ChqCustomer
             MOVE "N" TO ImpPend.

       TomarPedidoRegistrado.
           IF ImpPend = "S" THEN
             READ PedidosChequera NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PedidoRegistrado AND TotalPendientes < 500 THEN
                    ADD 1 TO TotalPendientes
                    MOVE PedId TO PendienteId (TotalPendientes)
                 END-IF
             END-READ
           END-IF.

       ImprimirPedidoSiguiente.
           IF ImpPend = "S" THEN
             MOVE PendienteId (IndPendiente) TO PedidoActual
             OPEN INPUT PedidosChequera
             MOVE PedidoActual TO PedId
             READ PedidosChequera
               KEY IS PedId
               INVALID KEY
                 MOVE SPACES TO CuentaPedido
               NOT INVALID KEY
                 MOVE PedCuenta   TO CuentaPedido
                 MOVE PedCantidad TO CantidadPedido
                 MOVE PedSucursal TO SucursalPedido
             END-READ
             CLOSE PedidosChequera

      *EL MAYOR NUMERO USADO POR LA CUENTA
             MOVE 0   TO UltimoNumero
             MOVE "S" TO HayMas
             OPEN INPUT PedidosChequera
             PERFORM BuscarUltimoPedido UNTIL NoHayMas
             CLOSE PedidosChequera
             MOVE "S" TO HayMas
             OPEN INPUT Cheques
             PERFORM BuscarUltimoCheque UNTIL NoHayMas
             CLOSE Cheques

      *LA RUTA DEL BANCO SALE DEL BANCO DE LA TARJETA DE LA CUENTA
             MOVE SPACES TO RutaBanco
             INVOKE obj-accounts "GetIdDebitcard" using CuentaPedido
                                          returning TarjetaCuenta
             IF TarjetaCuenta NOT = SPACES THEN
                INVOKE obj-debitcard "GetIDbank"
                                 using TarjetaCuenta(1:10)
                                 returning IDBankCuenta
                INVOKE obj-bank "ObtenerCodigoBanco"
                                 using IDBankCuenta
                                       RutaBanco
                                 returning existeBanco
             END-IF

             IF RutaBanco = SPACES THEN
                DISPLAY "Pedido " PedidoActual " cuenta " CuentaPedido
                        " sin ruta de banco; queda pendiente"
             ELSE
                PERFORM NombrarTitulares
                OPEN I-O PedidosChequera
                MOVE PedidoActual TO PedId
                READ PedidosChequera
                  KEY IS PedId
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    COMPUTE PedNumeroInicial = UltimoNumero + 1
                    COMPUTE PedNumeroFinal = UltimoNumero
                                           + PedCantidad
                    MOVE 1       TO PedEstado
                    MOVE LSFecha TO PedFechaImpresion
                    REWRITE pedidos-chequera-file
                    END-REWRITE
                END-READ
                CLOSE PedidosChequera

                MOVE SPACES           TO impresion-detalle
                MOVE "2"              TO IDTipo
                MOVE PedidoActual     TO IDPedido
                MOVE CuentaPedido     TO IDCuenta
                MOVE NombreTitular1   TO IDTitular1
                MOVE NombreTitular2   TO IDTitular2
                MOVE SucursalPedido   TO IDSucursal
                MOVE "<"              TO IDMicrTransito1
                MOVE RutaBanco        TO IDMicrRuta
                MOVE "<"              TO IDMicrTransito2
                MOVE CuentaPedido     TO IDMicrCuenta
                MOVE ":"              TO IDMicrOnUs
                MOVE PedNumeroInicial TO IDNumeroInicial
                MOVE PedNumeroFinal   TO IDNumeroFinal
                MOVE CantidadPedido   TO IDCantidad
                WRITE impresion-detalle
                END-WRITE
                ADD 1 TO TotalPedidos
                ADD CantidadPedido TO TotalCheques
             END-IF
             ADD 1 TO IndPendiente
           END-IF.

       BuscarUltimoPedido.
           IF ImpPend = "S" THEN
             READ PedidosChequera NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PedCuenta = CuentaPedido
                    AND (PedidoImpreso OR PedidoRecibido
                         OR PedidoEntregado)
                    AND PedNumeroFinal > UltimoNumero THEN
                    MOVE PedNumeroFinal TO UltimoNumero
                 END-IF
             END-READ
           END-IF.

       BuscarUltimoCheque.
           IF ImpPend = "S" THEN
             READ Cheques NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF ChqCuenta = CuentaPedido
                    AND ChqNumero > UltimoNumero THEN
                    MOVE ChqNumero TO UltimoNumero
                 END-IF
             END-READ
           END-IF.

      *LA PERSONA JURIDICA SE IMPRIME CON SU RAZON SOCIAL
       NombrarTitulares.
           IF ImpPend = "S" THEN
             INVOKE obj-accounts "GetTitulares" using CuentaPedido
                                                      Titular1Id
                                                      Titular2Id
             MOVE SPACES TO NombreTitular1
             MOVE SPACES TO NombreTitular2
             MOVE Titular1Id TO CHCIdentificacion
             READ ChqCustomer
               KEY IS CHCIdentificacion
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CHCJuridica THEN
                    MOVE CHCRazonSocial TO NombreTitular1
                 ELSE
                    MOVE CHCNombre      TO NombreTitular1
                 END-IF
             END-READ
             IF Titular2Id NOT = 0 THEN
                MOVE Titular2Id TO CHCIdentificacion
                READ ChqCustomer
                  KEY IS CHCIdentificacion
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CHCJuridica THEN
                       MOVE CHCRazonSocial TO NombreTitular2
                    ELSE
                       MOVE CHCNombre      TO NombreTitular2
                    END-IF
                END-READ
             END-IF
           END-IF.

       End Method GenerarArchivoImpresion.
      *>----------------------------------------------

       Method-ID. RegistrarRecepcionChequera.
      *>----------------------------------------------
      *LA SUCURSAL RECIBE DEL PROVEEDOR LA CHEQUERA IMPRESA; SE
      *AVISA AL TITULAR QUE PUEDE PASAR A RECLAMARLA
       Data Division.
        Local-Storage Section.
           77  CuentaPedido    PIC X(9).
           77  ReferenciaNotif PIC X(15).
           77  EventoNotif     PIC X(3) VALUE "CHQ".
           77  Titular1Id      PIC 9(9).
           77  Titular2Id      PIC 9(9).
           01  obj-accounts    object reference.
           01  obj-notificacion object reference.

        Linkage Section.
           77  LSPedId         PIC 9(6).
           77  LSFecha         PIC X(8).
           77  RecepcionOk     PIC 9.

       Procedure Division using  LSPedId
                                 LSFecha
                                 returning RecepcionOk.

             MOVE 0 TO RecepcionOk
             OPEN I-O PedidosChequera
             MOVE LSPedId TO PedId
             READ PedidosChequera
               KEY IS PedId
               INVALID KEY
                 DISPLAY "El pedido no existe"
               NOT INVALID KEY
                 IF NOT PedidoImpreso THEN
                    DISPLAY "El pedido no esta en impresion"
                 ELSE
                    MOVE 2       TO PedEstado
                    MOVE LSFecha TO PedFechaRecibo
                    REWRITE pedidos-chequera-file
                    END-REWRITE
                    MOVE PedCuenta TO CuentaPedido
                    MOVE 1 TO RecepcionOk
                 END-IF
             END-READ
             CLOSE PedidosChequera

             IF RecepcionOk = 1 THEN
                INVOKE accounts "New"
                        RETURNING obj-accounts
                INVOKE obj-accounts "GetTitulares" using CuentaPedido
                                                         Titular1Id
                                                         Titular2Id
                MOVE CuentaPedido TO ReferenciaNotif
                INVOKE notificacion "New"
                        RETURNING obj-notificacion
                INVOKE obj-notificacion "RegistrarNotificacion"
                                        using Titular1Id
                                              ReferenciaNotif
                                              EventoNotif
                                              LSFecha
             END-IF.

       End Method RegistrarRecepcionChequera.
      *>----------------------------------------------

       Method-ID. EntregarChequera.
      *>----------------------------------------------
      *ENTREGA AL CLIENTE DE UNA CHEQUERA RECIBIDA EN LA SUCURSAL:
      *SOLO AQUI SE ACTIVAN SUS CHEQUES EN cheques.dat, CON EL RANGO
      *QUE LE ASIGNO LA IMPRESION
       Data Division.
        Local-Storage Section.
           77  CuentaPedido    PIC X(9).
           77  NumeroInicial   PIC 9(8).
           77  CantidadPedido  PIC 9(3).
           77  PedidoListo     PIC 9 VALUE 0.
           77  EmitirOk        PIC 9.

        Linkage Section.
           77  LSPedId         PIC 9(6).
           77  LSFecha         PIC X(8).
           77  EntregaOk       PIC 9.

       Procedure Division using  LSPedId
                                 LSFecha
                                 returning EntregaOk.

             MOVE 0 TO EntregaOk
             OPEN INPUT PedidosChequera
             MOVE LSPedId TO PedId
             READ PedidosChequera
               KEY IS PedId
               INVALID KEY
                 DISPLAY "El pedido no existe"
               NOT INVALID KEY
                 IF NOT PedidoRecibido THEN
                    DISPLAY "El pedido no esta en la sucursal"
                 ELSE
                    MOVE PedCuenta        TO CuentaPedido
                    MOVE PedNumeroInicial TO NumeroInicial
                    MOVE PedCantidad      TO CantidadPedido
                    MOVE 1 TO PedidoListo
                 END-IF
             END-READ
             CLOSE PedidosChequera

             IF PedidoListo = 1 THEN
                INVOKE "EmitirChequera" using CuentaPedido
                                              NumeroInicial
                                              CantidadPedido
                                    returning EmitirOk
                IF EmitirOk = 1 THEN
                   OPEN I-O PedidosChequera
                   MOVE LSPedId TO PedId
                   READ PedidosChequera
                     KEY IS PedId
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE 3       TO PedEstado
                       MOVE LSFecha TO PedFechaEntrega
                       REWRITE pedidos-chequera-file
                       END-REWRITE
                   END-READ
                   CLOSE PedidosChequera
                   MOVE 1 TO EntregaOk
                END-IF
             END-IF.

       End Method EntregarChequera.
      *>----------------------------------------------

       Method-ID. ListarPedidosChequera.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  EstadoTexto     PIC X(11).

        Linkage Section.
           77  LSCuenta        PIC X(9).
           77  TotalPedidos    PIC 9(4).

       Procedure Division using  LSCuenta
                                 returning TotalPedidos.

             MOVE 0   TO TotalPedidos
             MOVE "S" TO HayMas
             OPEN INPUT PedidosChequera
             PERFORM ListarPedidoSiguiente UNTIL NoHayMas
             CLOSE PedidosChequera.

       ListarPedidoSiguiente.
             READ PedidosChequera NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PedCuenta = LSCuenta THEN
                    EVALUATE TRUE
                      WHEN PedidoRegistrado
                        MOVE "REGISTRADO" TO EstadoTexto
                      WHEN PedidoImpreso
                        MOVE "IMPRESION"  TO EstadoTexto
                      WHEN PedidoRecibido
                        MOVE "EN SUCURSAL" TO EstadoTexto
                      WHEN PedidoEntregado
                        MOVE "ENTREGADO"  TO EstadoTexto
                      WHEN PedidoAnulado
                        MOVE "ANULADO"    TO EstadoTexto
                    END-EVALUATE
                    DISPLAY "Pedido " PedId " del " PedFechaPedido
                            " cheques " PedNumeroInicial "-"
                            PedNumeroFinal " " EstadoTexto
                    ADD 1 TO TotalPedidos
                 END-IF
             END-READ.

       End Method ListarPedidosChequera.
      *>----------------------------------------------

       Method-ID. TrasladarPedidosChequera.
      *>----------------------------------------------
      *CIERRE O FUSION DE UNA SUCURSAL: LOS PEDIDOS DE CHEQUERA QUE
      *NO SE HAN ENTREGADO NI ANULADO SE ENTREGAN EN LA SUCURSAL
      *QUE LA RECIBE
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSSucOrigen   PIC 9(2).
           77  LSSucDestino  PIC 9(2).
           77  TotalTrasladados PIC 9(4).

       Procedure Division using  LSSucOrigen
                                 LSSucDestino
                                 returning TotalTrasladados.

             MOVE 0   TO TotalTrasladados
             MOVE "S" TO HayMas
             OPEN I-O PedidosChequera
             PERFORM TrasladarPedidoSiguiente UNTIL NoHayMas
             CLOSE PedidosChequera.

       TrasladarPedidoSiguiente.
             READ PedidosChequera NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PedSucursal = LSSucOrigen
                    AND NOT PedidoEntregado
                    AND NOT PedidoAnulado THEN
                    MOVE LSSucDestino TO PedSucursal
                    REWRITE pedidos-chequera-file
                    END-REWRITE
                    ADD 1 TO TotalTrasladados
                 END-IF
             END-READ.

       End Method TrasladarPedidosChequera.
      *>----------------------------------------------

       end object.
       end class Cheque.
