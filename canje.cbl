
       object section.
       class-control.
           accounts     is class "accounts"
           transacition is class "transacition"
           bank         is class "bank"
           parametro    is class "parametro"
           gmf          is class "gmf"
           notificacion is class "notificacion"
           reporte      is class "reporte"
           contabilidad is class "contabilidad"
           canje is class "canje".

       working-storage section.
           access is dynamic
           record key is CanjeId.

           SELECT CanjePresentacion ASSIGN TO
                  "canje_presentacion.dat"
           organization is line sequential.

           SELECT CanjeDevoluciones ASSIGN TO
                  "canje_devoluciones.dat"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD Canjes.
               88  CanjeLiberado   VALUE 1.
               88  CanjeDevuelto   VALUE 2.

       FD CanjePresentacion.
      *PRESENTACION DIARIA A LA CAMARA DE LOS CHEQUES QUE ESTAMOS
      *COBRANDO, AGRUPADOS POR BANCO GIRADOR: CABECERA DEL BANCO
      *(1) CON SU CODIGO DE RUTA, UN DETALLE POR CHEQUE (5) Y EL
      *CONTROL DEL BANCO (8) CON CANTIDAD Y TOTAL
       01 presentacion-cabecera.
           05  PCTipo             PIC X.
           05  PCFecha            PIC X(8).
           05  PCBanco            PIC 9.
           05  PCRuta             PIC X(9).
           05  FILLER             PIC X(61).
       01 presentacion-detalle.
           05  PDTipo             PIC X.
           05  PDCanjeId          PIC 9(6).
           05  PDCuenta           PIC X(9).
           05  PDMonto            PIC 9(10)V99.
           05  PDFechaDeposito    PIC X(8).
           05  FILLER             PIC X(44).
       01 presentacion-control.
           05  PTTipo             PIC X.
           05  PTBanco            PIC 9.
           05  PTCantidad         PIC 9(6).
           05  PTTotal            PIC 9(12)V99.
           05  FILLER             PIC X(58).

       FD CanjeDevoluciones.
      *CHEQUES DEVUELTOS POR EL BANCO GIRADOR, CON EL CANJE QUE SE
      *LES DIO EN LA PRESENTACION Y EL CODIGO DE MOTIVO DE LA CAMARA
       01 canje-devoluciones-file.
           05  CDCanjeId          PIC 9(6).
           05  CDBanco            PIC 9.
           05  CDMonto            PIC 9(10)V99.
           05  CDMotivo           PIC X(3).

       Method-ID. RegistrarCanje.
      *>----------------------------------------------
       Data Division.
       End Method LiberarCanjesDelDia.
      *>----------------------------------------------

       Method-ID. ProyectarCanjesDelDia.
      *>----------------------------------------------
      *SIMULACION DEL CIERRE: LISTA LOS CANJES QUE SE LIBERARIAN
      *EN LA FECHA, SIN CAMBIAR SU ESTADO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           01  LineaProyeccion.
               02  LPPaso        PIC X(10) VALUE "CANJE".
               02  FILLER        PIC X VALUE SPACE.
               02  LPCuenta      PIC X(9).
               02  FILLER        PIC X VALUE SPACE.
               02  LPMovimiento  PIC X(7) VALUE "LIBERA".
               02  FILLER        PIC X VALUE SPACE.
               02  LPMonto       PIC Z(9)9.99.
               02  FILLER        PIC X VALUE SPACE.
               02  LPDetalle     PIC X(37).

        Linkage Section.
           77  LSFecha       PIC X(8).
           01  LSReporte     usage object reference.
           77  TotalLiberados PIC 9(4).

       Procedure Division using  LSFecha
                                 LSReporte
                                 returning TotalLiberados.

             MOVE 0   TO TotalLiberados
             MOVE "S" TO HayMas
             OPEN INPUT Canjes
             PERFORM ProyectarCanjeSiguiente UNTIL NoHayMas
             CLOSE Canjes.

       ProyectarCanjeSiguiente.
             READ Canjes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CanjeRetenido
                    AND CanjeFechaLiberacion NOT > LSFecha THEN
                    MOVE CanjeCuenta TO LPCuenta
                    MOVE CanjeMonto  TO LPMonto
                    MOVE SPACES      TO LPDetalle
                    STRING "CANJE " CanjeId " DEPOSITADO "
                           CanjeFechaDeposito
                           DELIMITED BY SIZE INTO LPDetalle
                    INVOKE LSReporte "EscribirLinea"
                                     using LineaProyeccion
                    ADD 1 TO TotalLiberados
                 END-IF
             END-READ.

       End Method ProyectarCanjesDelDia.
      *>----------------------------------------------

       Method-ID. ListarCanjesDelDia.
      *>----------------------------------------------
      *LISTADO DE CANJE DEL DIA: LOS CHEQUES DEPOSITADOS EN LA
      *FECHA Y LAS RETENCIONES QUE SE LIBERAN EN ELLA, CON SU
      *ESTADO. CON FILTRO DE SUCURSAL SOLO SALEN LAS CUENTAS DE ESA
      *SUCURSAL (999 ES TODO EL BANCO). EL QUE LLAMA ABRE Y CIERRA
      *EL REPORTE; LSTOTALMONTO DEVUELVE LA SUMA LISTADA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  CanjesPend    PIC X VALUE "N".
           77  SucCanje      PIC 9(2).
           01  LineaCanje.
               02  LCMovimiento  PIC X(9).
               02  FILLER        PIC X VALUE SPACE.
               02  LCCanjeId     PIC 9(6).
               02  FILLER        PIC X VALUE SPACE.
               02  LCCuenta      PIC X(9).
               02  FILLER        PIC X VALUE SPACE.
               02  LCSucursal    PIC Z9.
               02  FILLER        PIC X VALUE SPACE.
               02  LCBanco       PIC 9.
               02  FILLER        PIC X VALUE SPACE.
               02  LCMonto       PIC Z(9)9.99.
               02  FILLER        PIC X VALUE SPACE.
               02  LCDeposito    PIC X(8).
               02  FILLER        PIC X VALUE SPACE.
               02  LCLiberacion  PIC X(8).
               02  FILLER        PIC X VALUE SPACE.
               02  LCEstado      PIC X(9).
               02  FILLER        PIC X(6) VALUE SPACES.
           01  obj-accounts  object reference.

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  LSFiltroSucursal PIC 9(3).
           77  LSTotalMonto  PIC S9(14)V99.
           01  LSReporte     usage object reference.
           77  TotalCanjes   PIC 9(4).

       Procedure Division using  LSFecha
                                 LSFiltroSucursal
                                 LSTotalMonto
                                 LSReporte
                                 returning TotalCanjes.

             MOVE 0   TO TotalCanjes
             MOVE 0   TO LSTotalMonto
             INVOKE accounts "New"
                     RETURNING obj-accounts
             MOVE "S" TO CanjesPend
             MOVE "S" TO HayMas
             OPEN INPUT Canjes
             PERFORM ListarCanjeDelDia UNTIL NoHayMas
             CLOSE Canjes
             MOVE "N" TO CanjesPend.

       ListarCanjeDelDia.
             READ Canjes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CanjeFechaDeposito = LSFecha
                    OR CanjeFechaLiberacion = LSFecha THEN
                    INVOKE obj-accounts "GetSucursal" using
                                                  CanjeCuenta
                                        returning SucCanje
                    IF LSFiltroSucursal = 999
                       OR SucCanje = LSFiltroSucursal THEN
                       PERFORM EscribirCanjeDelDia
                    END-IF
                 END-IF
             END-READ.

      *CanjesPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL CAE
      *EN EL AL FINAL DEL METODO
       EscribirCanjeDelDia.
           IF CanjesPend = "S" THEN
             IF CanjeFechaDeposito = LSFecha THEN
                MOVE "DEPOSITO" TO LCMovimiento
             ELSE
                MOVE "LIBERA"   TO LCMovimiento
             END-IF
             EVALUATE TRUE
               WHEN CanjeRetenido
                 MOVE "RETENIDO" TO LCEstado
               WHEN CanjeLiberado
                 MOVE "LIBERADO" TO LCEstado
               WHEN CanjeDevuelto
                 MOVE "DEVUELTO" TO LCEstado
               WHEN OTHER
                 MOVE SPACES     TO LCEstado
             END-EVALUATE
             MOVE CanjeId              TO LCCanjeId
             MOVE CanjeCuenta          TO LCCuenta
             MOVE SucCanje             TO LCSucursal
             MOVE CanjeBanco           TO LCBanco
             MOVE CanjeMonto           TO LCMonto
             MOVE CanjeFechaDeposito   TO LCDeposito
             MOVE CanjeFechaLiberacion TO LCLiberacion
             INVOKE LSReporte "EscribirLinea"
                              using LineaCanje
             ADD CanjeMonto TO LSTotalMonto
             ADD 1 TO TotalCanjes
           END-IF.

       End Method ListarCanjesDelDia.
      *>----------------------------------------------

       Method-ID. MarcarDevuelto.
      *>----------------------------------------------
      *CHEQUE DEPOSITADO QUE REBOTO EN EL BANCO GIRADOR: LA
       End Method ListarCanjesPorCuenta.
      *>----------------------------------------------

       Method-ID. GenerarPresentacionCanje.
      *>----------------------------------------------
      *ARMA EL ARCHIVO DE PRESENTACION DEL DIA CON LOS CHEQUES DE
      *OTROS BANCOS DEPOSITADOS EN LA FECHA QUE SIGUEN EN CANJE, UN
      *GRUPO POR BANCO GIRADOR CON EL CODIGO DE RUTA DEL MAESTRO DE
      *BANCOS
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  IndBanco        PIC 99.
      *PresentacionPend EVITA QUE EL PARRAFO ACTUE CUANDO EL
      *CONTROL CAE EN EL AL FINAL DEL METODO
           77  PresentacionPend PIC X VALUE "N".
           77  BancoActual     PIC 9.
           77  RutaBanco       PIC X(9).
           77  existeBanco     PIC 9.
           77  CantidadBanco   PIC 9(6).
           77  TotalBanco      PIC 9(12)V99.
           01  obj-bank        object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  TotalPresentados PIC 9(6).

       Procedure Division using  LSFecha
                                 returning TotalPresentados.

             MOVE 0 TO TotalPresentados
             INVOKE bank "New"
                     RETURNING obj-bank
             OPEN OUTPUT CanjePresentacion
             MOVE "S" TO PresentacionPend
             MOVE 0 TO IndBanco
             PERFORM PresentarBanco UNTIL IndBanco > 9
             CLOSE CanjePresentacion
             MOVE "N" TO PresentacionPend.

       PresentarBanco.
             IF PresentacionPend = "S" THEN
                MOVE IndBanco TO BancoActual
                MOVE 0 TO CantidadBanco
                MOVE 0 TO TotalBanco
                MOVE "S" TO HayMas
                OPEN INPUT Canjes
                PERFORM PresentarCanjeSiguiente UNTIL NoHayMas
                CLOSE Canjes
                IF CantidadBanco > 0 THEN
                   MOVE SPACES        TO presentacion-control
                   MOVE "8"           TO PTTipo
                   MOVE BancoActual   TO PTBanco
                   MOVE CantidadBanco TO PTCantidad
                   MOVE TotalBanco    TO PTTotal
                   WRITE presentacion-control
                   END-WRITE
                   DISPLAY "PRESENTADOS banco " BancoActual " cheques "
                           CantidadBanco " total " TotalBanco
                END-IF
             END-IF
             ADD 1 TO IndBanco.

       PresentarCanjeSiguiente.
             READ Canjes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CanjeRetenido AND CanjeBanco = BancoActual
                    AND CanjeFechaDeposito = LSFecha THEN
                    IF CantidadBanco = 0 THEN
                       INVOKE obj-bank "ObtenerCodigoBanco"
                                        using BancoActual
                                              RutaBanco
                                        returning existeBanco
                       MOVE SPACES      TO presentacion-cabecera
                       MOVE "1"         TO PCTipo
                       MOVE LSFecha     TO PCFecha
                       MOVE BancoActual TO PCBanco
                       MOVE RutaBanco   TO PCRuta
                       WRITE presentacion-cabecera
                       END-WRITE
                    END-IF
                    MOVE SPACES             TO presentacion-detalle
                    MOVE "5"                TO PDTipo
                    MOVE CanjeId            TO PDCanjeId
                    MOVE CanjeCuenta        TO PDCuenta
                    MOVE CanjeMonto         TO PDMonto
                    MOVE CanjeFechaDeposito TO PDFechaDeposito
                    WRITE presentacion-detalle
                    END-WRITE
                    ADD CanjeMonto TO TotalBanco
                    ADD 1 TO CantidadBanco
                    ADD 1 TO TotalPresentados
                 END-IF
             END-READ.

       End Method GenerarPresentacionCanje.
      *>----------------------------------------------

       Method-ID. ProcesarDevolucionesCanje.
      *>----------------------------------------------
      *APLICA EL ARCHIVO DE CHEQUES DEVUELTOS: MARCA LA RETENCION
      *DEVUELTA Y DEBITA EL ABONO DEL DEPOSITO. SI EL CANJE SEGUIA
      *RETENIDO EL DEBITO SOLO ANULA FONDOS QUE NUNCA ESTUVIERON
      *DISPONIBLES; SI YA SE HABIA LIBERADO SE CARGA A LA CUENTA
      *AUNQUE LA DEJE EN NEGATIVO. COBRA LA COMISION DE CHEQUE
      *DEVUELTO CON SU GMF Y LE AVISA AL TITULAR. LO QUE NO CASA
      *CON UN CANJE SALE EN canje_devueltos.txt SIN TOCAR SALDOS
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *DevolucionPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL
      *CAE EN EL AL FINAL DEL METODO
           77  DevolucionPend  PIC X VALUE "N".
           77  existeCanje     PIC 9.
           77  EstadoAnterior  PIC 9.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  MontoGMF        PIC 9(10)V99.
           77  TitularUno      PIC 9(9).
           77  TitularDos      PIC 9(9).
           77  RefNotifCanje   PIC X(15).
           77  ConceptoDevol   PIC X(20) VALUE "CHEQUE DEVUELTO".
           77  ConceptoComision PIC X(20)
                               VALUE "COMISION CHEQUE DEV".
      *COMISION POR CHEQUE DEPOSITADO DEVUELTO (EL VALOR VIGENTE SE
      *LEE DEL MAESTRO DE PARAMETROS)
           77  ComisionDevol   PIC 9(10)V99 VALUE 15000.
           77  CodigoComDevol  PIC X(12) VALUE "COMCHQDEV".
           77  ValorParametro  PIC 9(12)V99.
      *INGRESO POR LA COMISION: EL RETIRO TIPO 1 SALE DE CAJA EN
      *LA CONTABILIDAD DIARIA; ESTE ASIENTO LO RECLASIFICA
           01  obj-contabilidad object reference.
           77  SucursalComision PIC 9(2).
           77  CuentaDebe      PIC X(8) VALUE "11010101".
           77  CuentaHaber     PIC X(8) VALUE "42150103".
           77  OrigenAsiento   PIC X(12) VALUE "COMCHQDEV".
           77  ReferenciaAsiento PIC X(20).
           77  MontoAsiento    PIC 9(12)V99.
           77  AsientoOk       PIC 9.
           01 CurrentTime.
               02  CurrentHour     PIC 99.
               02  CurrentMinute   PIC 99.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30) VALUE "canje_devueltos.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "CHEQUES DEPOSITADOS DEVUELTOS".
           77  EncabezadoImpresion PIC X(80)
               VALUE "CANJE  B MOT CUENTA    MONTO         DETALLE".
           01  LineaDevolucion.
               02  LDCanjeId   PIC 9(6).
               02  FILLER      PIC X VALUE SPACE.
               02  LDBanco     PIC 9.
               02  FILLER      PIC X VALUE SPACE.
               02  LDMotivo    PIC X(3).
               02  FILLER      PIC X VALUE SPACE.
               02  LDCuenta    PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LDMonto     PIC Z(9)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LDDetalle   PIC X(43).
           01  obj-accounts    object reference.
           01  obj-transacition object reference.
           01  obj-parametro   object reference.
           01  obj-gmf         object reference.
           01  obj-notificacion object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  LSExcepciones    PIC 9(6).
           77  TotalDevueltos   PIC 9(6).

       Procedure Division using  LSFecha
                                 LSExcepciones
                                 returning TotalDevueltos.

             MOVE 0 TO TotalDevueltos
             MOVE 0 TO LSExcepciones
             MOVE 0 TO MontoControl
             ACCEPT CurrentTime FROM TIME
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE gmf "New"
                     RETURNING obj-gmf
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE ComisionDevol TO ValorParametro
             INVOKE obj-parametro "ObtenerParametro" using
                                                 CodigoComDevol
                                                 LSFecha
                                                 ValorParametro
                                       returning ValorParametro
             MOVE ValorParametro TO ComisionDevol
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT CanjeDevoluciones
             OPEN I-O Canjes
             PERFORM ProcesarDevolucionSiguiente UNTIL NoHayMas
             CLOSE Canjes
             CLOSE CanjeDevoluciones

             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl.

       ProcesarDevolucionSiguiente.
             READ CanjeDevoluciones
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE CDCanjeId TO CanjeId
                 READ Canjes
                   KEY IS CanjeId
                   INVALID KEY MOVE 0 TO existeCanje
                   NOT INVALID KEY MOVE 1 TO existeCanje
                 END-READ
                 MOVE SPACES    TO LineaDevolucion
                 MOVE CDCanjeId TO LDCanjeId
                 MOVE CDBanco   TO LDBanco
                 MOVE CDMotivo  TO LDMotivo
                 MOVE CDMonto   TO LDMonto
                 EVALUATE TRUE
                   WHEN existeCanje = 0
                     MOVE "CANJE INEXISTENTE" TO LDDetalle
                     INVOKE obj-reporte "EscribirLinea"
                                          using LineaDevolucion
                     ADD 1 TO LSExcepciones
                   WHEN CanjeBanco NOT = CDBanco
                     OR CanjeMonto NOT = CDMonto
                     MOVE CanjeCuenta TO LDCuenta
                     MOVE "BANCO O MONTO NO COINCIDE" TO LDDetalle
                     INVOKE obj-reporte "EscribirLinea"
                                          using LineaDevolucion
                     ADD 1 TO LSExcepciones
                   WHEN CanjeDevuelto
                     MOVE CanjeCuenta TO LDCuenta
                     MOVE "CHEQUE YA DEVUELTO" TO LDDetalle
                     INVOKE obj-reporte "EscribirLinea"
                                          using LineaDevolucion
                     ADD 1 TO LSExcepciones
                   WHEN OTHER
                     MOVE "S" TO DevolucionPend
                     PERFORM DevolverChequeCanje
                 END-EVALUATE
             END-READ.

       DevolverChequeCanje.
             IF DevolucionPend = "S" THEN
                MOVE "N" TO DevolucionPend
                MOVE CanjeEstado TO EstadoAnterior
                MOVE 2 TO CanjeEstado
                REWRITE canjes-file
                END-REWRITE
      *TIPO 1 = RETIRO (ANULA EL ABONO DEL CHEQUE DEVUELTO)
                INVOKE obj-accounts "GetMonto" using CanjeCuenta
                                     returning Montoactual
                MOVE Montoactual TO montonuevo
                COMPUTE montonuevo = montonuevo - CanjeMonto
                                   - ComisionDevol
                INVOKE obj-accounts "SetMonto" using montonuevo
                                                     CanjeCuenta
                INVOKE obj-transacition "CrearTransancionConcepto"
                                    using LSFecha CurrentTime
                                        1
                                        CanjeCuenta
                                        CanjeMonto
                                        ConceptoDevol
      *TIPO 1 = RETIRO (COMISION POR CHEQUE DEPOSITADO DEVUELTO)
                IF ComisionDevol > 0 THEN
                   INVOKE obj-transacition "CrearTransancionConcepto"
                                    using LSFecha CurrentTime
                                        1
                                        CanjeCuenta
                                        ComisionDevol
                                        ConceptoComision
                   INVOKE obj-gmf "CobrarGMF"
                                    using LSFecha CurrentTime
                                          CanjeCuenta
                                          ComisionDevol
                          returning MontoGMF
                   INVOKE obj-accounts "GetSucursal" using CanjeCuenta
                                         returning SucursalComision
                   MOVE CanjeCuenta   TO ReferenciaAsiento
                   MOVE ComisionDevol TO MontoAsiento
                   INVOKE contabilidad "New"
                           RETURNING obj-contabilidad
                   INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                    using LSFecha
                                          SucursalComision
                                          CuentaDebe
                                          CuentaHaber
                                          MontoAsiento
                                          OrigenAsiento
                                          ReferenciaAsiento
                          returning AsientoOk
                END-IF
                INVOKE obj-accounts "GetTitulares" using CanjeCuenta
                                                         TitularUno
                                                         TitularDos
                IF TitularUno NOT = 0 THEN
                   MOVE CanjeCuenta TO RefNotifCanje
                   INVOKE obj-notificacion "RegistrarNotificacion"
                                         using TitularUno
                                               RefNotifCanje
                                               "CDV"
                                               LSFecha
                END-IF
                MOVE CanjeCuenta TO LDCuenta
                IF EstadoAnterior = 1 THEN
                   MOVE "DEVUELTO, CARGADO (YA LIBERADO)" TO LDDetalle
                ELSE
                   MOVE "DEVUELTO, ABONO ANULADO" TO LDDetalle
                END-IF
                IF montonuevo < 0 THEN
                   MOVE "DEVUELTO, CUENTA QUEDA EN NEGATIVO"
                     TO LDDetalle
                END-IF
                INVOKE obj-reporte "EscribirLinea"
                                     using LineaDevolucion
                ADD CanjeMonto TO MontoControl
                ADD 1 TO TotalDevueltos
             END-IF.

       End Method ProcesarDevolucionesCanje.
      *>----------------------------------------------

       end object.
       end class Canje.
