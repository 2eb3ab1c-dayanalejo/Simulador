      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. PagoProveedor as "pagoproveedor"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           transacition is class "transacition"
           embargo      is class "embargo"
           canje        is class "canje"
           compratarjeta is class "compratarjeta"
           bolsillo     is class "bolsillo"
           debitcard    is class "debitcard"
           bank         is class "bank"
           liquidacion  is class "liquidacion"
           pagointerbancario is class "pagointerbancario"
           firmante     is class "firmante"
           gmf          is class "gmf"
           notificacion is class "notificacion"
           pagoproveedor is class "pagoproveedor".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARCHIVO DE PAGOS QUE ENTREGA LA EMPRESA
           SELECT ArchivoProveedores ASSIGN TO "pagos_proveedores.dat"
           organization is line sequential.

           SELECT LotesProveedores ASSIGN TO "lotes_proveedores.dat"
           organization is indexed
           access is dynamic
           record key is LotId.

           SELECT LineasProveedores ASSIGN TO
                  "lineas_proveedores.dat"
           organization is indexed
           access is dynamic
           record key is LnId.

      *RESPUESTA A LA EMPRESA CON EL RESULTADO DE CADA PAGO
           SELECT ResultadoProveedores ASSIGN TO
                  "proveedores_resultado.txt"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD ArchivoProveedores.
      *UNA LINEA POR PAGO: EL BANCO DEL PROVEEDOR (CERO = ESTE
      *BANCO), SU CUENTA, SU DOCUMENTO Y NOMBRE, EL MONTO Y LA
      *REFERENCIA (FACTURA) QUE LA EMPRESA QUIERE VER EN LA RESPUESTA
       01 archivo-proveedores-file.
           05  APBanco          PIC 9.
           05  APCuenta         PIC X(9).
           05  APIdProveedor    PIC 9(9).
           05  APNombre         PIC X(30).
           05  APMonto          PIC 9(10)V99.
           05  APReferencia     PIC X(15).

       FD LotesProveedores.
      *UN LOTE POR ARCHIVO CARGADO. EL LOTE NO SE LIBERA HASTA QUE
      *LO APRUEBAN LOS FIRMANTES DE LA CUENTA: UN FIRMANTE
      *INDIVIDUAL BASTA; UN FIRMANTE CONJUNTO NECESITA LA FIRMA DE
      *OTRO FIRMANTE VIGENTE
       01 lotes-proveedores-file.
           05  LotId            PIC 9(6).
           05  LotCuenta        PIC X(9).
           05  LotFechaCarga    PIC X(8).
           05  LotLineas        PIC 9(5).
           05  LotTotal         PIC 9(12)V99.
           05  LotEstado        PIC 9.
               88  LotePorFirmar    VALUE 0.
               88  LoteAprobado     VALUE 1.
               88  LoteProcesado    VALUE 2.
               88  LoteSinFondos    VALUE 3.
               88  LoteAnulado      VALUE 4.
           05  LotFirmante1     PIC 9(9).
           05  LotFirmante2     PIC 9(9).
           05  LotFechaAprobacion PIC X(8).
           05  LotFechaProceso  PIC X(8).
           05  LotAbonadas      PIC 9(5).
           05  LotEnviadas      PIC 9(5).
           05  LotRechazadas    PIC 9(5).
           05  LotMontoRechazado PIC 9(12)V99.

       FD LineasProveedores.
      *LOS PAGOS DE CADA LOTE CON SU RESULTADO. MOTIVOS DE RECHAZO:
      *MTO=MONTO EN CERO, DIG=DIGITO DE CONTROL INVALIDO,
      *CTA=CUENTA INEXISTENTE, EST=CUENTA CERRADA O BLOQUEADA,
      *MON=MONEDA DISTINTA A LA DE LA CUENTA DE DEBITO,
      *BCO=BANCO SIN CODIGO DE RUTA, FON=EL LOTE NO TUVO FONDEO
       01 lineas-proveedores-file.
           05  LnId             PIC 9(7).
           05  LnLote           PIC 9(6).
           05  LnSecuencia      PIC 9(5).
           05  LnBanco          PIC 9.
           05  LnCuenta         PIC X(9).
           05  LnIdProveedor    PIC 9(9).
           05  LnNombre         PIC X(30).
           05  LnMonto          PIC 9(10)V99.
           05  LnReferencia     PIC X(15).
           05  LnEstado         PIC 9.
               88  LineaPendiente   VALUE 0.
               88  LineaAbonada     VALUE 1.
               88  LineaEnviada     VALUE 2.
               88  LineaRechazada   VALUE 3.
           05  LnMotivo         PIC X(3).

       FD ResultadoProveedores.
      *UNA CABECERA (1) POR LOTE, UN DETALLE (5) POR PAGO CON SU
      *RESULTADO (A=ABONADO EN ESTE BANCO, E=ENVIADO A OTRO BANCO,
      *R=RECHAZADO) Y MOTIVO, Y UN CONTROL (9) POR LOTE
       01 resultado-cabecera.
           05  RPCTipo          PIC X.
           05  RPCLote          PIC 9(6).
           05  RPCCuenta        PIC X(9).
           05  RPCFecha         PIC X(8).
           05  RPCEstado        PIC X(10).
       01 resultado-detalle.
           05  RPDTipo          PIC X.
           05  RPDLote          PIC 9(6).
           05  RPDSecuencia     PIC 9(5).
           05  RPDBanco         PIC 9.
           05  RPDCuenta        PIC X(9).
           05  RPDIdProveedor   PIC 9(9).
           05  RPDReferencia    PIC X(15).
           05  RPDMonto         PIC 9(10)V99.
           05  RPDResultado     PIC X.
           05  RPDMotivo        PIC X(3).
       01 resultado-control.
           05  RPTTipo          PIC X.
           05  RPTLote          PIC 9(6).
           05  RPTAbonadas      PIC 9(5).
           05  RPTEnviadas      PIC 9(5).
           05  RPTRechazadas    PIC 9(5).
           05  RPTMontoRechazado PIC 9(12)V99.

       Method-ID. CargarLote.
      *>----------------------------------------------
      *CARGA EL ARCHIVO DE PAGOS DE UNA EMPRESA COMO UN LOTE NUEVO,
      *PENDIENTE DE FIRMAS. SOLO PARA CUENTAS ACTIVAS CON FIRMANTES
      *REGISTRADOS. DEVUELVE EL NUMERO DE LOTE, CERO SI NO SE CARGO
       Data Division.
        Local-Storage Section.
      *CargaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  CargaPend       PIC X VALUE "N".
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MaxLotId        PIC 9(6) VALUE 0.
           77  MaxLnId         PIC 9(7) VALUE 0.
           77  TotalLineas     PIC 9(5) VALUE 0.
           77  TotalMonto      PIC 9(12)V99 VALUE 0.
           77  EstadoCuentaAct PIC 9.
           77  TotalFirmantes  PIC 9(4).
           01  obj-accounts    object reference.
           01  obj-firmante    object reference.

        Linkage Section.
           77  LSCuenta        PIC X(9).
           77  LSFecha         PIC X(8).
           77  LSLotId         PIC 9(6).

       Procedure Division using  LSCuenta
                                 LSFecha
                                 returning LSLotId.

             MOVE "S" TO CargaPend
             MOVE 0 TO LSLotId
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE firmante "New"
                     RETURNING obj-firmante
             INVOKE obj-accounts "GetEstadoCuenta" using LSCuenta
                                       returning EstadoCuentaAct
             INVOKE obj-firmante "ContarFirmantesVigentes"
                                       using LSCuenta
                                       returning TotalFirmantes

             IF EstadoCuentaAct NOT = 0 THEN
                DISPLAY "La cuenta de debito no esta activa"
             ELSE
             IF TotalFirmantes = 0 THEN
                DISPLAY "La cuenta no tiene firmantes registrados"
             ELSE
      *BUSCAR LOS MAYORES LotId Y LnId YA ASIGNADOS
                MOVE "S" TO HayMas
                OPEN I-O LotesProveedores
                PERFORM BuscarMaxLotId UNTIL NoHayMas
                CLOSE LotesProveedores
                MOVE "S" TO HayMas
                OPEN I-O LineasProveedores
                PERFORM BuscarMaxLnId UNTIL NoHayMas
                CLOSE LineasProveedores

                COMPUTE MaxLotId = MaxLotId + 1
                MOVE "S" TO HayMas
                OPEN INPUT ArchivoProveedores
                OPEN I-O LineasProveedores
                PERFORM CargarLineaSiguiente UNTIL NoHayMas
                CLOSE LineasProveedores
                CLOSE ArchivoProveedores

                IF TotalLineas = 0 THEN
                   DISPLAY "El archivo de pagos esta vacio"
                ELSE
                   OPEN I-O LotesProveedores
                   MOVE MaxLotId    TO LotId
                   MOVE LSCuenta    TO LotCuenta
                   MOVE LSFecha     TO LotFechaCarga
                   MOVE TotalLineas TO LotLineas
                   MOVE TotalMonto  TO LotTotal
                   MOVE 0           TO LotEstado
                   MOVE 0           TO LotFirmante1
                   MOVE 0           TO LotFirmante2
                   MOVE SPACES      TO LotFechaAprobacion
                   MOVE SPACES      TO LotFechaProceso
                   MOVE 0           TO LotAbonadas
                   MOVE 0           TO LotEnviadas
                   MOVE 0           TO LotRechazadas
                   MOVE 0           TO LotMontoRechazado
                   WRITE lotes-proveedores-file
                   END-WRITE
                   CLOSE LotesProveedores
                   MOVE MaxLotId TO LSLotId
                   DISPLAY "Lote " LSLotId " con " TotalLineas
                           " pagos por " TotalMonto
                END-IF
             END-IF
             END-IF
             MOVE "N" TO CargaPend.

       BuscarMaxLotId.
           IF CargaPend = "S" THEN
             READ LotesProveedores NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF LotId > MaxLotId THEN
                    MOVE LotId TO MaxLotId
                 END-IF
             END-READ
           END-IF.

       BuscarMaxLnId.
           IF CargaPend = "S" THEN
             READ LineasProveedores NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF LnId > MaxLnId THEN
                    MOVE LnId TO MaxLnId
                 END-IF
             END-READ
           END-IF.

       CargarLineaSiguiente.
           IF CargaPend = "S" THEN
             READ ArchivoProveedores
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 ADD 1 TO MaxLnId
                 ADD 1 TO TotalLineas
                 ADD APMonto TO TotalMonto
                 MOVE MaxLnId       TO LnId
                 MOVE MaxLotId      TO LnLote
                 MOVE TotalLineas   TO LnSecuencia
                 MOVE APBanco       TO LnBanco
                 MOVE APCuenta      TO LnCuenta
                 MOVE APIdProveedor TO LnIdProveedor
                 MOVE APNombre      TO LnNombre
                 MOVE APMonto       TO LnMonto
                 MOVE APReferencia  TO LnReferencia
                 MOVE 0             TO LnEstado
                 MOVE SPACES        TO LnMotivo
                 WRITE lineas-proveedores-file
                 END-WRITE
             END-READ
           END-IF.

       End Method CargarLote.
      *>----------------------------------------------

       Method-ID. AprobarLote.
      *>----------------------------------------------
      *FIRMA DE UN LOTE POR UN FIRMANTE VIGENTE DE LA CUENTA.
      *DEVUELVE 0 SI LA FIRMA NO SE ACEPTO, 1 SI QUEDO REGISTRADA
      *Y FALTA LA DE OTRO FIRMANTE, 2 SI EL LOTE QUEDO APROBADO
       Data Division.
        Local-Storage Section.
           77  ModalidadFirma  PIC 9.
           01  obj-firmante    object reference.

        Linkage Section.
           77  LSLotId         PIC 9(6).
           77  LSCuenta        PIC X(9).
           77  LSIdentificacion PIC 9(9).
           77  LSFecha         PIC X(8).
           77  LSResultado     PIC 9.

       Procedure Division using  LSLotId
                                 LSCuenta
                                 LSIdentificacion
                                 LSFecha
                                 returning LSResultado.

             MOVE 0 TO LSResultado
             INVOKE firmante "New"
                     RETURNING obj-firmante
             INVOKE obj-firmante "ModalidadFirmante"
                                       using LSCuenta
                                             LSIdentificacion
                                       returning ModalidadFirma

             OPEN I-O LotesProveedores
             MOVE LSLotId TO LotId
             READ LotesProveedores
               KEY IS LotId
               INVALID KEY
                 DISPLAY "El lote no existe"
               NOT INVALID KEY
                 IF LotCuenta NOT = LSCuenta THEN
                    DISPLAY "El lote no es de esta cuenta"
                 ELSE
                 IF NOT LotePorFirmar THEN
                    DISPLAY "El lote no esta pendiente de firmas"
                 ELSE
                 IF ModalidadFirma = 0 THEN
                    DISPLAY "Quien aprueba no es firmante vigente"
                    DISPLAY "de la cuenta"
                 ELSE
                 IF LotFirmante1 = LSIdentificacion THEN
                    DISPLAY "Ya firmo este lote: falta la firma de"
                    DISPLAY "otro firmante"
                 ELSE
                    IF LotFirmante1 = 0 THEN
                       MOVE LSIdentificacion TO LotFirmante1
                       IF ModalidadFirma = 1 THEN
                          MOVE 2 TO LSResultado
                       ELSE
                          MOVE 1 TO LSResultado
                       END-IF
                    ELSE
                       MOVE LSIdentificacion TO LotFirmante2
                       MOVE 2 TO LSResultado
                    END-IF
                    IF LSResultado = 2 THEN
                       MOVE 1       TO LotEstado
                       MOVE LSFecha TO LotFechaAprobacion
                    END-IF
                    REWRITE lotes-proveedores-file
                    END-REWRITE
                 END-IF
                 END-IF
                 END-IF
                 END-IF
             END-READ
             CLOSE LotesProveedores.

       End Method AprobarLote.
      *>----------------------------------------------

       Method-ID. AnularLote.
      *>----------------------------------------------
      *UN LOTE SE PUEDE ANULAR MIENTRAS NO SE HAYA PROCESADO
       Data Division.
        Linkage Section.
           77  LSLotId         PIC 9(6).
           77  LSCuenta        PIC X(9).
           77  AnularOk        PIC 9.

       Procedure Division using  LSLotId
                                 LSCuenta
                                 returning AnularOk.

          MOVE 0 TO AnularOk
          OPEN I-O LotesProveedores
            MOVE LSLotId TO LotId
            READ LotesProveedores
              KEY IS LotId
              INVALID KEY
                DISPLAY "El lote no existe"
              NOT INVALID KEY
                IF LotCuenta NOT = LSCuenta THEN
                   DISPLAY "El lote no es de esta cuenta"
                ELSE
                IF LotePorFirmar OR LoteAprobado THEN
                   MOVE 4 TO LotEstado
                   REWRITE lotes-proveedores-file
                   END-REWRITE
                   MOVE 1 TO AnularOk
                ELSE
                   DISPLAY "El lote ya no se puede anular"
                END-IF
                END-IF
            END-READ
            CLOSE LotesProveedores.

       End Method AnularLote.
      *>----------------------------------------------

       Method-ID. ListarLotesCuenta.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  EstadoTexto     PIC X(10).

        Linkage Section.
           77  LSCuenta        PIC X(9).
           77  TotalLotes      PIC 9(4).

       Procedure Division using  LSCuenta
                                 returning TotalLotes.

             MOVE 0   TO TotalLotes
             MOVE "S" TO HayMas
             OPEN INPUT LotesProveedores
             PERFORM ListarLoteSiguiente UNTIL NoHayMas
             CLOSE LotesProveedores.

       ListarLoteSiguiente.
             READ LotesProveedores NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF LotCuenta = LSCuenta THEN
                    EVALUATE TRUE
                      WHEN LotePorFirmar
                        MOVE "POR FIRMAR" TO EstadoTexto
                      WHEN LoteAprobado
                        MOVE "APROBADO"   TO EstadoTexto
                      WHEN LoteProcesado
                        MOVE "PROCESADO"  TO EstadoTexto
                      WHEN LoteSinFondos
                        MOVE "SIN FONDOS" TO EstadoTexto
                      WHEN LoteAnulado
                        MOVE "ANULADO"    TO EstadoTexto
                    END-EVALUATE
                    DISPLAY "Lote " LotId " del " LotFechaCarga
                            " pagos " LotLineas " total " LotTotal
                            " " EstadoTexto
                    ADD 1 TO TotalLotes
                 END-IF
             END-READ.

       End Method ListarLotesCuenta.
      *>----------------------------------------------

       Method-ID. ListarLineasLote.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  EstadoTexto     PIC X(9).

        Linkage Section.
           77  LSLotId         PIC 9(6).
           77  TotalLineas     PIC 9(5).

       Procedure Division using  LSLotId
                                 returning TotalLineas.

             MOVE 0   TO TotalLineas
             MOVE "S" TO HayMas
             OPEN INPUT LineasProveedores
             PERFORM ListarLineaSiguiente UNTIL NoHayMas
             CLOSE LineasProveedores.

       ListarLineaSiguiente.
             READ LineasProveedores NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF LnLote = LSLotId THEN
                    EVALUATE TRUE
                      WHEN LineaPendiente
                        MOVE "PENDIENTE" TO EstadoTexto
                      WHEN LineaAbonada
                        MOVE "ABONADA"   TO EstadoTexto
                      WHEN LineaEnviada
                        MOVE "ENVIADA"   TO EstadoTexto
                      WHEN LineaRechazada
                        MOVE "RECHAZADA" TO EstadoTexto
                    END-EVALUATE
                    DISPLAY LnSecuencia " " LnBanco " " LnCuenta " "
                            LnMonto " " EstadoTexto " " LnMotivo
                    ADD 1 TO TotalLineas
                 END-IF
             END-READ.

       End Method ListarLineasLote.
      *>----------------------------------------------

       Method-ID. ProcesarLotes.
      *>----------------------------------------------
      *CORRIDA DE LOS LOTES APROBADOS. POR LOTE SE VERIFICA QUE LA
      *CUENTA DE DEBITO CUBRA EL TOTAL; SI NO LO CUBRE EL LOTE SE
      *RECHAZA COMPLETO. CON EL TOTAL DEBITADO EN UN SOLO MOVIMIENTO
      *LOS PAGOS A CUENTAS DE ESTE BANCO SE ABONAN Y LOS DE OTROS
      *BANCOS SALEN EN EL PROXIMO ARCHIVO DE PAGOS DE LA CAMARA. LO
      *RECHAZADO SE REINTEGRA A LA EMPRESA Y CADA PAGO QUEDA CON SU
      *RESULTADO EN proveedores_resultado.txt
       Data Division.
        Local-Storage Section.
      *ProcPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  ProcPend        PIC X VALUE "N".
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           01  TablaLotes.
               05  LoteAprobadoId PIC 9(6) OCCURS 200 TIMES.
           77  TotalLotes      PIC 9(3).
           77  IndLote         PIC 9(3).
           77  LoteActual      PIC 9(6).
           77  CuentaDebito    PIC X(9).
           77  TotalLote       PIC 9(12)V99.
           77  MonedaDebito    PIC X(3).
           77  MonedaDestino   PIC X(3).
           77  BancoDebito     PIC 9.
           77  AbonadasLote    PIC 9(5).
           77  EnviadasLote    PIC 9(5).
           77  RechazadasLote  PIC 9(5).
           77  MontoRechazadoLote PIC 9(12)V99.
           77  Motivo          PIC X(3).
           77  LineaOtroBanco  PIC X.
               88  EsOtroBanco VALUE "S".
           77  DigitoOk        PIC 9.
           77  existeCuenta    PIC 9.
           77  existeBanco     PIC 9.
           77  RutaBanco       PIC X(9).
           77  EstadoCuentaAct PIC 9.
           77  MontoAbonadoLinea PIC 9(10)V99.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  MontoEmbargado  PIC 9(10)V99.
           77  MontoEnCanje    PIC 9(10)V99.
           77  MontoRetenidoTar PIC 9(10)V99.
           77  MontoApartado   PIC 9(10)V99.
           77  montoverificacion PIC S9(12)V99.
           77  FondeoOk        PIC X VALUE "S".
               88  SinFondeo   VALUE "N".
           01  TipoCuentaActual      PIC 9.
               88  CuentaAhorro      VALUE ZERO.
               88  CuentaCorriente   VALUE 1.
               88  CuentaPlazoFijo   VALUE 2.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  NumeroTarjetaCuenta PIC X(15).
           77  NumeroTarjetaBuscar PIC X(10).
           77  IDCTarjeta      PIC X(10).
           77  existeTarjeta   PIC 9.
           77  MontoMovimiento PIC 9(10)V99.
           77  BaseGMF         PIC 9(10)V99.
           77  MontoGMF        PIC 9(10)V99.
           77  TitularUno      PIC 9(9).
           77  TitularDos      PIC 9(9).
           77  RefNotif        PIC X(15).
           77  EventoNotif     PIC X(3) VALUE "PRV".
           77  ConceptoDebito  PIC X(20) VALUE "PAGO PROVEEDORES".
           77  ConceptoAbono   PIC X(20) VALUE "PAGO PROVEEDOR".
           77  ConceptoReint   PIC X(20)
                               VALUE "REINTEGRO PROVEEDOR".
           01 CurrentTime.
               02  CurrentHour     PIC 99.
               02  CurrentMinute   PIC 99.
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-canje        object reference.
           01  obj-compratarjeta object reference.
           01  obj-bolsillo     object reference.
           01  obj-debitcard    object reference.
           01  obj-bank         object reference.
           01  obj-liquidacion  object reference.
           01  obj-pagointerbancario object reference.
           01  obj-gmf          object reference.
           01  obj-notificacion object reference.

        Linkage Section.
           77  LSFecha           PIC X(8).
           77  LSTotalEnviadas   PIC 9(6).
           77  LSTotalRechazadas PIC 9(6).
           77  TotalAbonadas     PIC 9(6).

       Procedure Division using  LSFecha
                                 LSTotalEnviadas
                                 LSTotalRechazadas
                                 returning TotalAbonadas.

             MOVE "S" TO ProcPend
             MOVE 0 TO TotalAbonadas
             MOVE 0 TO LSTotalEnviadas
             MOVE 0 TO LSTotalRechazadas
             MOVE 0 TO TotalLotes
             ACCEPT CurrentTime FROM TIME
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE embargo "New"
                     RETURNING obj-embargo
             INVOKE canje "New"
                     RETURNING obj-canje
             INVOKE compratarjeta "New"
                     RETURNING obj-compratarjeta
             INVOKE bolsillo "New"
                     RETURNING obj-bolsillo
             INVOKE debitcard "New"
                     RETURNING obj-debitcard
             INVOKE bank "New"
                     RETURNING obj-bank
             INVOKE liquidacion "New"
                     RETURNING obj-liquidacion
             INVOKE pagointerbancario "New"
                     RETURNING obj-pagointerbancario
             INVOKE gmf "New"
                     RETURNING obj-gmf
             INVOKE notificacion "New"
                     RETURNING obj-notificacion

      *PRIMERO SE TOMAN LOS LOTES APROBADOS; CADA UNO SE PROCESA
      *DESPUES POR SEPARADO
             MOVE "S" TO HayMas
             OPEN INPUT LotesProveedores
             PERFORM TomarLoteAprobado UNTIL NoHayMas
             CLOSE LotesProveedores

             OPEN OUTPUT ResultadoProveedores
             MOVE 1 TO IndLote
             PERFORM ProcesarLoteSiguiente UNTIL IndLote > TotalLotes
             CLOSE ResultadoProveedores
             MOVE "N" TO ProcPend.

       TomarLoteAprobado.
           IF ProcPend = "S" THEN
             READ LotesProveedores NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF LoteAprobado AND TotalLotes < 200 THEN
                    ADD 1 TO TotalLotes
                    MOVE LotId TO LoteAprobadoId (TotalLotes)
                 END-IF
             END-READ
           END-IF.

       ProcesarLoteSiguiente.
           IF ProcPend = "S" THEN
             MOVE LoteAprobadoId (IndLote) TO LoteActual
             OPEN INPUT LotesProveedores
             MOVE LoteActual TO LotId
             READ LotesProveedores
               KEY IS LotId
               INVALID KEY
                 MOVE SPACES TO CuentaDebito
               NOT INVALID KEY
                 MOVE LotCuenta TO CuentaDebito
                 MOVE LotTotal  TO TotalLote
             END-READ
             CLOSE LotesProveedores

             MOVE 0 TO AbonadasLote
             MOVE 0 TO EnviadasLote
             MOVE 0 TO RechazadasLote
             MOVE 0 TO MontoRechazadoLote
             PERFORM VerificarFondeoLote

             MOVE SPACES       TO resultado-cabecera
             MOVE "1"          TO RPCTipo
             MOVE LoteActual   TO RPCLote
             MOVE CuentaDebito TO RPCCuenta
             MOVE LSFecha      TO RPCFecha
             IF SinFondeo THEN
                MOVE "SIN FONDOS" TO RPCEstado
                DISPLAY "Lote " LoteActual " rechazado: la cuenta "
                        CuentaDebito " no cubre " TotalLote
             ELSE
                MOVE "PROCESADO"  TO RPCEstado
                PERFORM DebitarLote
             END-IF
             WRITE resultado-cabecera
             END-WRITE

             MOVE "S" TO HayMas
             OPEN I-O LineasProveedores
             PERFORM AplicarLineaSiguiente UNTIL NoHayMas
             CLOSE LineasProveedores

             IF NOT SinFondeo THEN
      *REINTEGRO DE LOS PAGOS RECHAZADOS A LA EMPRESA
                IF MontoRechazadoLote > 0 THEN
                   PERFORM ReintegrarRechazos
                END-IF
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS SOBRE LO QUE SALIO
      *EFECTIVAMENTE DE LA CUENTA DE DEBITO
                COMPUTE BaseGMF = TotalLote - MontoRechazadoLote
                IF BaseGMF > 0 THEN
                   INVOKE obj-gmf "CobrarGMF"
                              using LSFecha CurrentTime
                                    CuentaDebito
                                    BaseGMF
                    returning MontoGMF
                END-IF
             END-IF

             OPEN I-O LotesProveedores
             MOVE LoteActual TO LotId
             READ LotesProveedores
               KEY IS LotId
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF SinFondeo THEN
                    MOVE 3 TO LotEstado
                 ELSE
                    MOVE 2 TO LotEstado
                 END-IF
                 MOVE LSFecha            TO LotFechaProceso
                 MOVE AbonadasLote       TO LotAbonadas
                 MOVE EnviadasLote       TO LotEnviadas
                 MOVE RechazadasLote     TO LotRechazadas
                 MOVE MontoRechazadoLote TO LotMontoRechazado
                 REWRITE lotes-proveedores-file
                 END-REWRITE
             END-READ
             CLOSE LotesProveedores

             MOVE SPACES             TO resultado-control
             MOVE "9"                TO RPTTipo
             MOVE LoteActual         TO RPTLote
             MOVE AbonadasLote       TO RPTAbonadas
             MOVE EnviadasLote       TO RPTEnviadas
             MOVE RechazadasLote     TO RPTRechazadas
             MOVE MontoRechazadoLote TO RPTMontoRechazado
             WRITE resultado-control
             END-WRITE

             INVOKE obj-accounts "GetTitulares" using CuentaDebito
                                                      TitularUno
                                                      TitularDos
             IF TitularUno NOT = 0 THEN
                MOVE CuentaDebito TO RefNotif
                INVOKE obj-notificacion "RegistrarNotificacion"
                                      using TitularUno
                                            RefNotif
                                            EventoNotif
                                            LSFecha
             END-IF
             ADD 1 TO IndLote
           END-IF.

      *LA CUENTA DE DEBITO DEBE ESTAR ACTIVA Y CUBRIR EL TOTAL DEL
      *LOTE RESPETANDO EMBARGOS, CANJES, RETENCIONES DE TARJETA Y
      *LO APARTADO EN BOLSILLOS
       VerificarFondeoLote.
           IF ProcPend = "S" THEN
             MOVE "S" TO FondeoOk
             INVOKE obj-accounts "GetEstadoCuenta" using
                                               CuentaDebito
                                     returning EstadoCuentaAct
             IF EstadoCuentaAct NOT = 0 THEN
                MOVE "N" TO FondeoOk
             ELSE
                INVOKE obj-accounts "GetLimitesCuenta" using
                                               CuentaDebito
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
                INVOKE obj-accounts "GetMonto" using CuentaDebito
                                          returning Montoactual
                INVOKE obj-embargo "TotalEmbargosActivos" using
                                               CuentaDebito
                                     returning MontoEmbargado
                INVOKE obj-canje "TotalEnCanje" using
                                               CuentaDebito
                                     returning MontoEnCanje
                INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                               CuentaDebito
                                     returning MontoRetenidoTar
                INVOKE obj-bolsillo "TotalApartado" using
                                               CuentaDebito
                                     returning MontoApartado
                COMPUTE montoverificacion
                = Montoactual - TotalLote
                - MontoEmbargado - MontoEnCanje
                - MontoRetenidoTar - MontoApartado
                IF CuentaCorriente THEN
                   IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                      MOVE "N" TO FondeoOk
                   END-IF
                ELSE
                   IF montoverificacion < MontoMinimoActual THEN
                      MOVE "N" TO FondeoOk
                   END-IF
                END-IF
             END-IF
           END-IF.

      *EL TOTAL SALE EN UN SOLO MOVIMIENTO. LA MONEDA Y EL BANCO DE
      *LA CUENTA DE DEBITO DECIDEN COMO SE TRATA CADA PAGO
       DebitarLote.
           IF ProcPend = "S" THEN
             INVOKE obj-accounts "GetMonto" using CuentaDebito
                                       returning Montoactual
             MOVE Montoactual TO montonuevo
             COMPUTE montonuevo = montonuevo - TotalLote
             INVOKE obj-accounts "SetMonto" using montonuevo
                                                  CuentaDebito
      *TIPO 1 = RETIRO (TOTAL DEL LOTE EN UN SOLO MOVIMIENTO)
             MOVE TotalLote TO MontoMovimiento
             INVOKE obj-transacition "CrearTransancionConcepto"
                             using LSFecha CurrentTime
                                 1
                                 CuentaDebito
                                 MontoMovimiento
                                 ConceptoDebito
             INVOKE obj-accounts "GetMoneda" using CuentaDebito
                                       returning MonedaDebito
             INVOKE obj-accounts "GetIdDebitcard" using CuentaDebito
                                       returning NumeroTarjetaCuenta
             MOVE NumeroTarjetaCuenta(1:10) TO NumeroTarjetaBuscar
             INVOKE obj-debitcard "BuscarTarjeta" using
                                               NumeroTarjetaBuscar
                                               IDCTarjeta
                                     returning existeTarjeta
             IF existeTarjeta = 1 THEN
                INVOKE obj-debitcard "GetIDbank" using IDCTarjeta
                                               returning BancoDebito
             ELSE
                MOVE 0 TO BancoDebito
             END-IF
           END-IF.

       AplicarLineaSiguiente.
           IF ProcPend = "S" THEN
             READ LineasProveedores NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF LnLote = LoteActual AND LineaPendiente THEN
                    IF SinFondeo THEN
                       MOVE "FON" TO Motivo
                    ELSE
                       PERFORM ValidarLineaPago
                    END-IF
                    MOVE SPACES       TO resultado-detalle
                    MOVE "5"          TO RPDTipo
                    MOVE LnLote       TO RPDLote
                    MOVE LnSecuencia  TO RPDSecuencia
                    MOVE LnBanco      TO RPDBanco
                    MOVE LnCuenta     TO RPDCuenta
                    MOVE LnIdProveedor TO RPDIdProveedor
                    MOVE LnReferencia TO RPDReferencia
                    MOVE LnMonto      TO RPDMonto
                    IF Motivo = SPACES THEN
                       IF EsOtroBanco THEN
                          PERFORM EnviarOtroBanco
                          MOVE "E" TO RPDResultado
                       ELSE
                          PERFORM AbonarMismoBanco
                          MOVE "A" TO RPDResultado
                       END-IF
                    ELSE
                       MOVE 3      TO LnEstado
                       MOVE Motivo TO LnMotivo
                       MOVE "R"    TO RPDResultado
                       MOVE Motivo TO RPDMotivo
                       ADD 1 TO RechazadasLote
                       ADD 1 TO LSTotalRechazadas
                       IF NOT SinFondeo THEN
                          ADD LnMonto TO MontoRechazadoLote
                       END-IF
                    END-IF
                    REWRITE lineas-proveedores-file
                    END-REWRITE
                    WRITE resultado-detalle
                    END-WRITE
                 END-IF
             END-READ
           END-IF.

      *UN PAGO ES DE OTRO BANCO CUANDO TRAE UN BANCO DISTINTO DEL
      *DE LA CUENTA DE DEBITO; CERO ES SIEMPRE ESTE BANCO
       ValidarLineaPago.
           IF ProcPend = "S" THEN
             MOVE SPACES TO Motivo
             MOVE "N" TO LineaOtroBanco
             IF LnBanco NOT = 0 AND LnBanco NOT = BancoDebito THEN
                MOVE "S" TO LineaOtroBanco
             END-IF
             IF LnMonto = 0 THEN
                MOVE "MTO" TO Motivo
             ELSE
             IF EsOtroBanco THEN
                INVOKE obj-bank "ObtenerCodigoBanco" using LnBanco
                                                           RutaBanco
                                           returning existeBanco
                IF existeBanco = 0 OR RutaBanco = SPACES THEN
                   MOVE "BCO" TO Motivo
                END-IF
             ELSE
                INVOKE obj-accounts "ValidarDigitoCuenta" using
                                                   LnCuenta
                                         returning DigitoOk
                IF DigitoOk = 0 THEN
                   MOVE "DIG" TO Motivo
                ELSE
                   INVOKE obj-accounts "BuscarCuenta" using
                                                   LnCuenta
                                         returning existeCuenta
                   IF existeCuenta = 0 THEN
                      MOVE "CTA" TO Motivo
                   ELSE
                      INVOKE obj-accounts "GetEstadoCuenta" using
                                                   LnCuenta
                                         returning EstadoCuentaAct
                      INVOKE obj-accounts "GetMoneda" using
                                                   LnCuenta
                                         returning MonedaDestino
                      IF EstadoCuentaAct NOT = 0 THEN
                         MOVE "EST" TO Motivo
                      ELSE
                      IF MonedaDestino NOT = MonedaDebito THEN
                         MOVE "MON" TO Motivo
                      END-IF
                      END-IF
                   END-IF
                END-IF
             END-IF
             END-IF
           END-IF.

       AbonarMismoBanco.
           IF ProcPend = "S" THEN
             INVOKE obj-accounts "GetMonto" using LnCuenta
                                       returning Montoactual
             MOVE Montoactual TO montonuevo
             COMPUTE montonuevo = montonuevo + LnMonto
             INVOKE obj-accounts "SetMonto" using montonuevo
                                                  LnCuenta
      *TIPO 2 = DEPOSITO (ABONO AL PROVEEDOR)
             INVOKE obj-transacition "CrearTransancionConcepto"
                             using LSFecha CurrentTime
                                 2
                                 LnCuenta
                                 LnMonto
                                 ConceptoAbono
             MOVE 1 TO LnEstado
             ADD 1 TO AbonadasLote
             ADD 1 TO TotalAbonadas
           END-IF.

      *COMO EN LA TRANSFERENCIA INTERBANCARIA: SI LA CUENTA DESTINO
      *ESTA EN NUESTROS LIBROS SE ABONA, Y EL PAGO QUEDA PARA EL
      *ARCHIVO DE LA CAMARA Y PARA LA LIQUIDACION ENTRE BANCOS
       EnviarOtroBanco.
           IF ProcPend = "S" THEN
             MOVE 0 TO MontoAbonadoLinea
             INVOKE obj-accounts "BuscarCuenta" using LnCuenta
                                       returning existeCuenta
             IF existeCuenta = 1 THEN
                INVOKE obj-accounts "GetMonto" using LnCuenta
                                          returning Montoactual
                MOVE Montoactual TO montonuevo
                COMPUTE montonuevo = montonuevo + LnMonto
                INVOKE obj-accounts "SetMonto" using montonuevo
                                                     LnCuenta
      *TIPO 2 = DEPOSITO (ABONO AL PROVEEDOR)
                INVOKE obj-transacition "CrearTransancionConcepto"
                                using LSFecha CurrentTime
                                    2
                                    LnCuenta
                                    LnMonto
                                    ConceptoAbono
                MOVE LnMonto TO MontoAbonadoLinea
             END-IF
             INVOKE obj-liquidacion "RegistrarInterbancaria"
                                    using LSFecha
                                          BancoDebito
                                          LnBanco
                                          LnMonto
             INVOKE obj-pagointerbancario "RegistrarPagoSaliente"
                                    using LSFecha
                                          CuentaDebito
                                          LnCuenta
                                          BancoDebito
                                          LnBanco
                                          LnMonto
                                          MontoAbonadoLinea
             MOVE 2 TO LnEstado
             ADD 1 TO EnviadasLote
             ADD 1 TO LSTotalEnviadas
           END-IF.

       ReintegrarRechazos.
           IF ProcPend = "S" THEN
             INVOKE obj-accounts "GetMonto" using CuentaDebito
                                       returning Montoactual
             MOVE Montoactual TO montonuevo
             COMPUTE montonuevo = montonuevo + MontoRechazadoLote
             INVOKE obj-accounts "SetMonto" using montonuevo
                                                  CuentaDebito
      *TIPO 2 = DEPOSITO (REINTEGRO DE PAGOS RECHAZADOS)
             MOVE MontoRechazadoLote TO MontoMovimiento
             INVOKE obj-transacition "CrearTransancionConcepto"
                             using LSFecha CurrentTime
                                 2
                                 CuentaDebito
                                 MontoMovimiento
                                 ConceptoReint
           END-IF.

       End Method ProcesarLotes.
      *>----------------------------------------------

       end object.
       end class PagoProveedor.
