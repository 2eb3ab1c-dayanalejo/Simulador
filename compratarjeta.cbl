      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. CompraTarjeta as "compratarjeta"
                 inherits from base.

       object section.
       class-control.
           accounts      is class "accounts"
           debitcard     is class "debitcard"
           tarjetacuenta is class "tarjetacuenta"
           velocidad     is class "velocidad"
           notificacion  is class "notificacion"
           fechaproceso  is class "fechaproceso"
           embargo       is class "embargo"
           canje         is class "canje"
           bolsillo      is class "bolsillo"
           proteccion    is class "proteccion"
           transacition  is class "transacition"
           gmf           is class "gmf"
           parametro     is class "parametro"
           consecutivo   is class "consecutivo"
           reporte       is class "reporte"
           limitecliente is class "limitecliente"
           compratarjeta is class "compratarjeta".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetencionesTarjeta ASSIGN TO
                  "retenciones_tarjeta.dat"
           organization is indexed
           access is dynamic
           record key is RTId
           alternate record key is RTCuenta with duplicates.

           SELECT CompensacionRed ASSIGN TO
                  "compensacion_tarjetas.dat"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD RetencionesTarjeta.
      *RETENCIONES POR COMPRAS CON TARJETA DEBITO EN COMERCIOS: LA
      *AUTORIZACION NO DEBITA LA CUENTA, DEJA EL MONTO RETENIDO
      *(NO DISPONIBLE) HASTA QUE LLEGA LA COMPENSACION DE LA RED.
      *EL NUMERO DE LA RETENCION ES EL CODIGO DE AUTORIZACION QUE
      *SE LE ENTREGA AL COMERCIO Y QUE LA RED DEVUELVE AL COMPENSAR.
      *R=RETENIDA, C=COMPENSADA (YA DEBITADA), V=VENCIDA SIN
      *COMPENSACION (LOS FONDOS VUELVEN A ESTAR DISPONIBLES)
       01 retenciones-tarjeta-file.
           05  RTId               PIC 9(6).
           05  RTTarjeta          PIC X(10).
           05  RTCuenta           PIC X(9).
           05  RTComercio         PIC X(15).
           05  RTTerminal         PIC 9(3).
           05  RTFecha            PIC X(8).
           05  RTHora             PIC X(4).
           05  RTMonto            PIC 9(10)V99.
           05  RTEstado           PIC X.
               88  RetencionVigente    VALUE "R".
               88  RetencionCompensada VALUE "C".
               88  RetencionVencida    VALUE "V".
           05  RTFechaCierre      PIC X(8).
           05  RTMontoCompensado  PIC 9(10)V99.

       FD CompensacionRed.
      *ARCHIVO DIARIO DE COMPENSACION QUE ENVIA LA RED DE TARJETAS:
      *UNA LINEA POR COMPRA PRESENTADA POR EL COMERCIO, CON EL
      *CODIGO DE AUTORIZACION QUE SE LE DIO Y EL MONTO DEFINITIVO
       01 compensacion-red-file.
           05  CmpTarjeta         PIC X(10).
           05  CmpAutorizacion    PIC 9(6).
           05  CmpMonto           PIC 9(10)V99.
           05  CmpFecha           PIC X(8).
           05  CmpComercio        PIC X(15).

       Method-ID. AutorizarCompraPantalla.
      *>----------------------------------------------
      *TERMINAL DEL COMERCIO: PIDE LA TARJETA, EL PIN Y LOS DATOS
      *DE LA COMPRA Y ENTREGA EL CODIGO DE AUTORIZACION
       Data Division.
        Local-Storage Section.
           77  NumeroTarjeta  PIC X(10).
           77  PINIngresado   PIC 9(4).
           77  MontoCompra    PIC 9(10)V99.
           77  Comercio       PIC X(15).
           77  TerminalComercio PIC 9(3).
           77  Autorizacion   PIC 9(6).
           01  obj-compratarjeta object reference.

       Procedure Division.

             DISPLAY "Codigo del comercio"
             ACCEPT  Comercio
             DISPLAY "Terminal del comercio"
             ACCEPT  TerminalComercio
             DISPLAY "Numero de la tarjeta"
             ACCEPT  NumeroTarjeta
             DISPLAY "PIN"
             ACCEPT  PINIngresado
             DISPLAY "Monto de la compra"
             ACCEPT  MontoCompra

             INVOKE compratarjeta "New"
                     RETURNING obj-compratarjeta
             INVOKE obj-compratarjeta "AutorizarCompra"
                                     using NumeroTarjeta
                                           PINIngresado
                                           MontoCompra
                                           Comercio
                                           TerminalComercio
                                     returning Autorizacion
             IF Autorizacion NOT = 0 THEN
                DISPLAY "Compra aprobada, autorizacion " Autorizacion
             ELSE
                DISPLAY "Compra negada"
             END-IF.

       End Method AutorizarCompraPantalla.
      *>----------------------------------------------

       Method-ID. AutorizarCompra.
      *>----------------------------------------------
      *AUTORIZA UNA COMPRA CON TARJETA DEBITO: LA TARJETA DEBE
      *EXISTIR Y ESTAR ACTIVA, EL PIN SER CORRECTO (CONSUME
      *INTENTOS Y CONTROLA EL VENCIMIENTO), LA OPERACION PASAR LAS
      *REGLAS DE VELOCIDAD Y EL DISPONIBLE CUBRIR EL MONTO. NO SE
      *DEBITA LA CUENTA: SE DEJA UNA RETENCION QUE LA COMPENSACION
      *DE LA RED CONVIERTE EN DEBITO. LAS COMPRAS DEL DIA CON LA
      *TARJETA NO PASAN DEL LIMITE DIARIO DEL BANCO NI DEL MENOR
      *QUE EL CLIENTE HAYA FIJADO PARA LA CUENTA O LA TARJETA.
      *DEVUELVE EL CODIGO DE AUTORIZACION, O CERO SI SE NIEGA
       Data Division.
        Local-Storage Section.
           77  Motivo             PIC X(3) VALUE SPACES.
           77  IDCTarjeta         PIC X(10).
           77  existeTarjeta      PIC 9.
           77  EstadoTarjeta      PIC 9.
           77  PINOk              PIC 9.
           77  CuentaCompra       PIC X(9).
           77  TitularCompra      PIC 9(9).
           77  EstadoCuentaActual PIC 9.
           01  TipoCuentaActual      PIC 9.
               88  CuentaAhorro      VALUE ZERO.
               88  CuentaCorriente   VALUE 1.
               88  CuentaPlazoFijo   VALUE 2.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  Montoactual        PIC S9(10)V99.
           77  MontoEmbargado     PIC 9(10)V99.
           77  MontoEnCanje       PIC 9(10)V99.
           77  MontoApartado      PIC 9(10)V99.
           77  MontoRetenidoTar   PIC 9(10)V99.
           77  DisponibleRespaldo PIC 9(10)V99.
           77  montoverificacion  PIC S9(10)V99.
           77  VelocidadExceso    PIC 9.
           77  BloqueoVelPend     PIC X VALUE "N".
           77  SetVelOk           PIC 9.
           77  RefNotifVel        PIC X(15).
           77  NombreSec          PIC X(12) VALUE "RETTARSEQ".
           77  NumeroAsignado     PIC 9(9).
           77  MaxRTId            PIC 9(6) VALUE 0.
           77  HayMas             PIC X VALUE "S".
               88  NoHayMas       VALUE "N".
           77  LimiteCompraDia    PIC 9(10)V99.
           77  CanalClienteActivo PIC 9.
           77  ComprasDelDia      PIC 9(10)V99.
           77  SumaComprasPend    PIC X VALUE "N".
           01  obj-limitecliente  object reference.
           01  obj-accounts       object reference.
           01  obj-debitcard      object reference.
           01  obj-tarjetacuenta  object reference.
           01  obj-velocidad      object reference.
           01  obj-notificacion   object reference.
           01  obj-fechaproceso   object reference.
           01  obj-embargo        object reference.
           01  obj-canje          object reference.
           01  obj-bolsillo       object reference.
           01  obj-proteccion     object reference.
           01  obj-consecutivo    object reference.
           01  obj-compratarjeta  object reference.
           01 CurrentDate.
               02  CurrentYear     PIC 9(4).
               02  CurrentMonth    PIC 99.
               02  CurrentDay      PIC 99.
           01 CurrentTime.
               02  CurrentHour     PIC 99.
               02  CurrentMinute   PIC 99.

        Linkage Section.
           77  LSTarjeta          PIC X(10).
           77  LSPIN              PIC 9(4).
           77  LSMonto            PIC 9(10)V99.
           77  LSComercio         PIC X(15).
           77  LSTerminal         PIC 9(3).
           77  LSAutorizacion     PIC 9(6).

       Procedure Division using  LSTarjeta
                                 LSPIN
                                 LSMonto
                                 LSComercio
                                 LSTerminal
                                 returning LSAutorizacion.

             MOVE 0 TO LSAutorizacion
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE debitcard "New"
                     RETURNING obj-debitcard
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                     returning CurrentDate
             ACCEPT CurrentTime FROM TIME

             IF LSMonto = 0 THEN
                MOVE "MON" TO Motivo
             END-IF

             IF Motivo = SPACES THEN
                INVOKE obj-debitcard "BuscarTarjeta" using LSTarjeta
                                                         IDCTarjeta
                                     returning existeTarjeta
                IF existeTarjeta NOT = 1 THEN
                   MOVE "TAR" TO Motivo
                ELSE
                   INVOKE obj-debitcard "GetEstado" using IDCTarjeta
                                        returning EstadoTarjeta
                   IF EstadoTarjeta NOT = 0 THEN
                      MOVE "BLQ" TO Motivo
                   END-IF
                END-IF
             END-IF

             IF Motivo = SPACES THEN
                INVOKE obj-debitcard "ValidarPIN" using IDCTarjeta
                                                       LSPIN
                                     returning PINOk
                IF PINOk = 0 THEN
                   MOVE "PIN" TO Motivo
                END-IF
             END-IF

      *LA CUENTA SE TOMA DE LA TARJETA: PRINCIPAL O ADICIONAL
             IF Motivo = SPACES THEN
                INVOKE obj-accounts "GetCuentaPorTarjeta"
                                     using LSTarjeta CuentaCompra
                                     returning TitularCompra
                IF CuentaCompra = SPACES THEN
                   MOVE "CTA" TO Motivo
                ELSE
                   INVOKE obj-accounts "GetEstadoCuenta"
                                        using CuentaCompra
                                        returning EstadoCuentaActual
                   IF EstadoCuentaActual NOT = 0 THEN
                      MOVE "CTA" TO Motivo
                   END-IF
                END-IF
             END-IF

      *CONTROL DE VELOCIDAD ANTES DE TOCAR EL DISPONIBLE: CON
      *EXCESO LA TARJETA QUEDA BLOQUEADA PREVENTIVAMENTE
             IF Motivo = SPACES THEN
                INVOKE velocidad "New"
                        RETURNING obj-velocidad
                INVOKE obj-velocidad "VerificarVelocidad"
                                     using LSTarjeta
                                           CuentaCompra
                                           CurrentDate
                                           CurrentTime
                                           LSMonto
                                           LSTerminal
                                     returning VelocidadExceso
                IF VelocidadExceso = 1 THEN
                   MOVE "VEL" TO Motivo
                   MOVE "S" TO BloqueoVelPend
                   PERFORM BloquearTarjetaCompra
                END-IF
             END-IF

      *EL DISPONIBLE DESCUENTA LO EMBARGADO, LO QUE SIGUE EN
      *CANJE, LO APARTADO EN BOLSILLOS Y LAS COMPRAS YA RETENIDAS
             IF Motivo = SPACES THEN
                INVOKE obj-accounts "GetLimitesCuenta"
                                     using CuentaCompra
                                           TipoCuentaActual
                                           LimiteSobregiroActual
                                           MontoMinimoActual
                                           FechaVencimientoActual
                IF CuentaPlazoFijo THEN
                   MOVE "PLZ" TO Motivo
                END-IF
             END-IF

      *LIMITE DIARIO DE COMPRAS DE LA TARJETA: EL DEL BANCO O EL
      *MENOR QUE FIJO EL CLIENTE, QUE TAMBIEN PUEDE APAGAR EL CANAL
             IF Motivo = SPACES THEN
                INVOKE limitecliente "New"
                        RETURNING obj-limitecliente
                INVOKE obj-limitecliente "LimiteBanco" using "C"
                                     returning LimiteCompraDia
                INVOKE obj-limitecliente "LimiteAplicable"
                                     using CuentaCompra
                                           LSTarjeta
                                           "C"
                                           LimiteCompraDia
                                     returning CanalClienteActivo
                IF CanalClienteActivo = 0 THEN
                   MOVE "CNL" TO Motivo
                ELSE
                   MOVE 0   TO ComprasDelDia
                   MOVE "S" TO SumaComprasPend
                   OPEN INPUT RetencionesTarjeta
                   MOVE CuentaCompra TO RTCuenta
                   START RetencionesTarjeta KEY IS = RTCuenta
                     INVALID KEY
                       MOVE "N" TO SumaComprasPend
                   END-START
                   PERFORM SumarCompraDelDia
                           UNTIL SumaComprasPend = "N"
                   CLOSE RetencionesTarjeta
                   IF ComprasDelDia + LSMonto > LimiteCompraDia THEN
                      MOVE "LIM" TO Motivo
                   END-IF
                END-IF
             END-IF

             IF Motivo = SPACES THEN
                INVOKE obj-accounts "GetMonto" using CuentaCompra
                                     returning Montoactual
                INVOKE embargo "New"
                        RETURNING obj-embargo
                INVOKE obj-embargo "TotalEmbargosActivos"
                                     using CuentaCompra
                                     returning MontoEmbargado
                INVOKE canje "New"
                        RETURNING obj-canje
                INVOKE obj-canje "TotalEnCanje" using CuentaCompra
                                     returning MontoEnCanje
                INVOKE bolsillo "New"
                        RETURNING obj-bolsillo
                INVOKE obj-bolsillo "TotalApartado" using CuentaCompra
                                     returning MontoApartado
                INVOKE compratarjeta "New"
                        RETURNING obj-compratarjeta
                INVOKE obj-compratarjeta "TotalRetenidoTarjeta"
                                     using CuentaCompra
                                     returning MontoRetenidoTar
                COMPUTE montoverificacion =
                        Montoactual - LSMonto
                                    - MontoEmbargado
                                    - MontoEnCanje
                                    - MontoApartado
                                    - MontoRetenidoTar
                IF CuentaCorriente THEN
      *LO QUE PUEDE APORTAR LA CUENTA DE AHORROS VINCULADA CUENTA
      *COMO DISPONIBLE; EL BARRIDO SE HACE AL COMPENSAR
                   IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                      INVOKE proteccion "New"
                              RETURNING obj-proteccion
                      INVOKE obj-proteccion "DisponibleProteccion"
                                            using CuentaCompra
                                            returning DisponibleRespaldo
                      ADD DisponibleRespaldo TO montoverificacion
                   END-IF
                   IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                      MOVE "FON" TO Motivo
                   END-IF
                ELSE
                   IF montoverificacion < MontoMinimoActual THEN
                      MOVE "FON" TO Motivo
                   END-IF
                END-IF
             END-IF

      *RETENCION DE LOS FONDOS: SU NUMERO ES EL CODIGO DE
      *AUTORIZACION DE LA COMPRA
             IF Motivo = SPACES THEN
                INVOKE consecutivo "New"
                        RETURNING obj-consecutivo
                INVOKE obj-consecutivo "TomarSiguiente"
                                     using NombreSec
                                     returning NumeroAsignado
                IF NumeroAsignado = 0 THEN
                   MOVE "S" TO HayMas
                   OPEN INPUT RetencionesTarjeta
                   PERFORM BuscarMaxRTId UNTIL NoHayMas
                   CLOSE RetencionesTarjeta
                   MOVE MaxRTId TO NumeroAsignado
                   INVOKE obj-consecutivo "IniciarConsecutivo"
                                        using NombreSec NumeroAsignado
                   INVOKE obj-consecutivo "TomarSiguiente"
                                        using NombreSec
                                        returning NumeroAsignado
                END-IF

                OPEN I-O RetencionesTarjeta
                MOVE NumeroAsignado TO RTId
                MOVE LSTarjeta      TO RTTarjeta
                MOVE CuentaCompra   TO RTCuenta
                MOVE LSComercio     TO RTComercio
                MOVE LSTerminal     TO RTTerminal
                MOVE CurrentDate    TO RTFecha
                MOVE CurrentTime    TO RTHora
                MOVE LSMonto        TO RTMonto
                MOVE "R"            TO RTEstado
                MOVE SPACES         TO RTFechaCierre
                MOVE 0              TO RTMontoCompensado
                WRITE retenciones-tarjeta-file
                  INVALID KEY
                    MOVE "ERR" TO Motivo
                  NOT INVALID KEY
                    MOVE RTId TO LSAutorizacion
                END-WRITE
                CLOSE RetencionesTarjeta
             END-IF

      *EL USO QUEDA EN LA BITACORA DE LA TARJETA PARA LAS REGLAS
      *DE VELOCIDAD DE LAS OPERACIONES SIGUIENTES
             IF Motivo = SPACES THEN
                INVOKE tarjetacuenta "New"
                        RETURNING obj-tarjetacuenta
                INVOKE obj-tarjetacuenta "RegistrarUsoTarjeta"
                                        using CurrentDate
                                              CurrentTime
                                              CuentaCompra
                                              LSTarjeta
                                              LSMonto
                                              LSTerminal
             END-IF

             EVALUATE Motivo
               WHEN "MON"
                 DISPLAY "El monto de la compra no es valido"
               WHEN "TAR"
                 DISPLAY "La tarjeta no existe"
               WHEN "BLQ"
                 DISPLAY "La tarjeta esta bloqueada, perdida o"
                 DISPLAY "congelada"
               WHEN "PIN"
                 DISPLAY "El PIN ingresado es incorrecto"
               WHEN "CTA"
                 DISPLAY "La cuenta de la tarjeta no esta activa"
               WHEN "VEL"
                 DISPLAY "La tarjeta fue bloqueada preventivamente"
                 DISPLAY "por las reglas de velocidad; la mesa de"
                 DISPLAY "fraude revisara el caso"
               WHEN "PLZ"
                 DISPLAY "La cuenta es un plazo fijo"
               WHEN "CNL"
                 DISPLAY "El cliente desactivo las compras con esta"
                 DISPLAY "tarjeta o cuenta"
               WHEN "LIM"
                 DISPLAY "La compra supera el limite diario de"
                 DISPLAY "compras de la tarjeta: " LimiteCompraDia
               WHEN "FON"
                 DISPLAY "Fondos insuficientes para la compra"
               WHEN "ERR"
                 DISPLAY "No se pudo registrar la retencion"
             END-EVALUATE.

      *BLOQUEO PREVENTIVO DE LA TARJETA POR VELOCIDAD CON AVISO AL
      *TITULAR. BloqueoVelPend EVITA QUE CORRA DE NUEVO CUANDO EL
      *CONTROL CAE AQUI AL FINAL DEL METODO
       BloquearTarjetaCompra.
             IF BloqueoVelPend = "S" THEN
                MOVE "N" TO BloqueoVelPend
                INVOKE obj-debitcard "SetEstado" using IDCTarjeta 1
                                     returning SetVelOk
                IF TitularCompra NOT = 0 THEN
                   INVOKE notificacion "New"
                           RETURNING obj-notificacion
                   MOVE LSTarjeta TO RefNotifVel
                   INVOKE obj-notificacion "RegistrarNotificacion"
                                         using TitularCompra
                                               RefNotifVel
                                               "TBL"
                                               CurrentDate
                END-IF
             END-IF.

      *COMPRAS AUTORIZADAS HOY CON LA TARJETA (LAS VENCIDAS SIN
      *COMPENSAR NO CUENTAN). SumaComprasPend EVITA QUE EL PARRAFO
      *LEA CUANDO EL CONTROL CAE AQUI AL FINAL DEL METODO
       SumarCompraDelDia.
             IF SumaComprasPend = "S" THEN
                READ RetencionesTarjeta NEXT RECORD
                  AT END
                    MOVE "N" TO SumaComprasPend
                  NOT AT END
                    IF RTCuenta NOT = CuentaCompra THEN
                       MOVE "N" TO SumaComprasPend
                    ELSE
                       IF RTTarjeta = LSTarjeta
                          AND RTFecha = CurrentDate
                          AND NOT RetencionVencida THEN
                          ADD RTMonto TO ComprasDelDia
                       END-IF
                    END-IF
                END-READ
             END-IF.

       BuscarMaxRTId.
             READ RetencionesTarjeta NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RTId > MaxRTId THEN
                    MOVE RTId TO MaxRTId
                 END-IF
             END-READ.

       End Method AutorizarCompra.
      *>----------------------------------------------

       Method-ID. TotalRetenidoTarjeta.
      *>----------------------------------------------
      *SUMA DE LAS COMPRAS AUTORIZADAS Y AUN NO COMPENSADAS DE UNA
      *CUENTA: IGUAL QUE EL CANJE, ES SALDO QUE NO PUEDE SALIR
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSCuenta      PIC X(9).
           77  TotalRetenido PIC 9(10)V99.

       Procedure Division using  LSCuenta
                                 returning TotalRetenido.

             MOVE 0   TO TotalRetenido
             MOVE "S" TO HayMas
             OPEN INPUT RetencionesTarjeta
             MOVE LSCuenta TO RTCuenta
             START RetencionesTarjeta KEY IS = RTCuenta
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM SumarRetencionSiguiente UNTIL NoHayMas
             CLOSE RetencionesTarjeta.

       SumarRetencionSiguiente.
             READ RetencionesTarjeta NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RTCuenta NOT = LSCuenta THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF RetencionVigente THEN
                       ADD RTMonto TO TotalRetenido
                    END-IF
                 END-IF
             END-READ.

       End Method TotalRetenidoTarjeta.
      *>----------------------------------------------

       Method-ID. ProcesarCompensacion.
      *>----------------------------------------------
      *CRUZA EL ARCHIVO DE COMPENSACION DE LA RED CONTRA LAS
      *RETENCIONES. LA COMPRA QUE CASA (MISMA AUTORIZACION Y MISMA
      *TARJETA, RETENCION VIGENTE) SE DEBITA POR EL MONTO
      *COMPENSADO COMO MOVIMIENTO TIPO 1 CON EL COMERCIO EN EL
      *CONCEPTO, COBRA GMF Y CIERRA LA RETENCION. LA RED YA LE PAGO
      *AL COMERCIO, POR ESO EL DEBITO NO SE RECHAZA POR FONDOS: EN
      *CORRIENTE SE INTENTA PRIMERO EL BARRIDO DE PROTECCION. LO
      *QUE NO CASA VA AL LISTADO DE EXCEPCIONES PARA LA MESA DE
      *OPERACIONES Y NO TOCA NINGUNA CUENTA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MotivoExc       PIC X(20).
      *DebitoPend Y ExcepcionPend EVITAN QUE LOS PARRAFOS ACTUEN
      *CUANDO EL CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  DebitoPend      PIC X VALUE "N".
           77  ExcepcionPend   PIC X VALUE "N".
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  MontoGMF        PIC 9(10)V99.
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido    PIC 9(10)V99.
           77  TransaccionOk   PIC 9.
           01  TipoCuentaActual      PIC 9.
               88  CuentaCorriente   VALUE 1.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           01  ConceptoCompra.
               02  FILLER      PIC X(7) VALUE "COMPRA ".
               02  CCComercio  PIC X(13).
           01 CurrentTime.
               02  CurrentHour     PIC 99.
               02  CurrentMinute   PIC 99.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                               VALUE "compensacion_excepciones.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "EXCEPCIONES COMPENSACION RED".
           77  EncabezadoImpresion PIC X(80)
               VALUE "TARJETA    AUTORI MONTO FECHA COMERCIO MOTIVO".
           01  LineaExcepcion.
               02  LETarjeta   PIC X(10).
               02  FILLER      PIC X VALUE SPACE.
               02  LEAutorizacion PIC 9(6).
               02  FILLER      PIC X VALUE SPACE.
               02  LEMonto     PIC Z(9)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LEFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LEComercio  PIC X(15).
               02  FILLER      PIC X VALUE SPACE.
               02  LEMotivo    PIC X(20).
               02  FILLER      PIC X(3) VALUE SPACES.
           01  obj-accounts    object reference.
           01  obj-transacition object reference.
           01  obj-gmf         object reference.
           01  obj-proteccion  object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  LSExcepciones    PIC 9(6).
           77  TotalCompensadas PIC 9(6).

       Procedure Division using  LSFecha
                                 LSExcepciones
                                 returning TotalCompensadas.

             MOVE 0 TO TotalCompensadas
             MOVE 0 TO LSExcepciones
             MOVE 0 TO MontoControl
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE gmf "New"
                     RETURNING obj-gmf
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT CompensacionRed
             OPEN I-O RetencionesTarjeta
             PERFORM CompensarSiguiente UNTIL NoHayMas
             CLOSE RetencionesTarjeta
             CLOSE CompensacionRed

             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl.

       CompensarSiguiente.
             READ CompensacionRed
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE SPACES TO MotivoExc
                 MOVE CmpAutorizacion TO RTId
                 READ RetencionesTarjeta
                   INVALID KEY
                     MOVE "SIN AUTORIZACION" TO MotivoExc
                   NOT INVALID KEY
                     IF RTTarjeta NOT = CmpTarjeta THEN
                        MOVE "TARJETA NO COINCIDE" TO MotivoExc
                     ELSE
                        IF RetencionCompensada THEN
                           MOVE "YA COMPENSADA" TO MotivoExc
                        END-IF
                        IF RetencionVencida THEN
                           MOVE "RETENCION VENCIDA" TO MotivoExc
                        END-IF
                     END-IF
                 END-READ
                 IF MotivoExc = SPACES THEN
                    MOVE "S" TO DebitoPend
                    PERFORM DebitarCompra
                 ELSE
                    MOVE "S" TO ExcepcionPend
                    PERFORM ListarExcepcion
                 END-IF
             END-READ.

       DebitarCompra.
             IF DebitoPend = "S" THEN
                MOVE "N" TO DebitoPend
                ACCEPT CurrentTime FROM TIME
                INVOKE obj-accounts "GetLimitesCuenta"
                                     using RTCuenta
                                           TipoCuentaActual
                                           LimiteSobregiroActual
                                           MontoMinimoActual
                                           FechaVencimientoActual
                INVOKE obj-accounts "GetMonto" using RTCuenta
                                     returning Montoactual
                COMPUTE montonuevo = Montoactual - CmpMonto
                IF CuentaCorriente AND montonuevo <
                                       (0 - LimiteSobregiroActual) THEN
                   COMPUTE FaltanteSobregiro =
                           (0 - LimiteSobregiroActual) - montonuevo
                   INVOKE proteccion "New"
                           RETURNING obj-proteccion
                   INVOKE obj-proteccion "CubrirSobregiro"
                                   using RTCuenta FaltanteSobregiro
                                         LSFecha CurrentTime
                         returning MontoBarrido
                   ADD MontoBarrido TO montonuevo
                END-IF
                INVOKE obj-accounts "SetMonto" using montonuevo RTCuenta
                MOVE RTComercio TO CCComercio
      *TIPO 1 = RETIRO (COMPRA EN COMERCIO CON TARJETA DEBITO)
                INVOKE obj-transacition "CrearTransancionConcepto"
                                     using LSFecha CurrentTime
                                           1
                                           RTCuenta
                                           CmpMonto
                                           ConceptoCompra
                                     returning TransaccionOk
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL DEBITO
                INVOKE obj-gmf "CobrarGMF" using LSFecha CurrentTime
                                                 RTCuenta
                                                 CmpMonto
                                       returning MontoGMF
                MOVE "C"      TO RTEstado
                MOVE LSFecha  TO RTFechaCierre
                MOVE CmpMonto TO RTMontoCompensado
                REWRITE retenciones-tarjeta-file
                END-REWRITE
                ADD 1 TO TotalCompensadas
             END-IF.

       ListarExcepcion.
             IF ExcepcionPend = "S" THEN
                MOVE "N" TO ExcepcionPend
                MOVE CmpTarjeta      TO LETarjeta
                MOVE CmpAutorizacion TO LEAutorizacion
                MOVE CmpMonto        TO LEMonto
                MOVE CmpFecha        TO LEFecha
                MOVE CmpComercio     TO LEComercio
                MOVE MotivoExc       TO LEMotivo
                INVOKE obj-reporte "EscribirLinea" using LineaExcepcion
                ADD CmpMonto TO MontoControl
                ADD 1 TO LSExcepciones
             END-IF.

       End Method ProcesarCompensacion.
      *>----------------------------------------------

       Method-ID. VencerRetenciones.
      *>----------------------------------------------
      *LAS RETENCIONES QUE LA RED NO COMPENSO DENTRO DE LOS DIAS
      *DEL PARAMETRO DIASRETTARJ SE VENCEN Y LIBERAN LOS FONDOS. SI
      *LA COMPRA LLEGA DESPUES, SALE EN EL LISTADO DE EXCEPCIONES
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  CodigoDias      PIC X(12) VALUE "DIASRETTARJ".
           77  ValorParametro  PIC 9(12)V99.
           77  DiasRetencion   PIC 9(3) VALUE 7.
           77  FechaLimite     PIC X(8).
           01  obj-parametro   object reference.
           01  obj-fechaproceso object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalVencidas   PIC 9(6).

       Procedure Division using  LSFecha
                                 returning TotalVencidas.

             MOVE 0 TO TotalVencidas
             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE DiasRetencion TO ValorParametro
             INVOKE obj-parametro "ObtenerParametro" using
                                               CodigoDias
                                               LSFecha
                                               ValorParametro
                                     returning ValorParametro
             MOVE ValorParametro TO DiasRetencion
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso

             MOVE "S" TO HayMas
             OPEN I-O RetencionesTarjeta
             PERFORM VencerRetencionSiguiente UNTIL NoHayMas
             CLOSE RetencionesTarjeta.

       VencerRetencionSiguiente.
             READ RetencionesTarjeta NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RetencionVigente THEN
                    INVOKE obj-fechaproceso "CalcularFechaMasDias"
                                            using RTFecha
                                                  DiasRetencion
                                            returning FechaLimite
                    IF FechaLimite < LSFecha THEN
                       MOVE "V"     TO RTEstado
                       MOVE LSFecha TO RTFechaCierre
                       REWRITE retenciones-tarjeta-file
                       END-REWRITE
                       ADD 1 TO TotalVencidas
                    END-IF
                 END-IF
             END-READ.

       End Method VencerRetenciones.
      *>----------------------------------------------

       end object.
       end class CompraTarjeta.
