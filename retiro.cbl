           notificacion  is class "notificacion"
           operacionpendiente is class "operacionpendiente"
           parametro     is class "parametro"
           gmf           is class "gmf"
           proteccion    is class "proteccion"
           compratarjeta is class "compratarjeta"
           producto      is class "producto"
           limitecliente is class "limitecliente"
           Retiro        is class "retiro"
           Main          is class "Main".

        77 montoactualnumer PIC S9(10)V99.
        77  MontoEmbargado   PIC 9(10)V99.
        77  MontoEnCanje     PIC 9(10)V99.
        77  MontoRetenidoTar PIC 9(10)V99.
        77  MontoApartado    PIC 9(10)V99.
        77  montoverificacion PIC S9(10)V99.
        77  DigitoCuentaOk   PIC 9.
        01  obj-pendientes     object reference.
        01  obj-embargo      object reference.
        01  obj-canje        object reference.
        01  obj-compratarjeta object reference.
        01  obj-bolsillo     object reference.
        01  obj-dispensador  object reference.
        01  TipoCuentaActual      PIC 9.
            88  SinFondos         VALUE "N".
        77  NumeroTarjetaCuenta   PIC X(15).
        77  NumeroTarjetaBuscar   PIC X(10).
        77  IDCTarjeta            PIC X(10).
        77  existeTarjeta         PIC 9.
        77  EstadoTarjeta         PIC 9.
        77  EstadoCuentaActual    PIC 9.
        77  TotalRetiradoHoy      PIC 9(10)V99.
        77  LimiteDiarioOk        PIC X VALUE "S".
            88  LimiteDiarioExcedido  VALUE "N".
      *LIMITE QUE EL CLIENTE SE FIJO PARA LA CUENTA O LA TARJETA:
      *RIGE SI ES MENOR QUE EL DEL BANCO Y NO LO LEVANTA UN
      *SUPERVISOR, PORQUE ES DECISION DEL PROPIO CLIENTE
        77  LimiteCliente         PIC 9(10)V99.
        77  CanalClienteActivo    PIC 9.
        77  LimiteClienteOk       PIC X VALUE "S".
            88  LimiteClienteExcedido VALUE "N".
        01  obj-limitecliente     object reference.
        77  AutorizacionSup       PIC X VALUE "N".
            88  AutorizacionConcedida VALUE "S".
        77  OfertaPendiente       PIC X VALUE "N".
        77  TerminalOperacion     PIC 9(3).
        77  VelocidadExceso       PIC 9.
        77  BloqueoVelPend        PIC X VALUE "N".
        77  IDCVel                PIC X(10).
        77  existeVel             PIC 9.
        77  SetVelOk              PIC 9.
        77  TitVel1               PIC 9(9).
            02  FILLER            PIC X(2) VALUE SPACES.
        01  obj-auditoria         object reference.
        01  obj-operador          object reference.
        01  obj-gmf               object reference.
        77  MontoGMF              PIC 9(10)V99.
        01  obj-proteccion        object reference.
        77  FaltanteSobregiro     PIC 9(10)V99.
        77  MontoBarrido          PIC 9(10)V99.
        77  DisponibleRespaldo    PIC 9(10)V99.
      *CONDICIONES DEL PRODUCTO DE LA CUENTA: EL SOBREGIRO NO PASA
      *DEL MAXIMO DEL PRODUCTO NI EL SALDO MINIMO BAJA DEL SUYO
        77  ProductoActual        PIC X(4).
        77  TipoProductoActual    PIC 9.
        77  MinimoProducto        PIC 9(10)V99.
        77  SobregiroProducto     PIC 9(10)V99.
        77  EstadoProducto        PIC 9.
        77  existeProducto        PIC 9.
        77  CanalPermitido        PIC 9 VALUE 1.
        01  obj-producto          object reference.
        01 CurrentDate.
            02  CurrentYear     PIC 9(4).
            02  CurrentMonth   PIC 99.
              MOVE "N" TO LimiteDiarioOk
           END-IF

           MOVE LimiteRetiroDiario TO LimiteCliente
           INVOKE limitecliente "New"
                   RETURNING obj-limitecliente
           INVOKE obj-limitecliente "LimiteAplicable" using
                                               LsNumaccounts
                                               TarjetaOperante
                                               "R"
                                               LimiteCliente
                                     returning CanalClienteActivo
           MOVE "S" TO LimiteClienteOk
           IF CanalClienteActivo = 0
              OR TotalRetiradoHoy + LSMontoRetiro > LimiteCliente THEN
              MOVE "N" TO LimiteClienteOk
           END-IF

           IF LimiteClienteExcedido THEN
              MOVE "N" TO LimiteDiarioOk
              IF CanalClienteActivo = 0 THEN
                 DISPLAY "El cliente desactivo los retiros en cajero"
                 DISPLAY "para esta cuenta o tarjeta"
              ELSE
                 DISPLAY "Se supero el limite diario de retiro fijado"
                 DISPLAY "por el cliente: " LimiteCliente
              END-IF
           ELSE
           IF LimiteDiarioExcedido THEN
              DISPLAY "Se supero el limite diario de retiro"
              MOVE "S" TO OfertaPendiente
                 DISPLAY "Operacion autorizada por el supervisor"
              END-IF
           END-IF
           END-IF

           IF LimiteDiarioExcedido THEN
              CONTINUE
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
           INVOKE obj-accounts "GetProductoCuenta" using LsNumaccounts
                                     returning ProductoActual
           INVOKE producto "New"
                   RETURNING obj-producto
           MOVE TipoCuentaActual TO TipoProductoActual
           INVOKE obj-producto "CondicionesProducto" using
                                               ProductoActual
                                               TipoProductoActual
                                               MinimoProducto
                                               SobregiroProducto
                                               EstadoProducto
                                     returning existeProducto
           IF LimiteSobregiroActual > SobregiroProducto THEN
              MOVE SobregiroProducto TO LimiteSobregiroActual
           END-IF
           IF MontoMinimoActual < MinimoProducto THEN
              MOVE MinimoProducto TO MontoMinimoActual
           END-IF
           INVOKE obj-producto "PermiteCanal" using ProductoActual
                                                  TipoCuentaActual
                                                  "C"
                                     returning CanalPermitido

           MOVE "S" TO PlazoFijoOk
           IF CuentaPlazoFijo AND CurrentDate < FechaVencimientoActual
              DISPLAY "La cuenta es un plazo fijo que aun no vence"
              DISPLAY "no se permiten retiros antes del vencimiento"
           ELSE
      *EL PRODUCTO DE LA CUENTA PUEDE NO ADMITIR EL CAJERO
           IF CanalPermitido = 0 THEN
              DISPLAY "El producto de la cuenta no admite retiros"
              DISPLAY "en cajero automatico"
           ELSE
           MOVE Montoactual TO montoactualnumer
           COMPUTE montoactualnumer = montoactualnumer -  LSMontoRetiro

           INVOKE obj-canje "TotalEnCanje" using
                                               LsNumaccounts
                                     returning MontoEnCanje
           INVOKE compratarjeta "New"
                   RETURNING obj-compratarjeta
           INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                               LsNumaccounts
                                     returning MontoRetenidoTar
      *LO APARTADO EN BOLSILLOS TAMPOCO ESTA DISPONIBLE
           INVOKE bolsillo "New"
                   RETURNING obj-bolsillo
                                     returning MontoApartado
           COMPUTE montoverificacion
           = montoactualnumer - MontoEmbargado - MontoEnCanje
                              - MontoRetenidoTar
                              - MontoApartado

           MOVE "S" TO FondosSuficientes
           MOVE 0 TO FaltanteSobregiro
           IF CuentaCorriente THEN
      *CON PROTECCION DE SOBREGIRO LO QUE PUEDE APORTAR LA CUENTA DE
      *AHORROS VINCULADA CUENTA COMO DISPONIBLE; EL BARRIDO SOLO SE
      *HACE CUANDO EL RETIRO YA VA A APLICARSE
              IF montoverificacion < (0 - LimiteSobregiroActual) THEN
                 COMPUTE FaltanteSobregiro =
                         (0 - LimiteSobregiroActual) - montoverificacion
                 INVOKE proteccion "New"
                         RETURNING obj-proteccion
                 INVOKE obj-proteccion "DisponibleProteccion"
                                 using LsNumaccounts
                       returning DisponibleRespaldo
                 IF DisponibleRespaldo NOT < FaltanteSobregiro THEN
                    ADD FaltanteSobregiro TO montoverificacion
                 ELSE
                    MOVE 0 TO FaltanteSobregiro
                 END-IF
              END-IF
              IF montoverificacion < (0 - LimiteSobregiroActual) THEN
                 MOVE "N" TO FondosSuficientes
              END-IF
              DISPLAY "El cajero no puede pagar ese monto con las"
              DISPLAY "denominaciones disponibles"
           ELSE
           IF FaltanteSobregiro > 0 THEN
              ACCEPT  CurrentTime FROM TIME
              INVOKE obj-proteccion "CubrirSobregiro"
                              using LsNumaccounts FaltanteSobregiro
                                    CurrentDate CurrentTime
                    returning MontoBarrido
              ADD MontoBarrido TO montoactualnumer
           END-IF
           INVOKE obj-accounts "SetMonto" using
                                       montoactualnumer LsNumaccounts
      *REGISTRAR UNA TRANSACION
                                               1
                                               LsNumaccounts
                                               LSMontoRetiro
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL RETIRO
           INVOKE gmf "New"
                   RETURNING obj-gmf
           INVOKE obj-gmf "CobrarGMF" using CurrentDate CurrentTime
                                            LsNumaccounts
                                            LSMontoRetiro
                                  returning MontoGMF

      *CONSTANCIA DE CUAL TARJETA OPERO EL MOVIMIENTO
           IF existeTarjeta = 1 OR TarjetaOperante NOT = SPACES THEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *BLOQUEO PREVENTIVO DE LA TARJETA POR LAS REGLAS DE
        01  obj-fechaproceso  object reference.
        01  obj-embargo       object reference.
        01  obj-canje         object reference.
        01  obj-compratarjeta object reference.
        01  obj-bolsillo      object reference.
        01  obj-dispensador   object reference.

        77  montoactualnumer PIC S9(10)V99.
        77  MontoEmbargado   PIC 9(10)V99.
        77  MontoEnCanje     PIC 9(10)V99.
        77  MontoRetenidoTar PIC 9(10)V99.
        77  MontoApartado    PIC 9(10)V99.
        77  montoverificacion PIC S9(10)V99.
        77  DispensadoEfectivo PIC 9.
        77  ValorParametro        PIC 9(12)V99.
        01  obj-parametro         object reference.
        77  TotalRetiradoHoy      PIC 9(10)V99.
        77  LimiteCliente         PIC 9(10)V99.
        77  CanalClienteActivo    PIC 9.
        77  TarjetaLimite         PIC X(10) VALUE SPACES.
        01  obj-limitecliente     object reference.
        77  FondosSuficientes     PIC X VALUE "S".
            88  SinFondos         VALUE "N".
        01  obj-gmf               object reference.
        77  MontoGMF              PIC 9(10)V99.
        01  obj-proteccion        object reference.
        77  FaltanteSobregiro     PIC 9(10)V99.
        77  MontoBarrido          PIC 9(10)V99.
        77  DisponibleRespaldo    PIC 9(10)V99.
      *CONDICIONES DEL PRODUCTO DE LA CUENTA: EL SOBREGIRO NO PASA
      *DEL MAXIMO DEL PRODUCTO NI EL SALDO MINIMO BAJA DEL SUYO
        77  ProductoActual        PIC X(4).
        77  TipoProductoActual    PIC 9.
        77  MinimoProducto        PIC 9(10)V99.
        77  SobregiroProducto     PIC 9(10)V99.
        77  EstadoProducto        PIC 9.
        77  existeProducto        PIC 9.
        01  obj-producto          object reference.
        01 CurrentDate.
            02  CurrentYear     PIC 9(4).
            02  CurrentMonth   PIC 99.
                                               CurrentDate
                                     returning TotalRetiradoHoy

      *TAMBIEN RIGE EL LIMITE QUE EL CLIENTE FIJO PARA LA CUENTA
           MOVE LimiteRetiroDiario TO LimiteCliente
           INVOKE limitecliente "New"
                   RETURNING obj-limitecliente
           INVOKE obj-limitecliente "LimiteAplicable" using
                                               LsNumaccounts
                                               TarjetaLimite
                                               "R"
                                               LimiteCliente
                                     returning CanalClienteActivo
           IF CanalClienteActivo = 0 THEN
              MOVE 0 TO LimiteCliente
           END-IF

           IF TotalRetiradoHoy + LSMontoRetiro >
                                       LimiteRetiroDiario THEN
              DISPLAY "Se supero el limite diario de retiro"
           ELSE
           IF TotalRetiradoHoy + LSMontoRetiro > LimiteCliente THEN
              DISPLAY "Se supero el limite de retiro fijado por el"
              DISPLAY "cliente o el cliente desactivo el canal"
           ELSE
           INVOKE obj-accounts "GetLimitesCuenta" using LsNumaccounts
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
           INVOKE obj-accounts "GetProductoCuenta" using LsNumaccounts
                                     returning ProductoActual
           INVOKE producto "New"
                   RETURNING obj-producto
           MOVE TipoCuentaActual TO TipoProductoActual
           INVOKE obj-producto "CondicionesProducto" using
                                               ProductoActual
                                               TipoProductoActual
                                               MinimoProducto
                                               SobregiroProducto
                                               EstadoProducto
                                     returning existeProducto
           IF LimiteSobregiroActual > SobregiroProducto THEN
              MOVE SobregiroProducto TO LimiteSobregiroActual
           END-IF
           IF MontoMinimoActual < MinimoProducto THEN
              MOVE MinimoProducto TO MontoMinimoActual
           END-IF

           IF CuentaPlazoFijo
              AND CurrentDate < FechaVencimientoActual THEN
           INVOKE obj-canje "TotalEnCanje" using
                                               LsNumaccounts
                                     returning MontoEnCanje
           INVOKE compratarjeta "New"
                   RETURNING obj-compratarjeta
           INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                               LsNumaccounts
                                     returning MontoRetenidoTar
      *LO APARTADO EN BOLSILLOS TAMPOCO ESTA DISPONIBLE
           INVOKE bolsillo "New"
                   RETURNING obj-bolsillo
                                     returning MontoApartado
           COMPUTE montoverificacion
           = montoactualnumer - MontoEmbargado - MontoEnCanje
                              - MontoRetenidoTar
                              - MontoApartado

           MOVE "S" TO FondosSuficientes
           MOVE 0 TO FaltanteSobregiro
           IF CuentaCorriente THEN
      *CON PROTECCION DE SOBREGIRO LO QUE PUEDE APORTAR LA CUENTA DE
      *AHORROS VINCULADA CUENTA COMO DISPONIBLE; EL BARRIDO SOLO SE
      *HACE CUANDO EL RETIRO YA VA A APLICARSE
              IF montoverificacion < (0 - LimiteSobregiroActual) THEN
                 COMPUTE FaltanteSobregiro =
                         (0 - LimiteSobregiroActual) - montoverificacion
                 INVOKE proteccion "New"
                         RETURNING obj-proteccion
                 INVOKE obj-proteccion "DisponibleProteccion"
                                 using LsNumaccounts
                       returning DisponibleRespaldo
                 IF DisponibleRespaldo NOT < FaltanteSobregiro THEN
                    ADD FaltanteSobregiro TO montoverificacion
                 ELSE
                    MOVE 0 TO FaltanteSobregiro
                 END-IF
              END-IF
              IF montoverificacion < (0 - LimiteSobregiroActual) THEN
                 MOVE "N" TO FondosSuficientes
              END-IF
              DISPLAY "El cajero no puede pagar ese monto con las"
              DISPLAY "denominaciones disponibles"
           ELSE
           IF FaltanteSobregiro > 0 THEN
              ACCEPT  CurrentTime FROM TIME
              INVOKE obj-proteccion "CubrirSobregiro"
                              using LsNumaccounts FaltanteSobregiro
                                    CurrentDate CurrentTime
                    returning MontoBarrido
              ADD MontoBarrido TO montoactualnumer
           END-IF
           INVOKE obj-accounts "SetMonto" using
                                       montoactualnumer LsNumaccounts
           ACCEPT  CurrentTime FROM TIME
                                               LsNumaccounts
                                               LSMontoRetiro
                                               LSConcepto
           INVOKE gmf "New"
                   RETURNING obj-gmf
           INVOKE obj-gmf "CobrarGMF" using CurrentDate CurrentTime
                                            LsNumaccounts
                                            LSMontoRetiro
                                  returning MontoGMF
       MOVE 1 TO RetiroOk
       DISPLAY "La transaccion se registro correctamente"
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       End Method ejecutarRetiroAutorizado.
      *>----------------------------------------------
      *  PIN = PIN INVALIDO            LIM = LIMITE DIARIO EXCEDIDO
      *  VEN = PLAZO FIJO NO VENCIDO   FON = FONDOS INSUFICIENTES
      *  EST = ESTADO DE CUENTA NO PERMITE LA OPERACION
      *  CAN = EL PRODUCTO DE LA CUENTA NO ADMITE EL CAJERO
       Data Division.
       Local-Storage Section.
        01  obj-accounts      object reference.
        77  FechaVencimientoActual PIC X(8).
        77  NumeroTarjetaCuenta   PIC X(15).
        77  NumeroTarjetaBuscar   PIC X(10).
        77  IDCTarjeta            PIC X(10).
        77  existeTarjeta         PIC 9.
        77  EstadoTarjeta         PIC 9.
        77  EstadoCuentaActual    PIC 9.
        77  CodigoLimRet          PIC X(12) VALUE "LIMRETDIA".
        77  ValorParametro        PIC 9(12)V99.
        01  obj-parametro         object reference.
        01  obj-proteccion        object reference.
        77  DisponibleRespaldo    PIC 9(10)V99.
        77  TotalRetiradoHoy      PIC 9(10)V99.
        77  MontoEmbargado        PIC 9(10)V99.
        77  MontoEnCanje          PIC 9(10)V99.
        77  MontoRetenidoTar      PIC 9(10)V99.
        77  MontoApartado         PIC 9(10)V99.
        01  obj-embargo           object reference.
        01  obj-canje             object reference.
        01  obj-compratarjeta     object reference.
        01  obj-bolsillo          object reference.
      *CONDICIONES DEL PRODUCTO DE LA CUENTA: EL SOBREGIRO NO PASA
      *DEL MAXIMO DEL PRODUCTO NI EL SALDO MINIMO BAJA DEL SUYO
        77  ProductoActual        PIC X(4).
        77  TipoProductoActual    PIC 9.
        77  MinimoProducto        PIC 9(10)V99.
        77  SobregiroProducto     PIC 9(10)V99.
        77  EstadoProducto        PIC 9.
        77  existeProducto        PIC 9.
        77  CanalPermitido        PIC 9 VALUE 1.
        01  obj-producto          object reference.
        77  LimiteCliente         PIC 9(10)V99.
        77  CanalClienteActivo    PIC 9.
        77  TarjetaLimite         PIC X(10) VALUE SPACES.
        01  obj-limitecliente     object reference.
        01 CurrentDate.
            02  CurrentYear     PIC 9(4).
            02  CurrentMonth   PIC 99.
                                          LimiteRetiroDiario THEN
                 MOVE "LIM" TO Motivo
              END-IF
      *Y EL LIMITE QUE EL CLIENTE FIJO PARA LA CUENTA O LA TARJETA
              IF existeTarjeta = 1 THEN
                 MOVE NumeroTarjetaBuscar TO TarjetaLimite
              END-IF
              MOVE LimiteRetiroDiario TO LimiteCliente
              INVOKE limitecliente "New"
                      RETURNING obj-limitecliente
              INVOKE obj-limitecliente "LimiteAplicable" using
                                                  LsNumaccounts
                                                  TarjetaLimite
                                                  "R"
                                                  LimiteCliente
                                        returning CanalClienteActivo
              IF CanalClienteActivo = 0
                 OR TotalRetiradoHoy + LSMontoRetiro >
                                          LimiteCliente THEN
                 MOVE "LIM" TO Motivo
              END-IF
           END-IF

           IF Motivo = SPACES THEN
                                                  LimiteSobregiroActual
                                                  MontoMinimoActual
                                                  FechaVencimientoActual
              INVOKE obj-accounts "GetProductoCuenta" using
                                                  LsNumaccounts
                                        returning ProductoActual
              INVOKE producto "New"
                      RETURNING obj-producto
              MOVE TipoCuentaActual TO TipoProductoActual
              INVOKE obj-producto "CondicionesProducto" using
                                                  ProductoActual
                                                  TipoProductoActual
                                                  MinimoProducto
                                                  SobregiroProducto
                                                  EstadoProducto
                                        returning existeProducto
              IF LimiteSobregiroActual > SobregiroProducto THEN
                 MOVE SobregiroProducto TO LimiteSobregiroActual
              END-IF
              IF MontoMinimoActual < MinimoProducto THEN
                 MOVE MinimoProducto TO MontoMinimoActual
              END-IF
              INVOKE obj-producto "PermiteCanal" using ProductoActual
                                                     TipoCuentaActual
                                                     "C"
                                        returning CanalPermitido
              IF CuentaPlazoFijo
                 AND CurrentDate < FechaVencimientoActual THEN
                 MOVE "VEN" TO Motivo
              END-IF
              IF Motivo = SPACES AND CanalPermitido = 0 THEN
                 MOVE "CAN" TO Motivo
              END-IF
           END-IF

           IF Motivo = SPACES THEN
              INVOKE obj-canje "TotalEnCanje" using
                                                  LsNumaccounts
                                        returning MontoEnCanje
              INVOKE compratarjeta "New"
                      RETURNING obj-compratarjeta
              INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                                  LsNumaccounts
                                        returning MontoRetenidoTar
              INVOKE bolsillo "New"
                      RETURNING obj-bolsillo
              INVOKE obj-bolsillo "TotalApartado" using
                      montoactualnumer - LSMontoRetiro
                                       - MontoEmbargado
                                       - MontoEnCanje
                                       - MontoRetenidoTar
                                       - MontoApartado
              IF CuentaCorriente THEN
      *LO QUE PUEDE APORTAR LA CUENTA DE AHORROS VINCULADA CUENTA
      *COMO DISPONIBLE
                 IF montoactualnumer <
                               (0 - LimiteSobregiroActual) THEN
                    INVOKE proteccion "New"
                            RETURNING obj-proteccion
                    INVOKE obj-proteccion "DisponibleProteccion"
                                          using LsNumaccounts
                                          returning DisponibleRespaldo
                    ADD DisponibleRespaldo TO montoactualnumer
                 END-IF
                 IF montoactualnumer <
                               (0 - LimiteSobregiroActual) THEN
                    MOVE "FON" TO Motivo
