           debitcard     is class "debitcard"
           fechaproceso  is class "fechaproceso"
           liquidacion   is class "liquidacion"
           contabilidad  is class "contabilidad"
           pagointerbancario is class "pagointerbancario"
           embargo       is class "embargo"
           canje         is class "canje"
           bolsillo      is class "bolsillo"
           tasacambio    is class "tasacambio"
           operacionpendiente is class "operacionpendiente"
           parametro     is class "parametro"
           gmf           is class "gmf"
           proteccion    is class "proteccion"
           compratarjeta is class "compratarjeta"
           producto      is class "producto"
           limitecliente is class "limitecliente"
           enfriamiento  is class "enfriamiento"
           tranferencia        is class "transferencia"
           Main          is class "Main".

        01  obj-debitcard     object reference.
        01  obj-fechaproceso  object reference.
        01  obj-liquidacion   object reference.
        01  obj-pagointerbancario object reference.
        01  obj-main  object reference.

        77  Montoactualdueno      PIC S9(10)V99.
        77  montoactualnumerotro PIC S9(10)V99.
        77  MontoEmbargado        PIC 9(10)V99.
        77  MontoEnCanje          PIC 9(10)V99.
        77  MontoRetenidoTar      PIC 9(10)V99.
        77  MontoApartado         PIC 9(10)V99.
        77  montoverificacion     PIC S9(10)V99.
        77  DigitoCuentaOk        PIC 9.
        77  DigitoCuentaOtroOk    PIC 9.
        01  obj-embargo           object reference.
        01  obj-canje             object reference.
        01  obj-compratarjeta     object reference.
        01  obj-bolsillo          object reference.
      *EN CUENTAS CONJUNTAS CADA TITULAR LLEVA SU PROPIA TARJETA:
      *SI LA PRINCIPAL NO SIRVE SE BUSCA UNA VINCULADA ACTIVA CUYO
        77  TerminalOperacion     PIC 9(3).
        77  VelocidadExceso       PIC 9.
        77  BloqueoVelPend        PIC X VALUE "N".
        77  IDCVel                PIC X(10).
        77  existeVel             PIC 9.
        77  SetVelOk              PIC 9.
        77  TitVel1               PIC 9(9).

        77  NumeroTarjetaCuenta   PIC X(15).
        77  NumeroTarjetaBuscar   PIC X(10).
        77  IDCTarjeta            PIC X(10).
        77  existeTarjeta         PIC 9.
        77  EstadoTarjeta         PIC 9.
        77  TarjetaHabilitada     PIC X VALUE "S".

        77  NumeroTarjetaCuentaOtro  PIC X(15).
        77  NumeroTarjetaBuscarOtro  PIC X(10).
        77  IDCTarjetaOtro        PIC X(10).
        77  existeTarjetaOtro     PIC 9.
        77  EstadoCuentaDueno     PIC 9.
        77  EstadoCuentaOtro      PIC 9.
            88  EsInterbancaria   VALUE "S".
        77  LimiteMismoBanco      PIC 9(10)V99 VALUE 10000000.
        77  LimiteInterbancario   PIC 9(10)V99 VALUE 2000000.
      *LIMITE QUE EL CLIENTE SE FIJO PARA LA CUENTA O LA TARJETA
        77  LimiteCliente         PIC 9(10)V99.
        77  CanalLimite           PIC X.
        77  CanalClienteActivo    PIC 9.
        77  TarjetaLimite         PIC X(10) VALUE SPACES.
        01  obj-limitecliente     object reference.
      *CLIENTE EN ENFRIAMIENTO POR CAMBIO DE DATOS DE CONTACTO
        77  CuentaEnfriada        PIC 9 VALUE 0.
        01  obj-enfriamiento      object reference.
        77  ComisionInterbancaria PIC 9(10)V99 VALUE 5000.
        77  CodigoLimMismo        PIC X(12) VALUE "LIMMISMOBCO".
        77  CodigoLimInter        PIC X(12) VALUE "LIMINTERBCO".
            88  PlazoFijoVigente  VALUE "N".
        77  FondosSuficientes     PIC X VALUE "S".
            88  SinFondos         VALUE "N".
        01  obj-gmf               object reference.
        77  MontoGMF              PIC 9(10)V99.
        01  obj-proteccion        object reference.
        77  FaltanteSobregiro     PIC 9(10)V99.
        77  MontoBarrido          PIC 9(10)V99.
        77  DisponibleRespaldo    PIC 9(10)V99.
      *CONDICIONES DEL PRODUCTO DE LA CUENTA ORIGEN: EL SOBREGIRO
      *NO PASA DEL MAXIMO DEL PRODUCTO NI EL SALDO MINIMO BAJA DEL
      *SUYO
        77  ProductoActual        PIC X(4).
        77  TipoProductoActual    PIC 9.
        77  MinimoProducto        PIC 9(10)V99.
        77  SobregiroProducto     PIC 9(10)V99.
        77  EstadoProducto        PIC 9.
        77  existeProducto        PIC 9.
        77  CanalPermitido        PIC 9 VALUE 1.
        01  obj-producto          object reference.
        77  MontoGMFComision      PIC 9(10)V99.
      *INGRESO POR COMISION INTERBANCARIA: EL RETIRO TIPO 1 SALE
      *DE CAJA EN LA CONTABILIDAD DIARIA; ESTE ASIENTO LO
      *RECLASIFICA
        01  obj-contabilidad      object reference.
        77  SucursalComision      PIC 9(2).
        77  CuentaDebeCom         PIC X(8) VALUE "11010101".
        77  CuentaHaberCom        PIC X(8) VALUE "42150102".
        77  OrigenComision        PIC X(12) VALUE "COMINTERBANC".
        77  ReferenciaComision    PIC X(20).
        77  MontoAsientoCom       PIC 9(12)V99.
        77  AsientoComOk          PIC 9.
        77  TitGMFOrigen1         PIC 9(9).
        77  TitGMFOrigen2         PIC 9(9).
        77  TitGMFDestino1        PIC 9(9).
        77  TitGMFDestino2        PIC 9(9).

        01 CurrentDate.
            02  CurrentYear     PIC 9(4).
              END-IF
           END-IF

           MOVE TarjetaOperante TO TarjetaLimite
      *RIGE EL MENOR ENTRE EL LIMITE DEL BANCO Y EL QUE EL CLIENTE
      *FIJO PARA LA CUENTA O LA TARJETA, QUE TAMBIEN PUEDE HABER
      *APAGADO EL CANAL
           IF EsInterbancaria THEN
              MOVE "I" TO CanalLimite
              MOVE LimiteInterbancario TO LimiteCliente
           ELSE
              MOVE "M" TO CanalLimite
              MOVE LimiteMismoBanco TO LimiteCliente
           END-IF
           INVOKE limitecliente "New"
                   RETURNING obj-limitecliente
           INVOKE obj-limitecliente "LimiteAplicable" using
                                               LsNumaccountsdueno
                                               TarjetaLimite
                                               CanalLimite
                                               LimiteCliente
                                     returning CanalClienteActivo

      *TRAS UN CAMBIO DE TELEFONO, EMAIL O DIRECCION DE UN TITULAR
      *NO SE TRANSFIERE A OTROS BANCOS HASTA QUE VENZA EL PERIODO
      *DE ENFRIAMIENTO
           IF EsInterbancaria THEN
              INVOKE enfriamiento "New"
                      RETURNING obj-enfriamiento
              INVOKE obj-enfriamiento "CuentaEnEnfriamiento" using
                                               LsNumaccountsdueno
                                     returning CuentaEnfriada
           END-IF

           IF LimiteTransferExcedido THEN
              DISPLAY "El monto supera el limite permitido para"
              DISPLAY "este tipo de transferencia"
           ELSE
           IF CuentaEnfriada = 1 THEN
              MOVE "N" TO LimiteTransferOk
              DISPLAY "Los datos de contacto del titular cambiaron"
              DISPLAY "hace poco: las transferencias a otros bancos"
              DISPLAY "quedan suspendidas durante el enfriamiento"
           ELSE
           IF CanalClienteActivo = 0 THEN
              MOVE "N" TO LimiteTransferOk
              DISPLAY "El cliente desactivo este tipo de"
              DISPLAY "transferencia para la cuenta o la tarjeta"
           ELSE
           IF LSMontoTranferencia > LimiteCliente THEN
              MOVE "N" TO LimiteTransferOk
              DISPLAY "El monto supera el limite fijado por el"
              DISPLAY "cliente: " LimiteCliente
           ELSE
           INVOKE obj-accounts "GetLimitesCuenta" using
                                               LsNumaccountsdueno
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
           INVOKE obj-accounts "GetProductoCuenta" using
                                               LsNumaccountsdueno
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
                                                  "T"
                                     returning CanalPermitido

      *LA FECHA DE NEGOCIO OFICIAL, NO LA DEL RELOJ DE LA MAQUINA
           INVOKE obj-fechaproceso "GetFechaProceso"
              DISPLAY "no se permiten transferencias antes del"
              DISPLAY "vencimiento"
           ELSE
      *EL PRODUCTO DE LA CUENTA PUEDE NO ADMITIR TRANSFERENCIAS
           IF CanalPermitido = 0 THEN
              DISPLAY "El producto de la cuenta origen no admite"
              DISPLAY "transferencias"
           ELSE
      *MONEDAS DE LAS DOS CUENTAS Y TASA OFICIAL DEL DIA
           INVOKE obj-accounts "GetMoneda" using LsNumaccountsdueno
                                     returning MonedaOrigen
           INVOKE obj-canje "TotalEnCanje" using
                                               LsNumaccountsdueno
                                     returning MontoEnCanje
           INVOKE compratarjeta "New"
                   RETURNING obj-compratarjeta
           INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                               LsNumaccountsdueno
                                     returning MontoRetenidoTar
      *LO APARTADO EN BOLSILLOS TAMPOCO ESTA DISPONIBLE
           INVOKE bolsillo "New"
                   RETURNING obj-bolsillo
                                     returning MontoApartado
           COMPUTE montoverificacion
           = montoactualnumerdueno - MontoEmbargado - MontoEnCanje
                                   - MontoRetenidoTar
                                   - MontoApartado

           MOVE "S" TO FondosSuficientes
           MOVE 0 TO FaltanteSobregiro
           IF CuentaCorriente THEN
      *CON PROTECCION DE SOBREGIRO LO QUE PUEDE APORTAR LA CUENTA DE
      *AHORROS VINCULADA CUENTA COMO DISPONIBLE; EL BARRIDO SOLO SE
      *HACE CUANDO LA TRANSFERENCIA YA VA A APLICARSE
              IF montoverificacion < (0 - LimiteSobregiroActual)
                 COMPUTE FaltanteSobregiro =
                         (0 - LimiteSobregiroActual) - montoverificacion
                 INVOKE proteccion "New"
                         RETURNING obj-proteccion
                 INVOKE obj-proteccion "DisponibleProteccion"
                                 using LsNumaccountsdueno
                       returning DisponibleRespaldo
                 IF DisponibleRespaldo NOT < FaltanteSobregiro THEN
                    ADD FaltanteSobregiro TO montoverificacion
                 ELSE
                    MOVE 0 TO FaltanteSobregiro
                 END-IF
              END-IF
              IF montoverificacion < (0 - LimiteSobregiroActual)
                 MOVE "N" TO FondosSuficientes
              END-IF
           IF OperacionEstacionada = "S" THEN
              CONTINUE
           ELSE
           IF FaltanteSobregiro > 0 THEN
              ACCEPT  CurrentTime FROM TIME
              INVOKE obj-proteccion "CubrirSobregiro"
                              using LsNumaccountsdueno
                                    FaltanteSobregiro
                                    CurrentDate CurrentTime
                    returning MontoBarrido
              ADD MontoBarrido TO montoactualnumerdueno
           END-IF
           INVOKE obj-accounts "SetMonto" using
                                       montoactualnumerdueno
                                       LsNumaccountsdueno

      *REGISTRAR UNA TRANSACION DUEÑO
           ACCEPT  CurrentTime FROM TIME
      *DESPUES DE LA HORA DE CORTE EL MOVIMIENTO SE FECHA CON EL
      *DIA HABIL SIGUIENTE
           INVOKE obj-fechaproceso "GetFechaContable" using
                                               CurrentTime
                                     returning CurrentDate
      *TIPO 3 = TRANSFERENCIA (EN LA MONEDA DE LA CUENTA ORIGEN)
           INVOKE obj-transacition "CrearTransancionConcepto"
                                           using CurrentDate CurrentTime
                                               LsNumaccountsdueno
                                               LSMontoTranferencia
                                               LSConcepto
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS SOBRE LA CUENTA
      *ORIGEN. LOS TRASLADOS ENTRE CUENTAS DEL MISMO TITULAR NO LO
      *CAUSAN
           MOVE 0 TO MontoGMF
           MOVE 0 TO TitGMFOrigen1
           MOVE 0 TO TitGMFOrigen2
           MOVE 0 TO TitGMFDestino1
           MOVE 0 TO TitGMFDestino2
           INVOKE obj-accounts "GetTitulares" using LsNumaccountsdueno
                                                    TitGMFOrigen1
                                                    TitGMFOrigen2
           INVOKE obj-accounts "GetTitulares" using LsNumaccountsotro
                                                    TitGMFDestino1
                                                    TitGMFDestino2
           INVOKE gmf "New"
                   RETURNING obj-gmf
           IF TitGMFOrigen1 NOT = TitGMFDestino1 THEN
              INVOKE obj-gmf "CobrarGMF" using CurrentDate CurrentTime
                                               LsNumaccountsdueno
                                               LSMontoTranferencia
                                     returning MontoGMF
              SUBTRACT MontoGMF FROM montoactualnumerdueno
           END-IF

      *REGISTRAR UNA TRANSACION OTRO
      *TIPO 2 = DEPOSITO (EN LA MONEDA DE LA CUENTA DESTINO)
                                                IDbankDueno
                                                IDbankOtro
                                                LSMontoTranferencia
      *Y EL PAGO PARA EL ARCHIVO DE LA CAMARA DE COMPENSACION
              INVOKE pagointerbancario "New"
                      RETURNING obj-pagointerbancario
              INVOKE obj-pagointerbancario "RegistrarPagoSaliente"
                                          using CurrentDate
                                                LsNumaccountsdueno
                                                LsNumaccountsotro
                                                IDbankDueno
                                                IDbankOtro
                                                LSMontoTranferencia
                                                MontoAcreditar
      *COBRAR LA COMISION INTERBANCARIA SOBRE LA CUENTA ORIGEN
              INVOKE obj-accounts "GetMonto" using LsNumaccountsdueno
                                            returning Montoactualdueno
              COMPUTE montoverificacion
              = montoactualnumerdueno - MontoEmbargado
                                      - MontoEnCanje
                                      - MontoRetenidoTar
                                      - MontoApartado

              MOVE "S" TO FondosSuficientes
                                               1
                                               LsNumaccountsdueno
                                               ComisionInterbancaria
              INVOKE obj-gmf "CobrarGMF" using CurrentDate CurrentTime
                                               LsNumaccountsdueno
                                               ComisionInterbancaria
                                     returning MontoGMFComision
              SUBTRACT MontoGMFComision FROM montoactualnumerdueno
              ADD MontoGMFComision TO MontoGMF
              INVOKE obj-accounts "GetSucursal"
                                       using LsNumaccountsdueno
                                       returning SucursalComision
              MOVE LsNumaccountsdueno    TO ReferenciaComision
              MOVE ComisionInterbancaria TO MontoAsientoCom
              INVOKE contabilidad "New"
                      RETURNING obj-contabilidad
              INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                       using CurrentDate
                                             SucursalComision
                                             CuentaDebeCom
                                             CuentaHaberCom
                                             MontoAsientoCom
                                             OrigenComision
                                             ReferenciaComision
                                       returning AsientoComOk
              END-IF
           END-IF

       IF EsInterbancaria THEN
          DISPLAY "Comision       : " ComisionInterbancaria
       END-IF
       IF MontoGMF > 0 THEN
          DISPLAY "GMF 4x1000     : " MontoGMF
       END-IF
       DISPLAY "Saldo origen   : " montoactualnumerdueno
       DISPLAY "===================================="
       DISPLAY "La transaccion de Transferencia"
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *BLOQUEO PREVENTIVO DE LA TARJETA POR LAS REGLAS DE
        01  obj-debitcard     object reference.
        01  obj-fechaproceso  object reference.
        01  obj-liquidacion   object reference.
        01  obj-pagointerbancario object reference.
        01  obj-embargo       object reference.
        01  obj-canje         object reference.
        01  obj-compratarjeta object reference.
        01  obj-bolsillo      object reference.

        77  Montoactualdueno      PIC S9(10)V99.
        77  montoactualnumerotro PIC S9(10)V99.
        77  MontoEmbargado        PIC 9(10)V99.
        77  MontoEnCanje          PIC 9(10)V99.
        77  MontoRetenidoTar      PIC 9(10)V99.
        77  MontoApartado         PIC 9(10)V99.
        77  montoverificacion     PIC S9(10)V99.
        77  existeCuentaOtro      PIC 9.
        77  EstadoCuentaOtro      PIC 9.
        77  NumeroTarjetaCuenta   PIC X(15).
        77  NumeroTarjetaBuscar   PIC X(10).
        77  IDCTarjeta            PIC X(10).
        77  existeTarjeta         PIC 9.
        77  NumeroTarjetaCuentaOtro  PIC X(15).
        77  NumeroTarjetaBuscarOtro  PIC X(10).
        77  IDCTarjetaOtro        PIC X(10).
        77  existeTarjetaOtro     PIC 9.
        77  IDbankDueno           PIC 9.
        77  IDbankOtro            PIC 9.
            88  EsInterbancaria   VALUE "S".
        77  LimiteMismoBanco      PIC 9(10)V99 VALUE 10000000.
        77  LimiteInterbancario   PIC 9(10)V99 VALUE 2000000.
      *LIMITE QUE EL CLIENTE SE FIJO PARA LA CUENTA O LA TARJETA
        77  LimiteCliente         PIC 9(10)V99.
        77  CanalLimite           PIC X.
        77  CanalClienteActivo    PIC 9.
        77  TarjetaLimite         PIC X(10) VALUE SPACES.
        01  obj-limitecliente     object reference.
      *CLIENTE EN ENFRIAMIENTO POR CAMBIO DE DATOS DE CONTACTO
        77  CuentaEnfriada        PIC 9 VALUE 0.
        01  obj-enfriamiento      object reference.
        77  ComisionInterbancaria PIC 9(10)V99 VALUE 5000.
        77  CodigoLimMismo        PIC X(12) VALUE "LIMMISMOBCO".
        77  CodigoLimInter        PIC X(12) VALUE "LIMINTERBCO".
        77  TasaCambioAplicada    PIC 9(6)V9999.
        77  MontoAcreditar        PIC 9(10)V99.
        01  obj-tasacambio        object reference.
        01  obj-gmf               object reference.
        77  MontoGMF              PIC 9(10)V99.
        01  obj-proteccion        object reference.
        77  FaltanteSobregiro     PIC 9(10)V99.
        77  MontoBarrido          PIC 9(10)V99.
        77  DisponibleRespaldo    PIC 9(10)V99.
      *CONDICIONES DEL PRODUCTO DE LA CUENTA ORIGEN: EL SOBREGIRO
      *NO PASA DEL MAXIMO DEL PRODUCTO NI EL SALDO MINIMO BAJA DEL
      *SUYO
        77  ProductoActual        PIC X(4).
        77  TipoProductoActual    PIC 9.
        77  MinimoProducto        PIC 9(10)V99.
        77  SobregiroProducto     PIC 9(10)V99.
        77  EstadoProducto        PIC 9.
        77  existeProducto        PIC 9.
        01  obj-producto          object reference.
        77  MontoGMFComision      PIC 9(10)V99.
      *INGRESO POR COMISION INTERBANCARIA: EL RETIRO TIPO 1 SALE
      *DE CAJA EN LA CONTABILIDAD DIARIA; ESTE ASIENTO LO
      *RECLASIFICA
        01  obj-contabilidad      object reference.
        77  SucursalComision      PIC 9(2).
        77  CuentaDebeCom         PIC X(8) VALUE "11010101".
        77  CuentaHaberCom        PIC X(8) VALUE "42150102".
        77  OrigenComision        PIC X(12) VALUE "COMINTERBANC".
        77  ReferenciaComision    PIC X(20).
        77  MontoAsientoCom       PIC 9(12)V99.
        77  AsientoComOk          PIC 9.
        77  TitGMFOrigen1         PIC 9(9).
        77  TitGMFOrigen2         PIC 9(9).
        77  TitGMFDestino1        PIC 9(9).
        77  TitGMFDestino2        PIC 9(9).
        01 CurrentDate.
            02  CurrentYear     PIC 9(4).
            02  CurrentMonth   PIC 99.
              END-IF
           END-IF

      *RIGE EL MENOR ENTRE EL LIMITE DEL BANCO Y EL QUE EL CLIENTE
      *FIJO PARA LA CUENTA O LA TARJETA, QUE TAMBIEN PUEDE HABER
      *APAGADO EL CANAL
           IF EsInterbancaria THEN
              MOVE "I" TO CanalLimite
              MOVE LimiteInterbancario TO LimiteCliente
           ELSE
              MOVE "M" TO CanalLimite
              MOVE LimiteMismoBanco TO LimiteCliente
           END-IF
           INVOKE limitecliente "New"
                   RETURNING obj-limitecliente
           INVOKE obj-limitecliente "LimiteAplicable" using
                                               LsNumaccountsdueno
                                               TarjetaLimite
                                               CanalLimite
                                               LimiteCliente
                                     returning CanalClienteActivo

      *TRAS UN CAMBIO DE TELEFONO, EMAIL O DIRECCION DE UN TITULAR
      *NO SE TRANSFIERE A OTROS BANCOS HASTA QUE VENZA EL PERIODO
      *DE ENFRIAMIENTO
           IF EsInterbancaria THEN
              INVOKE enfriamiento "New"
                      RETURNING obj-enfriamiento
              INVOKE obj-enfriamiento "CuentaEnEnfriamiento" using
                                               LsNumaccountsdueno
                                     returning CuentaEnfriada
           END-IF

           IF LimiteTransferExcedido THEN
              DISPLAY "El monto supera el limite permitido para"
              DISPLAY "este tipo de transferencia"
           ELSE
           IF CuentaEnfriada = 1 THEN
              MOVE "N" TO LimiteTransferOk
              DISPLAY "Los datos de contacto del titular cambiaron"
              DISPLAY "hace poco: las transferencias a otros bancos"
              DISPLAY "quedan suspendidas durante el enfriamiento"
           ELSE
           IF CanalClienteActivo = 0 THEN
              MOVE "N" TO LimiteTransferOk
              DISPLAY "El cliente desactivo este tipo de"
              DISPLAY "transferencia para la cuenta o la tarjeta"
           ELSE
           IF LSMontoTranferencia > LimiteCliente THEN
              MOVE "N" TO LimiteTransferOk
              DISPLAY "El monto supera el limite fijado por el"
              DISPLAY "cliente: " LimiteCliente
           ELSE
           INVOKE obj-accounts "GetLimitesCuenta" using
                                               LsNumaccountsdueno
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
           INVOKE obj-accounts "GetProductoCuenta" using
                                               LsNumaccountsdueno
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

           INVOKE obj-fechaproceso "GetFechaProceso"
                                     returning CurrentDate
           INVOKE obj-canje "TotalEnCanje" using
                                               LsNumaccountsdueno
                                     returning MontoEnCanje
           INVOKE compratarjeta "New"
                   RETURNING obj-compratarjeta
           INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                               LsNumaccountsdueno
                                     returning MontoRetenidoTar
      *LO APARTADO EN BOLSILLOS TAMPOCO ESTA DISPONIBLE
           INVOKE bolsillo "New"
                   RETURNING obj-bolsillo
                                     returning MontoApartado
           COMPUTE montoverificacion
           = montoactualnumerdueno - MontoEmbargado - MontoEnCanje
                                   - MontoRetenidoTar
                                   - MontoApartado

           MOVE "S" TO FondosSuficientes
           MOVE 0 TO FaltanteSobregiro
           IF CuentaCorriente THEN
      *CON PROTECCION DE SOBREGIRO LO QUE PUEDE APORTAR LA CUENTA DE
      *AHORROS VINCULADA CUENTA COMO DISPONIBLE; EL BARRIDO SOLO SE
      *HACE CUANDO LA TRANSFERENCIA YA VA A APLICARSE
              IF montoverificacion < (0 - LimiteSobregiroActual)
                 COMPUTE FaltanteSobregiro =
                         (0 - LimiteSobregiroActual) - montoverificacion
                 INVOKE proteccion "New"
                         RETURNING obj-proteccion
                 INVOKE obj-proteccion "DisponibleProteccion"
                                 using LsNumaccountsdueno
                       returning DisponibleRespaldo
                 IF DisponibleRespaldo NOT < FaltanteSobregiro THEN
                    ADD FaltanteSobregiro TO montoverificacion
                 ELSE
                    MOVE 0 TO FaltanteSobregiro
                 END-IF
              END-IF
              IF montoverificacion < (0 - LimiteSobregiroActual)
                 MOVE "N" TO FondosSuficientes
              END-IF
           IF SinFondos THEN
              DISPLAY "Fondos insuficientes para la transferencia"
           ELSE
           IF FaltanteSobregiro > 0 THEN
              ACCEPT  CurrentTime FROM TIME
              INVOKE obj-proteccion "CubrirSobregiro"
                              using LsNumaccountsdueno
                                    FaltanteSobregiro
                                    CurrentDate CurrentTime
                    returning MontoBarrido
              ADD MontoBarrido TO montoactualnumerdueno
           END-IF
           INVOKE obj-accounts "SetMonto" using
                                       montoactualnumerdueno
                                       LsNumaccountsdueno
                                       LsNumaccountsotro

           ACCEPT  CurrentTime FROM TIME
      *DESPUES DE LA HORA DE CORTE EL MOVIMIENTO SE FECHA CON EL
      *DIA HABIL SIGUIENTE
           INVOKE obj-fechaproceso "GetFechaContable" using
                                               CurrentTime
                                     returning CurrentDate
      *TIPO 3 = TRANSFERENCIA (EN LA MONEDA DE LA CUENTA ORIGEN)
           INVOKE obj-transacition "CrearTransancionConcepto"
                                           using CurrentDate CurrentTime
                                               LsNumaccountsdueno
                                               LSMontoTranferencia
                                               LSConcepto
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS SOBRE LA CUENTA
      *ORIGEN. LOS TRASLADOS ENTRE CUENTAS DEL MISMO TITULAR NO LO
      *CAUSAN
           MOVE 0 TO MontoGMF
           MOVE 0 TO TitGMFOrigen1
           MOVE 0 TO TitGMFOrigen2
           MOVE 0 TO TitGMFDestino1
           MOVE 0 TO TitGMFDestino2
           INVOKE obj-accounts "GetTitulares" using LsNumaccountsdueno
                                                    TitGMFOrigen1
                                                    TitGMFOrigen2
           INVOKE obj-accounts "GetTitulares" using LsNumaccountsotro
                                                    TitGMFDestino1
                                                    TitGMFDestino2
           INVOKE gmf "New"
                   RETURNING obj-gmf
           IF TitGMFOrigen1 NOT = TitGMFDestino1 THEN
              INVOKE obj-gmf "CobrarGMF" using CurrentDate CurrentTime
                                               LsNumaccountsdueno
                                               LSMontoTranferencia
                                     returning MontoGMF
              SUBTRACT MontoGMF FROM montoactualnumerdueno
           END-IF

      *TIPO 2 = DEPOSITO (EN LA MONEDA DE LA CUENTA DESTINO)
           INVOKE obj-transacition "CrearTransancionConcepto"
                                                IDbankDueno
                                                IDbankOtro
                                                LSMontoTranferencia
      *Y EL PAGO PARA EL ARCHIVO DE LA CAMARA DE COMPENSACION
              INVOKE pagointerbancario "New"
                      RETURNING obj-pagointerbancario
              INVOKE obj-pagointerbancario "RegistrarPagoSaliente"
                                          using CurrentDate
                                                LsNumaccountsdueno
                                                LsNumaccountsotro
                                                IDbankDueno
                                                IDbankOtro
                                                LSMontoTranferencia
                                                MontoAcreditar

              INVOKE obj-accounts "GetMonto" using LsNumaccountsdueno
                                            returning Montoactualdueno
              COMPUTE montoverificacion
              = montoactualnumerdueno - MontoEmbargado
                                      - MontoEnCanje
                                      - MontoRetenidoTar
                                      - MontoApartado

              MOVE "S" TO FondosSuficientes
                                               1
                                               LsNumaccountsdueno
                                               ComisionInterbancaria
              INVOKE obj-gmf "CobrarGMF" using CurrentDate CurrentTime
                                               LsNumaccountsdueno
                                               ComisionInterbancaria
                                     returning MontoGMFComision
              SUBTRACT MontoGMFComision FROM montoactualnumerdueno
              ADD MontoGMFComision TO MontoGMF
              INVOKE obj-accounts "GetSucursal"
                                       using LsNumaccountsdueno
                                       returning SucursalComision
              MOVE LsNumaccountsdueno    TO ReferenciaComision
              MOVE ComisionInterbancaria TO MontoAsientoCom
              INVOKE contabilidad "New"
                      RETURNING obj-contabilidad
              INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                       using CurrentDate
                                             SucursalComision
                                             CuentaDebeCom
                                             CuentaHaberCom
                                             MontoAsientoCom
                                             OrigenComision
                                             ReferenciaComision
                                       returning AsientoComOk
              END-IF
           END-IF

           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       End Method ejecutarTransferenciaAutorizada.
      *>----------------------------------------------
      *  EST = ESTADO DE CUENTA NO PERMITE LA OPERACION
      *  MON = SIN TASA DE CAMBIO ENTRE LAS MONEDAS
      *  CTR = TITULAR DESTINO EN LA LISTA DE CONTROL
      *  CAN = EL PRODUCTO DE LA CUENTA NO ADMITE TRANSFERENCIAS
       Data Division.
       Local-Storage Section.
        01  obj-accounts      object reference.
        77  existeCuentaOtro      PIC 9.
        77  NumeroTarjetaCuenta   PIC X(15).
        77  NumeroTarjetaBuscar   PIC X(10).
        77  IDCTarjeta            PIC X(10).
        77  existeTarjeta         PIC 9.
        77  EstadoTarjeta         PIC 9.
        77  PINOk                 PIC 9.
        77  NumeroTarjetaCuentaOtro  PIC X(15).
        77  NumeroTarjetaBuscarOtro  PIC X(10).
        77  IDCTarjetaOtro        PIC X(10).
        77  existeTarjetaOtro     PIC 9.
        77  EstadoCuentaDueno     PIC 9.
        77  EstadoCuentaOtro      PIC 9.
            88  EsInterbancaria   VALUE "S".
        77  LimiteMismoBanco      PIC 9(10)V99 VALUE 10000000.
        77  LimiteInterbancario   PIC 9(10)V99 VALUE 2000000.
        77  CodigoLimMismo        PIC X(12) VALUE "LIMMISMOBCO".
        77  CodigoLimInter        PIC X(12) VALUE "LIMINTERBCO".
        77  ValorParametro        PIC 9(12)V99.
        01  obj-parametro         object reference.
      *LIMITE QUE EL CLIENTE SE FIJO PARA LA CUENTA O LA TARJETA
        77  LimiteCliente         PIC 9(10)V99.
        77  CanalLimite           PIC X.
        77  CanalClienteActivo    PIC 9.
        77  TarjetaLimite         PIC X(10) VALUE SPACES.
        01  obj-limitecliente     object reference.
      *CLIENTE EN ENFRIAMIENTO POR CAMBIO DE DATOS DE CONTACTO
        77  CuentaEnfriada        PIC 9 VALUE 0.
        01  obj-enfriamiento      object reference.
        01  TipoCuentaActual      PIC 9.
            88  CuentaAhorro      VALUE ZERO.
            88  CuentaCorriente   VALUE 1.
        77  FechaVencimientoActual PIC X(8).
        77  MontoEmbargado        PIC 9(10)V99.
        77  MontoEnCanje          PIC 9(10)V99.
        77  MontoRetenidoTar      PIC 9(10)V99.
        77  MontoApartado         PIC 9(10)V99.
        01  obj-embargo           object reference.
        01  obj-canje             object reference.
        01  obj-compratarjeta     object reference.
        01  obj-bolsillo          object reference.
      *CONDICIONES DEL PRODUCTO DE LA CUENTA ORIGEN: EL SOBREGIRO
      *NO PASA DEL MAXIMO DEL PRODUCTO NI EL SALDO MINIMO BAJA DEL
      *SUYO
        77  ProductoActual        PIC X(4).
        77  TipoProductoActual    PIC 9.
        77  MinimoProducto        PIC 9(10)V99.
        77  SobregiroProducto     PIC 9(10)V99.
        77  EstadoProducto        PIC 9.
        77  existeProducto        PIC 9.
        77  CanalPermitido        PIC 9 VALUE 1.
        01  obj-producto          object reference.
        01  obj-proteccion        object reference.
        77  DisponibleRespaldo    PIC 9(10)V99.
        77  MonedaOrigen          PIC X(3).
        77  MonedaDestino         PIC X(3).
        77  TasaCambioAplicada    PIC 9(6)V9999.
                    MOVE "LIM" TO Motivo
                 END-IF
              END-IF
      *Y EL LIMITE QUE EL CLIENTE FIJO (O EL CANAL APAGADO)
              IF EsInterbancaria THEN
                 MOVE "I" TO CanalLimite
                 MOVE LimiteInterbancario TO LimiteCliente
              ELSE
                 MOVE "M" TO CanalLimite
                 MOVE LimiteMismoBanco TO LimiteCliente
              END-IF
              IF existeTarjeta = 1 THEN
                 MOVE NumeroTarjetaBuscar TO TarjetaLimite
              END-IF
              INVOKE limitecliente "New"
                      RETURNING obj-limitecliente
              INVOKE obj-limitecliente "LimiteAplicable" using
                                                  LsNumaccountsdueno
                                                  TarjetaLimite
                                                  CanalLimite
                                                  LimiteCliente
                                        returning CanalClienteActivo
              IF CanalClienteActivo = 0
                 OR LSMontoTranferencia > LimiteCliente THEN
                 MOVE "LIM" TO Motivo
              END-IF
      *TITULAR EN ENFRIAMIENTO POR CAMBIO DE DATOS DE CONTACTO
              IF Motivo = SPACES AND EsInterbancaria THEN
                 INVOKE enfriamiento "New"
                         RETURNING obj-enfriamiento
                 INVOKE obj-enfriamiento "CuentaEnEnfriamiento"
                                        using LsNumaccountsdueno
                                        returning CuentaEnfriada
                 IF CuentaEnfriada = 1 THEN
                    MOVE "ENF" TO Motivo
                 END-IF
              END-IF
           END-IF

           IF Motivo = SPACES THEN
                                                  LimiteSobregiroActual
                                                  MontoMinimoActual
                                                  FechaVencimientoActual
              INVOKE obj-accounts "GetProductoCuenta" using
                                                  LsNumaccountsdueno
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
                                                     "T"
                                        returning CanalPermitido
              INVOKE obj-fechaproceso "GetFechaProceso"
                                        returning CurrentDate
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
                                                  LsNumaccountsdueno
                                        returning MontoEnCanje
              INVOKE compratarjeta "New"
                      RETURNING obj-compratarjeta
              INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                                  LsNumaccountsdueno
                                        returning MontoRetenidoTar
              INVOKE bolsillo "New"
                      RETURNING obj-bolsillo
              INVOKE obj-bolsillo "TotalApartado" using
              = montoactualnumerdueno - LSMontoTranferencia
                                      - MontoEmbargado
                                      - MontoEnCanje
                                      - MontoRetenidoTar
                                      - MontoApartado
              IF CuentaCorriente THEN
      *LO QUE PUEDE APORTAR LA CUENTA DE AHORROS VINCULADA CUENTA
      *COMO DISPONIBLE
                 IF montoactualnumerdueno <
                               (0 - LimiteSobregiroActual) THEN
                    INVOKE proteccion "New"
                            RETURNING obj-proteccion
                    INVOKE obj-proteccion "DisponibleProteccion"
                                          using LsNumaccountsdueno
                                          returning DisponibleRespaldo
                    ADD DisponibleRespaldo TO montoactualnumerdueno
                 END-IF
                 IF montoactualnumerdueno <
                               (0 - LimiteSobregiroActual) THEN
                    MOVE "FON" TO Motivo
       End Method ValidarTransferencia.
      *>----------------------------------------------

       Method-ID. ValidarTransferenciaAutorizada.
      *>----------------------------------------------
      *LAS MISMAS REGLAS DE ejecutarTransferenciaAutorizada (SIN
      *TARJETA NI PIN) PERO SIN TOCAR SALDOS: LA USA LA SIMULACION
      *DEL CIERRE PARA PROYECTAR ORDENES Y PROGRAMADAS. LA
      *PROTECCION DE SOBREGIRO SOLO SE CONSULTA, NO SE BARRE.
      *DEVUELVE EL MOTIVO CON LOS CODIGOS DE ValidarTransferencia
      *Y EL MONTO QUE RECIBIRIA EL DESTINO EN SU MONEDA
       Data Division.
       Local-Storage Section.
        01  obj-accounts      object reference.
        01  obj-debitcard     object reference.
        01  obj-fechaproceso  object reference.
        01  obj-parametro     object reference.
        01  obj-embargo       object reference.
        01  obj-canje         object reference.
        01  obj-compratarjeta object reference.
        01  obj-bolsillo      object reference.
      *CONDICIONES DEL PRODUCTO DE LA CUENTA ORIGEN: EL SOBREGIRO
      *NO PASA DEL MAXIMO DEL PRODUCTO NI EL SALDO MINIMO BAJA DEL
      *SUYO
        77  ProductoActual        PIC X(4).
        77  TipoProductoActual    PIC 9.
        77  MinimoProducto        PIC 9(10)V99.
        77  SobregiroProducto     PIC 9(10)V99.
        77  EstadoProducto        PIC 9.
        77  existeProducto        PIC 9.
        01  obj-producto          object reference.
        01  obj-proteccion    object reference.
        01  obj-tasacambio    object reference.

        77  Montoactualdueno      PIC S9(10)V99.
        77  montoverificacion     PIC S9(10)V99.
        77  MontoEmbargado        PIC 9(10)V99.
        77  MontoEnCanje          PIC 9(10)V99.
        77  MontoRetenidoTar      PIC 9(10)V99.
        77  MontoApartado         PIC 9(10)V99.
        77  DisponibleRespaldo    PIC 9(10)V99.
        77  existeCuentaOtro      PIC 9.
        77  EstadoCuentaDueno     PIC 9.
        77  EstadoCuentaOtro      PIC 9.
        77  NumeroTarjetaCuenta   PIC X(15).
        77  NumeroTarjetaBuscar   PIC X(10).
        77  IDCTarjeta            PIC X(10).
        77  existeTarjeta         PIC 9.
        77  NumeroTarjetaCuentaOtro  PIC X(15).
        77  NumeroTarjetaBuscarOtro  PIC X(10).
        77  IDCTarjetaOtro        PIC X(10).
        77  existeTarjetaOtro     PIC 9.
        77  IDbankDueno           PIC 9.
        77  IDbankOtro            PIC 9.
        77  TransferInterbancaria PIC X VALUE "N".
            88  EsInterbancaria   VALUE "S".
        77  LimiteMismoBanco      PIC 9(10)V99 VALUE 10000000.
        77  LimiteInterbancario   PIC 9(10)V99 VALUE 2000000.
      *LIMITE QUE EL CLIENTE SE FIJO PARA LA CUENTA O LA TARJETA
        77  LimiteCliente         PIC 9(10)V99.
        77  CanalLimite           PIC X.
        77  CanalClienteActivo    PIC 9.
        77  TarjetaLimite         PIC X(10) VALUE SPACES.
        01  obj-limitecliente     object reference.
      *CLIENTE EN ENFRIAMIENTO POR CAMBIO DE DATOS DE CONTACTO
        77  CuentaEnfriada        PIC 9 VALUE 0.
        01  obj-enfriamiento      object reference.
        77  CodigoLimMismo        PIC X(12) VALUE "LIMMISMOBCO".
        77  CodigoLimInter        PIC X(12) VALUE "LIMINTERBCO".
        77  ValorParametro        PIC 9(12)V99.
        01  TipoCuentaActual      PIC 9.
            88  CuentaAhorro      VALUE ZERO.
            88  CuentaCorriente   VALUE 1.
            88  CuentaPlazoFijo   VALUE 2.
        77  LimiteSobregiroActual PIC 9(10)V99.
        77  MontoMinimoActual     PIC 9(10)V99.
        77  FechaVencimientoActual PIC X(8).
        77  MonedaOrigen          PIC X(3).
        77  MonedaDestino         PIC X(3).
        77  TasaCambioAplicada    PIC 9(6)V9999.
        01 CurrentDate.
            02  CurrentYear     PIC 9(4).
            02  CurrentMonth   PIC 99.
            02  CurrentDay      PIC 99.

          Linkage Section.

           77  LSMontoTranferencia  PIC 9(10)V99.
           77  LsNumaccountsdueno  PIC X(9).
           77  LsNumaccountsotro  PIC X(9).
           77  LSMontoAcreditar   PIC 9(10)V99.
           77  Motivo         PIC X(3).
       Procedure Division using  LSMontoTranferencia LsNumaccountsdueno
                                 LsNumaccountsotro
                                 LSMontoAcreditar
                                 returning Motivo.
       MOVE SPACES TO Motivo
       MOVE 0 TO LSMontoAcreditar
       INVOKE accounts "New"
               RETURNING obj-accounts.

       INVOKE debitcard "New"
               RETURNING obj-debitcard.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.

       INVOKE obj-fechaproceso "GetFechaProceso"
                                 returning CurrentDate.

       INVOKE obj-accounts "BuscarCuenta" using LsNumaccountsotro
                                     returning existeCuentaOtro.

         IF existeCuentaOtro = 0 THEN
            MOVE "CTA" TO Motivo
          ELSE
           INVOKE obj-accounts "GetEstadoCuenta" using
                                               LsNumaccountsotro
                                         returning EstadoCuentaOtro
           IF EstadoCuentaOtro = 3 THEN
              MOVE "EST" TO Motivo
           END-IF

           INVOKE obj-accounts "GetIdDebitcard" using
                                               LsNumaccountsotro
                                       returning NumeroTarjetaCuentaOtro
           MOVE NumeroTarjetaCuentaOtro(1:10) TO
                                               NumeroTarjetaBuscarOtro
           INVOKE obj-debitcard "BuscarTarjeta" using
                                               NumeroTarjetaBuscarOtro
                                               IDCTarjetaOtro
                                     returning existeTarjetaOtro
           IF existeTarjetaOtro = 1 THEN
              INVOKE obj-debitcard "GetIDbank" using IDCTarjetaOtro
                                             returning IDbankOtro
           ELSE
              MOVE 0 TO IDbankOtro
           END-IF

           IF Motivo = SPACES THEN
              INVOKE obj-accounts "GetMonto" using LsNumaccountsdueno
                                            returning Montoactualdueno
              IF Montoactualdueno = 0 THEN
                 MOVE "CTA" TO Motivo
              END-IF
           END-IF

           IF Motivo = SPACES THEN
              INVOKE obj-accounts "GetEstadoCuenta" using
                                                  LsNumaccountsdueno
                                            returning EstadoCuentaDueno
              IF EstadoCuentaDueno NOT = 0 THEN
                 MOVE "EST" TO Motivo
              END-IF
           END-IF

           IF Motivo = SPACES THEN
              INVOKE obj-accounts "GetIdDebitcard" using
                                                  LsNumaccountsdueno
                                          returning NumeroTarjetaCuenta
              MOVE NumeroTarjetaCuenta(1:10) TO NumeroTarjetaBuscar
              INVOKE obj-debitcard "BuscarTarjeta" using
                                                  NumeroTarjetaBuscar
                                                  IDCTarjeta
                                        returning existeTarjeta
              IF existeTarjeta = 1 THEN
                 INVOKE obj-debitcard "GetIDbank" using IDCTarjeta
                                                returning IDbankDueno
              ELSE
                 MOVE 0 TO IDbankDueno
              END-IF

              MOVE "N" TO TransferInterbancaria
              IF existeTarjeta = 1 AND existeTarjetaOtro = 1
                 AND IDbankDueno NOT = IDbankOtro THEN
                 MOVE "S" TO TransferInterbancaria
              END-IF

              INVOKE parametro "New"
                      RETURNING obj-parametro
              MOVE LimiteMismoBanco TO ValorParametro
              INVOKE obj-parametro "ObtenerParametro" using
                                                  CodigoLimMismo
                                                  CurrentDate
                                                  ValorParametro
                                        returning ValorParametro
              MOVE ValorParametro TO LimiteMismoBanco
              MOVE LimiteInterbancario TO ValorParametro
              INVOKE obj-parametro "ObtenerParametro" using
                                                  CodigoLimInter
                                                  CurrentDate
                                                  ValorParametro
                                        returning ValorParametro
              MOVE ValorParametro TO LimiteInterbancario

              IF EsInterbancaria THEN
                 IF LSMontoTranferencia > LimiteInterbancario THEN
                    MOVE "LIM" TO Motivo
                 END-IF
              ELSE
                 IF LSMontoTranferencia > LimiteMismoBanco THEN
                    MOVE "LIM" TO Motivo
                 END-IF
              END-IF
      *Y EL LIMITE QUE EL CLIENTE FIJO (O EL CANAL APAGADO)
              IF EsInterbancaria THEN
                 MOVE "I" TO CanalLimite
                 MOVE LimiteInterbancario TO LimiteCliente
              ELSE
                 MOVE "M" TO CanalLimite
                 MOVE LimiteMismoBanco TO LimiteCliente
              END-IF
              INVOKE limitecliente "New"
                      RETURNING obj-limitecliente
              INVOKE obj-limitecliente "LimiteAplicable" using
                                                  LsNumaccountsdueno
                                                  TarjetaLimite
                                                  CanalLimite
                                                  LimiteCliente
                                        returning CanalClienteActivo
              IF CanalClienteActivo = 0
                 OR LSMontoTranferencia > LimiteCliente THEN
                 MOVE "LIM" TO Motivo
              END-IF
      *TITULAR EN ENFRIAMIENTO POR CAMBIO DE DATOS DE CONTACTO
              IF Motivo = SPACES AND EsInterbancaria THEN
                 INVOKE enfriamiento "New"
                         RETURNING obj-enfriamiento
                 INVOKE obj-enfriamiento "CuentaEnEnfriamiento"
                                        using LsNumaccountsdueno
                                        returning CuentaEnfriada
                 IF CuentaEnfriada = 1 THEN
                    MOVE "ENF" TO Motivo
                 END-IF
              END-IF
           END-IF

           IF Motivo = SPACES THEN
              INVOKE obj-accounts "GetLimitesCuenta" using
                                                  LsNumaccountsdueno
                                                  TipoCuentaActual
                                                  LimiteSobregiroActual
                                                  MontoMinimoActual
                                                  FechaVencimientoActual
              INVOKE obj-accounts "GetProductoCuenta" using
                                                  LsNumaccountsdueno
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
                 MOVE "VEN" TO Motivo
              END-IF
           END-IF

           IF Motivo = SPACES THEN
              INVOKE obj-accounts "GetMoneda" using
                                             LsNumaccountsdueno
                                        returning MonedaOrigen
              INVOKE obj-accounts "GetMoneda" using
                                             LsNumaccountsotro
                                        returning MonedaDestino
              INVOKE tasacambio "New"
                      RETURNING obj-tasacambio
              INVOKE obj-tasacambio "ObtenerTasaCambio" using
                                                  MonedaOrigen
                                                  MonedaDestino
                                                  CurrentDate
                                        returning TasaCambioAplicada
              IF TasaCambioAplicada = 0 THEN
                 MOVE "MON" TO Motivo
              ELSE
                 COMPUTE LSMontoAcreditar ROUNDED
                 = LSMontoTranferencia * TasaCambioAplicada
              END-IF
           END-IF

           IF Motivo = SPACES THEN
              INVOKE embargo "New"
                      RETURNING obj-embargo
              INVOKE obj-embargo "TotalEmbargosActivos" using
                                                  LsNumaccountsdueno
                                        returning MontoEmbargado
              INVOKE canje "New"
                      RETURNING obj-canje
              INVOKE obj-canje "TotalEnCanje" using
                                                  LsNumaccountsdueno
                                        returning MontoEnCanje
              INVOKE compratarjeta "New"
                      RETURNING obj-compratarjeta
              INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                                  LsNumaccountsdueno
                                        returning MontoRetenidoTar
              INVOKE bolsillo "New"
                      RETURNING obj-bolsillo
              INVOKE obj-bolsillo "TotalApartado" using
                                                  LsNumaccountsdueno
                                        returning MontoApartado
              COMPUTE montoverificacion
              = Montoactualdueno - LSMontoTranferencia
                                 - MontoEmbargado
                                 - MontoEnCanje
                                 - MontoRetenidoTar
                                 - MontoApartado
              IF CuentaCorriente THEN
                 IF montoverificacion <
                               (0 - LimiteSobregiroActual) THEN
                    INVOKE proteccion "New"
                            RETURNING obj-proteccion
                    INVOKE obj-proteccion "DisponibleProteccion"
                                          using LsNumaccountsdueno
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
           END-IF.

       End Method ValidarTransferenciaAutorizada.
      *>----------------------------------------------

       end class Transferencia.

       
