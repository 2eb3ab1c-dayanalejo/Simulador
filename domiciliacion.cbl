           embargo      is class "embargo"
           canje        is class "canje"
           fechaproceso is class "fechaproceso"
           gmf          is class "gmf"
           proteccion   is class "proteccion"
           compratarjeta is class "compratarjeta"
           domiciliacion is class "domiciliacion".

       working-storage section.
           77  montonuevo      PIC S9(10)V99.
           77  MontoEmbargado  PIC 9(10)V99.
           77  MontoEnCanje    PIC 9(10)V99.
           77  MontoRetenidoTar PIC 9(10)V99.
           77  montoverificacion PIC S9(10)V99.
           01  TipoCuentaActual      PIC 9.
               88  CuentaAhorro      VALUE ZERO.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-canje        object reference.
           01  obj-compratarjeta object reference.
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
             INVOKE canje "New"
                     RETURNING obj-canje
             INVOKE gmf "New"
                     RETURNING obj-gmf
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                INVOKE obj-canje "TotalEnCanje" using
                                               CobCuenta
                                     returning MontoEnCanje
                INVOKE compratarjeta "New"
                        RETURNING obj-compratarjeta
                INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                               CobCuenta
                                     returning MontoRetenidoTar
                MOVE Montoactual TO montonuevo
                COMPUTE montonuevo = montonuevo - CobMonto
                COMPUTE montoverificacion
                = montonuevo - MontoEmbargado - MontoEnCanje
                                              - MontoRetenidoTar
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
                                   using CobCuenta FaltanteSobregiro
                                         CurrentDate CurrentTime
                         returning MontoBarrido
                   ADD MontoBarrido TO montonuevo
                   ADD MontoBarrido TO montoverificacion
                END-IF
                IF CuentaCorriente THEN
                   IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                                       CobCuenta
                                       CobMonto
                                       ConceptoCobro
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL COBRO
                   INVOKE obj-gmf "CobrarGMF"
                                   using CurrentDate CurrentTime
                                         CobCuenta
                                         CobMonto
                         returning MontoGMF
                   MOVE "PAG" TO Resultado
                END-IF
             END-IF.
