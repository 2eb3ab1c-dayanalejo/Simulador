      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Plazofijo as "plazofijo"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           transacition is class "transacition"
           embargo      is class "embargo"
           canje        is class "canje"
           bolsillo     is class "bolsillo"
           compratarjeta is class "compratarjeta"
           fechaproceso is class "fechaproceso"
           parametro    is class "parametro"
           reporte      is class "reporte"
           plazofijo    is class "plazofijo".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PlazosFijos ASSIGN TO "plazos_fijos.dat"
           organization is indexed
           access is dynamic
           record key is PFCuenta
           alternate record key is PFIdCustomer with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD PlazosFijos.
      *CONDICIONES PACTADAS DE LOS PLAZOS FIJOS CONSTITUIDOS POR EL
      *CLIENTE: TASA DEL MAESTRO AL CONSTITUIRLO, PLAZO EN DIAS Y
      *LA INSTRUCCION PARA EL VENCIMIENTO (R=RENOVAR POR EL MISMO
      *PLAZO, P=PAGAR CAPITAL E INTERES A LA CUENTA INDICADA). LOS
      *PLAZOS FIJOS SIN FILA AQUI SIGUEN LA POLITICA GENERAL DEL
      *TRABAJO DE VENCIMIENTOS
       01 plazos-fijos-file.
           05  PFCuenta         PIC X(9).
           05  PFIdCustomer     PIC 9(9).
           05  PFCuentaOrigen   PIC X(9).
           05  PFFechaApertura  PIC X(8).
           05  PFMonto          PIC 9(10)V99.
           05  PFDias           PIC 9(3).
           05  PFFechaVence     PIC X(8).
           05  PFTasa           PIC 9V9999.
           05  PFInstruccion    PIC X.
               88  InstruccionRenovar VALUE "R".
               88  InstruccionPagar   VALUE "P".
           05  PFCuentaPago     PIC X(9).
      *CANAL: U=CLIENTE EN SU SESION
           05  PFCanal          PIC X.
           05  PFEstado         PIC X.
               88  PlazoVigente   VALUE "V".
               88  PlazoCumplido  VALUE "C".
           05  PFFechaCumplido  PIC X(8).

       procedure division.

       Method-ID. AbrirPlazoFijo.
      *>----------------------------------------------
      *CONSTITUYE UN PLAZO FIJO CON UNA COTIZACION EN FIRME: DEBITA
      *LA CUENTA DE AHORRO O CORRIENTE DEL CLIENTE (MISMOS CONTROLES
      *DE DISPONIBLE DE LA TRANSFERENCIA), ABRE LA CUENTA DE PLAZO
      *FIJO CON SU VENCIMIENTO, GUARDA LA TASA PACTADA Y LA
      *INSTRUCCION DE VENCIMIENTO, E IMPRIME LA CONSTANCIA. LA
      *CUENTA DE PAGO DEBE SER DEL MISMO CLIENTE. DEVUELVE EL NUMERO
      *DE LA CUENTA NUEVA, O CERO SI NO SE CONSTITUYO
       Data Division.
        Local-Storage Section.
           77  Rechazo         PIC X VALUE "N".
           77  existeCuenta    PIC 9.
           77  EstadoCuentaAct PIC 9.
           77  Titular1        PIC 9(9).
           77  Titular2        PIC 9(9).
           01  TipoCuentaActual      PIC 9.
               88  CuentaAhorro      VALUE ZERO.
               88  CuentaCorriente   VALUE 1.
               88  CuentaPlazoFijo   VALUE 2.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  MontoEmbargado  PIC 9(10)V99.
           77  MontoEnCanje    PIC 9(10)V99.
           77  MontoApartado   PIC 9(10)V99.
           77  MontoRetenidoTar PIC 9(10)V99.
           77  montoverificacion PIC S9(12)V99.
           77  CodigoMontoMin  PIC X(12) VALUE "PFMONTOMIN".
           77  CodigoDiasMin   PIC X(12) VALUE "PFDIASMIN".
           77  ValorDefecto    PIC 9(12)V99.
           77  ValorParametro  PIC 9(12)V99.
           77  MontoMinimoPF   PIC 9(10)V99.
           77  DiasMinimoPF    PIC 9(3).
           77  MonedaOrigen    PIC X(3).
           77  SucursalOrigen  PIC 9(2).
           77  NumeroNuevo     PIC 9(9).
           77  CuentaNueva     PIC X(9).
           77  SinTarjeta      PIC X(15) VALUE SPACES.
           77  SinProducto     PIC X(4) VALUE SPACES.
           77  TipoPlazoFijo   PIC 9 VALUE 2.
           77  SinTitular2     PIC 9(9) VALUE 0.
           77  SaldoInicial    PIC S9(10)V99 VALUE 0.
           77  CeroLimite      PIC 9(10)V99 VALUE 0.
           01  ConceptoDebito.
               02  FILLER      PIC X(11) VALUE "APERTURA PF".
               02  FILLER      PIC X VALUE SPACE.
               02  CDCuenta    PIC X(8).
           77  ConceptoCredito PIC X(20) VALUE "CONSTITUCION PF".
           77  NombreConstancia PIC X(30) VALUE "constancia_pf.txt".
           77  TituloConstancia PIC X(30)
               VALUE "CONSTANCIA DE PLAZO FIJO".
           77  EncabezadoConstancia PIC X(80)
               VALUE "CONSTITUCION DE DEPOSITO A PLAZO FIJO".
           01  LineaConstancia.
               02  LKTexto     PIC X(26).
               02  LKValor     PIC X(20).
               02  FILLER      PIC X(34) VALUE SPACES.
           01  ValorEditado    PIC Z(11)9.99.
           01  TasaEditada     PIC 9.9999.
           77  MontoControl    PIC S9(14)V99.
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-canje        object reference.
           01  obj-bolsillo     object reference.
           01  obj-compratarjeta object reference.
           01  obj-parametro    object reference.
           01  obj-fechaproceso object reference.
           01  obj-reporte      object reference.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
               02  CurrentDay    PIC 99.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

        Linkage Section.
           77  LSCuentaOrigen  PIC X(9).
           77  LSIdCustomer    PIC 9(9).
           77  LSMonto         PIC 9(10)V99.
           77  LSDias          PIC 9(3).
           77  LSFechaVence    PIC X(8).
           77  LSTasa          PIC 9V9999.
           77  LSInstruccion   PIC X.
           77  LSCuentaPago    PIC X(9).
           77  LSCanal         PIC X.
           77  LSCuentaNueva   PIC 9(9).

       Procedure Division using  LSCuentaOrigen
                                 LSIdCustomer
                                 LSMonto
                                 LSDias
                                 LSFechaVence
                                 LSTasa
                                 LSInstruccion
                                 LSCuentaPago
                                 LSCanal
                                 returning LSCuentaNueva.

             MOVE 0 TO LSCuentaNueva
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning CurrentDate
             ACCEPT CurrentTime FROM TIME

      *MONTO Y PLAZO MINIMOS DEL PRODUCTO, MANTENIBLES EN EL
      *MAESTRO DE PARAMETROS
             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE 500000 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoMontoMin
                                        CurrentDate
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MontoMinimoPF
             MOVE 30 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoDiasMin
                                        CurrentDate
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO DiasMinimoPF

             IF LSMonto < MontoMinimoPF THEN
                DISPLAY "El monto minimo de un plazo fijo es "
                        MontoMinimoPF
                MOVE "S" TO Rechazo
             END-IF
             IF Rechazo = "N" AND LSDias < DiasMinimoPF THEN
                DISPLAY "El plazo minimo es de " DiasMinimoPF " dias"
                MOVE "S" TO Rechazo
             END-IF
             IF Rechazo = "N" AND LSTasa = 0 THEN
                DISPLAY "No hay tasa vigente para el plazo fijo"
                MOVE "S" TO Rechazo
             END-IF
             IF Rechazo = "N" AND LSInstruccion NOT = "R"
                AND LSInstruccion NOT = "P" THEN
                DISPLAY "Instruccion de vencimiento no valida"
                MOVE "S" TO Rechazo
             END-IF

      *LA CUENTA DE ORIGEN: DEL CLIENTE, ACTIVA, DE AHORRO O
      *CORRIENTE
             IF Rechazo = "N" THEN
                INVOKE obj-accounts "BuscarCuenta" using
                                               LSCuentaOrigen
                                     returning existeCuenta
                IF existeCuenta = 0 THEN
                   DISPLAY "La cuenta de origen no existe"
                   MOVE "S" TO Rechazo
                END-IF
             END-IF
             IF Rechazo = "N" THEN
                MOVE 0 TO Titular1
                MOVE 0 TO Titular2
                INVOKE obj-accounts "GetTitulares" using
                                               LSCuentaOrigen
                                               Titular1
                                               Titular2
                INVOKE obj-accounts "GetEstadoCuenta" using
                                               LSCuentaOrigen
                                     returning EstadoCuentaAct
                INVOKE obj-accounts "GetLimitesCuenta" using
                                               LSCuentaOrigen
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
                IF Titular1 NOT = LSIdCustomer
                   AND Titular2 NOT = LSIdCustomer THEN
                   DISPLAY "La cuenta de origen no es del cliente"
                   MOVE "S" TO Rechazo
                ELSE
                   IF EstadoCuentaAct NOT = 0 THEN
                      DISPLAY "La cuenta de origen no esta activa"
                      MOVE "S" TO Rechazo
                   ELSE
                      IF CuentaPlazoFijo THEN
                         DISPLAY "La cuenta de origen debe ser de"
                         DISPLAY "ahorro o corriente"
                         MOVE "S" TO Rechazo
                      END-IF
                   END-IF
                END-IF
             END-IF

      *LA CUENTA DE PAGO DEL VENCIMIENTO: DEL CLIENTE, NO CERRADA
      *Y QUE NO SEA OTRO PLAZO FIJO
             IF Rechazo = "N" AND LSInstruccion = "P" THEN
                INVOKE obj-accounts "BuscarCuenta" using
                                               LSCuentaPago
                                     returning existeCuenta
                IF existeCuenta = 0 THEN
                   DISPLAY "La cuenta de pago no existe"
                   MOVE "S" TO Rechazo
                ELSE
                   MOVE 0 TO Titular1
                   MOVE 0 TO Titular2
                   INVOKE obj-accounts "GetTitulares" using
                                               LSCuentaPago
                                               Titular1
                                               Titular2
                   INVOKE obj-accounts "GetEstadoCuenta" using
                                               LSCuentaPago
                                     returning EstadoCuentaAct
                   INVOKE obj-accounts "GetLimitesCuenta" using
                                               LSCuentaPago
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
                   IF (Titular1 NOT = LSIdCustomer
                       AND Titular2 NOT = LSIdCustomer)
                      OR EstadoCuentaAct = 3
                      OR CuentaPlazoFijo THEN
                      DISPLAY "La cuenta de pago debe ser una cuenta"
                      DISPLAY "de ahorro o corriente del cliente"
                      MOVE "S" TO Rechazo
                   END-IF
                END-IF
             END-IF

      *DISPONIBLE DE LA CUENTA DE ORIGEN: SIN LO EMBARGADO, EN
      *CANJE, APARTADO EN BOLSILLOS NI RETENIDO POR COMPRAS
             IF Rechazo = "N" THEN
                INVOKE obj-accounts "GetLimitesCuenta" using
                                               LSCuentaOrigen
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
                INVOKE obj-accounts "GetMonto" using LSCuentaOrigen
                                          returning Montoactual
                INVOKE embargo "New"
                        RETURNING obj-embargo
                INVOKE obj-embargo "TotalEmbargosActivos" using
                                               LSCuentaOrigen
                                     returning MontoEmbargado
                INVOKE canje "New"
                        RETURNING obj-canje
                INVOKE obj-canje "TotalEnCanje" using LSCuentaOrigen
                                     returning MontoEnCanje
                INVOKE bolsillo "New"
                        RETURNING obj-bolsillo
                INVOKE obj-bolsillo "TotalApartado" using
                                               LSCuentaOrigen
                                     returning MontoApartado
                INVOKE compratarjeta "New"
                        RETURNING obj-compratarjeta
                INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                               LSCuentaOrigen
                                     returning MontoRetenidoTar
                MOVE Montoactual TO montonuevo
                COMPUTE montonuevo = montonuevo - LSMonto
                COMPUTE montoverificacion
                = montonuevo - MontoEmbargado - MontoEnCanje
                             - MontoApartado - MontoRetenidoTar
                IF CuentaCorriente THEN
                   IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                      DISPLAY "Fondos insuficientes en la cuenta"
                      MOVE "S" TO Rechazo
                   END-IF
                ELSE
                   IF montoverificacion < MontoMinimoActual THEN
                      DISPLAY "Fondos insuficientes en la cuenta"
                      MOVE "S" TO Rechazo
                   END-IF
                END-IF
             END-IF

      *LA CUENTA DE PLAZO FIJO SE NUMERA EN LA SUCURSAL Y LA
      *MONEDA DE LA CUENTA DE ORIGEN
             IF Rechazo = "N" THEN
                INVOKE obj-accounts "GetMoneda" using LSCuentaOrigen
                                     returning MonedaOrigen
                INVOKE obj-accounts "GetSucursal" using
                                               LSCuentaOrigen
                                     returning SucursalOrigen
                INVOKE obj-accounts "GenerarNumeroCuenta" using
                                               SucursalOrigen
                                     returning NumeroNuevo
                MOVE NumeroNuevo TO CuentaNueva
                INVOKE obj-accounts "BuscarCuenta" using CuentaNueva
                                     returning existeCuenta
                IF existeCuenta = 1 THEN
                   DISPLAY "El numero generado ya esta en uso, no se"
                   DISPLAY "constituyo el plazo fijo"
                   MOVE "S" TO Rechazo
                END-IF
             END-IF

             IF Rechazo = "N" THEN
                INVOKE obj-accounts "SetMonto" using montonuevo
                                                     LSCuentaOrigen
                MOVE LSMonto TO SaldoInicial
                INVOKE obj-accounts "GuardarCuenta" using
                                               NumeroNuevo
                                               LSIdCustomer
                                               SinTitular2
                                               SinTarjeta
                                               TipoPlazoFijo
                                               SaldoInicial
                                               CeroLimite
                                               CeroLimite
                                               LSFechaVence
                                               MonedaOrigen
                                               SucursalOrigen
                                               SinProducto
      *TIPO 3 = TRANSFERENCIA DESDE LA CUENTA DE ORIGEN Y TIPO 2 =
      *DEPOSITO EN EL PLAZO FIJO. ENTRE CUENTAS DEL MISMO TITULAR
      *NO SE CAUSA GMF
                INVOKE transacition "New"
                        RETURNING obj-transacition
                MOVE CuentaNueva(1:8) TO CDCuenta
                INVOKE obj-transacition "CrearTransancionConcepto"
                                   using CurrentDate CurrentTime
                                       3
                                       LSCuentaOrigen
                                       LSMonto
                                       ConceptoDebito
                INVOKE obj-transacition "CrearTransancionConcepto"
                                   using CurrentDate CurrentTime
                                       2
                                       CuentaNueva
                                       LSMonto
                                       ConceptoCredito

                OPEN I-O PlazosFijos
                MOVE CuentaNueva     TO PFCuenta
                MOVE LSIdCustomer    TO PFIdCustomer
                MOVE LSCuentaOrigen  TO PFCuentaOrigen
                MOVE CurrentDate     TO PFFechaApertura
                MOVE LSMonto         TO PFMonto
                MOVE LSDias          TO PFDias
                MOVE LSFechaVence    TO PFFechaVence
                MOVE LSTasa          TO PFTasa
                MOVE LSInstruccion   TO PFInstruccion
                IF InstruccionPagar THEN
                   MOVE LSCuentaPago TO PFCuentaPago
                ELSE
                   MOVE SPACES       TO PFCuentaPago
                END-IF
                MOVE LSCanal         TO PFCanal
                MOVE "V"             TO PFEstado
                MOVE SPACES          TO PFFechaCumplido
                WRITE plazos-fijos-file
                  INVALID KEY
                    REWRITE plazos-fijos-file
                    END-REWRITE
                END-WRITE
                CLOSE PlazosFijos

                MOVE NumeroNuevo TO LSCuentaNueva

      *CONSTANCIA IMPRESA PARA EL CLIENTE
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreConstancia
                                           TituloConstancia
                                           CurrentDate
                                           EncabezadoConstancia
                MOVE "Cuenta de plazo fijo    : " TO LKTexto
                MOVE CuentaNueva TO LKValor
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                MOVE "Titular                 : " TO LKTexto
                MOVE LSIdCustomer TO LKValor
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                MOVE "Cuenta debitada         : " TO LKTexto
                MOVE LSCuentaOrigen TO LKValor
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                MOVE "Monto constituido       : " TO LKTexto
                MOVE LSMonto TO ValorEditado
                MOVE ValorEditado TO LKValor
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                MOVE "Moneda                  : " TO LKTexto
                MOVE MonedaOrigen TO LKValor
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                MOVE "Fecha de constitucion   : " TO LKTexto
                MOVE CurrentDate TO LKValor
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                MOVE "Plazo en dias           : " TO LKTexto
                MOVE LSDias TO LKValor
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                MOVE "Fecha de vencimiento    : " TO LKTexto
                MOVE LSFechaVence TO LKValor
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                MOVE "Tasa pactada del plazo  : " TO LKTexto
                MOVE LSTasa TO TasaEditada
                MOVE TasaEditada TO LKValor
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                MOVE "Al vencimiento          : " TO LKTexto
                IF InstruccionPagar THEN
                   MOVE "PAGAR A CUENTA" TO LKValor
                ELSE
                   MOVE "RENOVAR"        TO LKValor
                END-IF
                INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                IF InstruccionPagar THEN
                   MOVE "Cuenta de pago          : " TO LKTexto
                   MOVE LSCuentaPago TO LKValor
                   INVOKE obj-reporte "EscribirLinea" using
                                               LineaConstancia
                END-IF
                MOVE LSMonto TO MontoControl
                INVOKE obj-reporte "CerrarReporte" using MontoControl

                DISPLAY "===================================="
                DISPLAY "Constancia de Plazo Fijo"
                DISPLAY "===================================="
                DISPLAY "Cuenta plazo fijo : " CuentaNueva
                DISPLAY "Monto             : " LSMonto
                DISPLAY "Vencimiento       : " LSFechaVence
                DISPLAY "Tasa pactada      : " LSTasa
                IF InstruccionPagar THEN
                   DISPLAY "Al vencer se paga a la cuenta "
                           LSCuentaPago
                ELSE
                   DISPLAY "Al vencer se renueva por " LSDias
                           " dias"
                END-IF
                DISPLAY "Constancia impresa en constancia_pf.txt"
             END-IF.

       End Method AbrirPlazoFijo.
      *>----------------------------------------------

       Method-ID. ConsultarInstruccion.
      *>----------------------------------------------
      *CONDICIONES PACTADAS DE UN PLAZO FIJO VIGENTE PARA EL
      *TRABAJO DE VENCIMIENTOS. DEVUELVE 0 SI LA CUENTA NO TIENE
      *INSTRUCCION (RIGE LA POLITICA GENERAL)
       Data Division.
        Linkage Section.
           77  LSCuenta        PIC X(9).
           77  LSInstruccion   PIC X.
           77  LSDias          PIC 9(3).
           77  LSTasa          PIC 9V9999.
           77  LSCuentaPago    PIC X(9).
           77  LSExiste        PIC 9.

       Procedure Division using  LSCuenta
                                 LSInstruccion
                                 LSDias
                                 LSTasa
                                 LSCuentaPago
                                 returning LSExiste.

             MOVE 0      TO LSExiste
             MOVE SPACES TO LSInstruccion
             MOVE 0      TO LSDias
             MOVE 0      TO LSTasa
             MOVE SPACES TO LSCuentaPago
             OPEN INPUT PlazosFijos
             MOVE LSCuenta TO PFCuenta
             READ PlazosFijos
               KEY IS PFCuenta
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF PlazoVigente THEN
                    MOVE 1             TO LSExiste
                    MOVE PFInstruccion TO LSInstruccion
                    MOVE PFDias        TO LSDias
                    MOVE PFTasa        TO LSTasa
                    MOVE PFCuentaPago  TO LSCuentaPago
                 END-IF
             END-READ
             CLOSE PlazosFijos.

       End Method ConsultarInstruccion.
      *>----------------------------------------------

       Method-ID. RenovarInstruccion.
      *>----------------------------------------------
      *RENOVACION DE UN PLAZO FIJO CON INSTRUCCION: EL NUEVO PLAZO
      *QUEDA CON SU VENCIMIENTO, EL SALDO CAPITALIZADO Y LA TASA DEL
      *MAESTRO VIGENTE AL RENOVAR
       Data Division.
        Linkage Section.
           77  LSCuenta        PIC X(9).
           77  LSFechaVence    PIC X(8).
           77  LSMonto         PIC S9(10)V99.
           77  LSTasa          PIC 9V9999.

       Procedure Division using  LSCuenta
                                 LSFechaVence
                                 LSMonto
                                 LSTasa.

             OPEN I-O PlazosFijos
             MOVE LSCuenta TO PFCuenta
             READ PlazosFijos
               KEY IS PFCuenta
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE LSFechaVence TO PFFechaVence
                 MOVE LSMonto      TO PFMonto
                 MOVE LSTasa       TO PFTasa
                 REWRITE plazos-fijos-file
                 END-REWRITE
             END-READ
             CLOSE PlazosFijos.

       End Method RenovarInstruccion.
      *>----------------------------------------------

       Method-ID. CumplirInstruccion.
      *>----------------------------------------------
      *MARCA CUMPLIDO EL PLAZO FIJO PAGADO O LIBERADO AL VENCER
       Data Division.
        Linkage Section.
           77  LSCuenta        PIC X(9).
           77  LSFecha         PIC X(8).

       Procedure Division using  LSCuenta
                                 LSFecha.

             OPEN I-O PlazosFijos
             MOVE LSCuenta TO PFCuenta
             READ PlazosFijos
               KEY IS PFCuenta
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "C"     TO PFEstado
                 MOVE LSFecha TO PFFechaCumplido
                 REWRITE plazos-fijos-file
                 END-REWRITE
             END-READ
             CLOSE PlazosFijos.

       End Method CumplirInstruccion.
      *>----------------------------------------------

       end object.
       end class Plazofijo.
