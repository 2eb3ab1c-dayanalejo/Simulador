           programada is class "programada"
           firmante is class "firmante"
           tarjetacuenta is class "tarjetacuenta"
           compratarjeta is class "compratarjeta"
           operacioncola is class "operacioncola"
           cupo is class "cupo"
           campana is class "campana"
           prestamo is class "prestamo"
           cotizador is class "cotizador"
           plazofijo is class "plazofijo"
           limitecliente is class "limitecliente"
           codigoverificacion is class "codigoverificacion"
           enfriamiento is class "enfriamiento"
           cheque is class "cheque"
           pagoproveedor is class "pagoproveedor"
           consentimiento is class "consentimiento"
           usuario is class "usuario".

       working-storage section.
         01  obj-debitcard        object reference.
         77  NumeroTarjeta        PIC X(10).
         77  Pinaccount           PIC 9(4).
         77  IDCTarjeta           PIC X(10).
         77  existeTarjeta        PIC 9.
         77  PINOk                PIC 9.
         77  CuentaTarjeta        PIC X(9).
         77  MontoparaRetirar PIC 9(10)V99.
         77  PromptCaptura    PIC X(40).
         77  Mens             PIC 9.
         01  obj-cola         object reference.
         77  ColaActiva       PIC 9.
         77  OperacionCola    PIC 9(6).
         77  SinReferencia    PIC X(20) VALUE SPACES.

         INVOKE Retiro "New"
                     RETURNING obj-Retiro
         INVOKE validacion "New"
                     RETURNING obj-validacion

         INVOKE operacioncola "New"
                     RETURNING obj-cola

       MOVE "Ingrese el Monto que desea Retirar" TO PromptCaptura
       INVOKE obj-validacion "AceptarNumero" using PromptCaptura 1
                             returning MontoparaRetirar

      *MIENTRAS CORRE EL CIERRE DEL DIA LA OPERACION SE ENCOLA
       INVOKE obj-cola "ColaActiva" returning ColaActiva
       IF ColaActiva = 1 THEN
          INVOKE obj-cola "EncolarOperacion" using 1
                                                   SesionCuenta
                                                   SinReferencia
                                                   SinReferencia
                                                   MontoparaRetirar
                                                   SesionTarjeta
                                                   SesionPIN
                                         returning OperacionCola
       ELSE
       INVOKE obj-retiro "registrarRetiro" using  MontoparaRetirar
                                                  SesionCuenta
                                                  SesionPIN
                                                  returning Mens
       END-IF

       End Method RetirarSesion.
      *>----------------------------------------------
         77  AliasBuscado                PIC X(15).
         77  ConceptoTransfer            PIC X(20).
         77  Mens                        PIC 9.
         01  obj-cola                    object reference.
         77  ColaActiva                  PIC 9.
         77  OperacionCola               PIC 9(6).
         01  obj-codigo                  object reference.
         77  CodigoOk                    PIC 9.

         INVOKE Transferencia "New"
                     RETURNING obj-transferencia
       DISPLAY "Concepto o referencia de la transferencia"
       ACCEPT  ConceptoTransfer

      *DESTINO NUNCA VERIFICADO O MONTO ALTO: CODIGO DE UN SOLO USO
         INVOKE codigoverificacion "New"
                     RETURNING obj-codigo
       INVOKE obj-codigo "AutorizarConCodigo" using SesionIdCustomer
                                                    SesionCuenta
                                                    Numaccountotro
                                                    MontoparaTransferir
                                          returning CodigoOk
       IF CodigoOk = 0 THEN
          DISPLAY "La transferencia no se realizo"
       END-IF

      *MIENTRAS CORRE EL CIERRE DEL DIA LA OPERACION SE ENCOLA
         INVOKE operacioncola "New"
                     RETURNING obj-cola
       INVOKE obj-cola "ColaActiva" returning ColaActiva
       IF CodigoOk = 1 THEN
       IF ColaActiva = 1 THEN
          INVOKE obj-cola "EncolarOperacion" using 3
                                                   SesionCuenta
                                                   Numaccountotro
                                                   ConceptoTransfer
                                                   MontoparaTransferir
                                                   SesionTarjeta
                                                   SesionPIN
                                         returning OperacionCola
       ELSE
       INVOKE obj-transferencia "registrarTranferencia"
                                                using MontoparaTransferir
                                                SesionCuenta
                                                SesionPIN
                                                ConceptoTransfer
                                                returning Mens
       END-IF
       END-IF

       End Method TransferirSesion.
      *>----------------------------------------------
       Local-Storage Section.
         01  obj-accounts  object reference.
         01  obj-bolsillo  object reference.
         01  obj-compratarjeta object reference.
         77  MontoActual   PIC S9(10)V99.
         77  MontoApartado PIC 9(10)V99.
         77  MontoRetenidoTar PIC 9(10)V99.
         77  SaldoLibre    PIC S9(10)V99.
         77  TotalBolsillos PIC 9(4).

       INVOKE obj-bolsillo "TotalApartado" using SesionCuenta
                                         returning MontoApartado

      *LAS COMPRAS CON TARJETA AUTORIZADAS Y AUN NO COMPENSADAS
         INVOKE compratarjeta "New"
                     RETURNING obj-compratarjeta
       INVOKE obj-compratarjeta "TotalRetenidoTarjeta"
                                         using SesionCuenta
                                         returning MontoRetenidoTar

       COMPUTE SaldoLibre = MontoActual - MontoApartado
                                        - MontoRetenidoTar
       DISPLAY "Saldo de la cuenta    : " MontoActual
       DISPLAY "Apartado en bolsillos : " MontoApartado
       DISPLAY "Retenido por compras  : " MontoRetenidoTar
       DISPLAY "Disponible para operar: " SaldoLibre
       IF MontoApartado > 0 THEN
          DISPLAY "Detalle de los bolsillos:"
         77  PromptCaptura     PIC X(40).
         77  FechaHoy          PIC X(8).
         77  PagoOk            PIC 9.
         01  obj-cola          object reference.
         77  ColaActiva        PIC 9.
         77  OperacionCola     PIC 9(6).
         01  HoraPago.
             02  HoraPagoHH    PIC 99.
             02  HoraPagoMM    PIC 99.

         INVOKE convenio "New"
                     RETURNING obj-convenio
                                               PromptCaptura 1
                                returning MontoPago

      *MIENTRAS CORRE EL CIERRE DEL DIA EL PAGO SE ENCOLA
          INVOKE operacioncola "New"
                      RETURNING obj-cola
          INVOKE obj-cola "ColaActiva" returning ColaActiva
          IF ColaActiva = 1 THEN
             INVOKE obj-cola "EncolarOperacion" using 4
                                                   SesionCuenta
                                                   CodigoConvenio
                                                   FacturaReferencia
                                                   MontoPago
                                                   SesionTarjeta
                                                   SesionPIN
                                         returning OperacionCola
          ELSE
      *DESPUES DE LA HORA DE CORTE EL PAGO SE FECHA CON EL DIA
      *HABIL SIGUIENTE
          ACCEPT  HoraPago FROM TIME
          INVOKE obj-fechaproceso "GetFechaContable" using HoraPago
                                returning FechaHoy

          INVOKE obj-convenio "PagarServicio" using SesionCuenta
                                                   MontoPago
                                                   FechaHoy
                                         returning PagoOk
          END-IF
       END-IF

       End Method PagarServiciosSesion.
         01  obj-debitcard     object reference.
         01  obj-notificacion  object reference.
         01  obj-fechaproceso  object reference.
         77  IDCTarjeta        PIC X(10).
         77  existeTarjeta     PIC 9.
         77  EstadoTarjeta     PIC 9.
         77  SetEstadoOk       PIC 9.
       End Method BolsillosSesion.
      *>----------------------------------------------

       Method-ID. CupoRotativoSesion.
      *>----------------------------------------------
      *CUPO ROTATIVO AMARRADO A LA CUENTA CORRIENTE DE LA SESION:
      *CONSULTAR, DISPONER (EL DINERO LLEGA A LA CUENTA) Y ABONAR
      *(SE DEBITA DE LA CUENTA) EN CUALQUIER MOMENTO
       Data Division.
       Local-Storage Section.
         01  obj-cupo          object reference.
         01  obj-validacion    object reference.
         77  OpcionCupo        PIC 9.
         77  IdCupo            PIC 9(5).
         77  MontoCupo         PIC 9(10)V99.
         77  PromptCaptura     PIC X(40).
         77  CanalCupo         PIC X VALUE "U".
         77  OperacionOk       PIC 9.

         INVOKE cupo "New"
                     RETURNING obj-cupo

         INVOKE validacion "New"
                     RETURNING obj-validacion

       DISPLAY "(1) Consultar cupo rotativo"
       DISPLAY "(2) Disponer del cupo"
       DISPLAY "(3) Abonar al cupo"
       DISPLAY "-->" no advancing
       ACCEPT  OpcionCupo

       INVOKE obj-cupo "ConsultarCupo" using SesionCuenta
                                 returning IdCupo

       IF IdCupo NOT = 0 THEN
          EVALUATE OpcionCupo
            WHEN 1
              CONTINUE
            WHEN 2
              MOVE "Monto a disponer" TO PromptCaptura
              INVOKE obj-validacion "AceptarNumero" using
                                                  PromptCaptura 1
                                    returning MontoCupo
              INVOKE obj-cupo "DisponerCupo" using IdCupo
                                                   MontoCupo
                                                   CanalCupo
                                     returning OperacionOk
            WHEN 3
              MOVE "Monto a abonar" TO PromptCaptura
              INVOKE obj-validacion "AceptarNumero" using
                                                  PromptCaptura 1
                                    returning MontoCupo
              INVOKE obj-cupo "AbonarCupo" using IdCupo
                                                 MontoCupo
                                                 CanalCupo
                                   returning OperacionOk
            WHEN OTHER
              DISPLAY "Opcion no valida"
          END-EVALUATE
       END-IF

       End Method CupoRotativoSesion.
      *>----------------------------------------------

       Method-ID. OfertasSesion.
      *>----------------------------------------------
      *OFERTAS DE PRESTAMO PREAPROBADO DEL CLIENTE DE LA SESION: LAS
      *CONSULTA Y PUEDE ACEPTAR UNA; LA SOLICITUD QUEDA RADICADA Y
      *APROBADA, Y EL DESEMBOLSO SE HACE EN LA SUCURSAL
       Data Division.
       Local-Storage Section.
         01  obj-campana       object reference.
         01  obj-fechaproceso  object reference.
         77  FechaHoy          PIC X(8).
         77  TotalOfertas      PIC 9(3).
         77  IdOferta          PIC 9(5).
         77  MontoAceptar      PIC 9(10)V99.
         77  CanalOferta       PIC X VALUE "U".
         77  NuevaSolicitud    PIC 9(5).

         INVOKE campana "New"
                     RETURNING obj-campana

         INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
         INVOKE obj-fechaproceso "GetFechaProceso"
                               returning FechaHoy

       INVOKE obj-campana "ConsultarOfertas" using SesionIdCustomer
                                                  FechaHoy
                                returning TotalOfertas

       IF TotalOfertas = 0 THEN
          DISPLAY "No tiene ofertas preaprobadas vigentes"
       ELSE
          DISPLAY "Numero de la oferta a aceptar (0 = ninguna)"
          ACCEPT  IdOferta
          IF IdOferta NOT = 0 THEN
             DISPLAY "Monto deseado (0 = todo el preaprobado)"
             ACCEPT  MontoAceptar
             INVOKE obj-campana "AceptarOferta" using IdOferta
                                                     SesionIdCustomer
                                                     MontoAceptar
                                                     CanalOferta
                                                     FechaHoy
                                   returning NuevaSolicitud
             IF NuevaSolicitud NOT = 0 THEN
                DISPLAY "Oferta aceptada: solicitud " NuevaSolicitud
                        " aprobada"
                DISPLAY "Acerquese a su sucursal para el desembolso"
             END-IF
          END-IF
       END-IF

       End Method OfertasSesion.
      *>----------------------------------------------

       Method-ID. PrestamosSesion.
      *>----------------------------------------------
      *PRESTAMOS DEL CLIENTE DE LA SESION: LOS LISTA Y DE UNO
      *MUESTRA LA PROXIMA CUOTA, LA MORA Y EL VALOR PARA CANCELARLO;
      *PERMITE PAGAR LA CUOTA O ABONAR A CAPITAL DESDE CUALQUIERA DE
      *SUS CUENTAS. DESDE UNA CUENTA DISTINTA DE LA VINCULADA EL
      *DINERO LLEGA A LA VINCULADA POR TRANSFERENCIA, CON SUS MISMAS
      *REGLAS DE PIN, LIMITES Y SEGUNDA FIRMA; DESDE LA VINCULADA SE
      *VALIDA COMO UNA TRANSFERENCIA ANTES DE DEBITAR
       Data Division.
       Local-Storage Section.
         01  obj-prestamo      object reference.
         01  obj-accounts      object reference.
         01  obj-transferencia object reference.
         01  obj-validacion    object reference.
         01  obj-fechaproceso  object reference.
         01  obj-firmante      object reference.
         01  obj-cola          object reference.
         77  FechaHoy          PIC X(8).
         77  TotalPrestamos    PIC 9(4).
         77  IdPrestamo        PIC 9(5).
         77  EstadoPrestamo    PIC 9.
         77  EstadoMora        PIC 9.
         77  CuentaVinculada   PIC X(9).
         77  NumCuota          PIC 9(3).
         77  ValorCuota        PIC 9(10)V99.
         77  DiasMora          PIC 9(5).
         77  MontoMora         PIC 9(12)V99.
         77  MontoLiquidacion  PIC 9(12)V99.
         77  SaldoCapital      PIC 9(12)V99.
         77  OpcionPrestamo    PIC 9.
         77  ModoAbono         PIC 9.
         77  CuentaOrigen      PIC X(9).
         77  PINOrigen         PIC 9(4).
         77  TitularOrigen1    PIC 9(9).
         77  TitularOrigen2    PIC 9(9).
         77  MontoPago         PIC 9(10)V99.
         77  PromptCaptura     PIC X(40).
         77  Motivo            PIC X(3).
         77  MancFlag          PIC X.
         77  MancUmbral        PIC 9(10)V99.
         77  FirmaConjunta     PIC 9.
         77  ColaActiva        PIC 9.
         77  PagoViable        PIC X VALUE "N".
         77  FondosEnVinculada PIC X VALUE "N".
         77  Mens              PIC 9.
         77  PagoOk            PIC 9 VALUE 0.
         01  ConceptoPago.
             02  FILLER        PIC X(14) VALUE "PAGO PRESTAMO ".
             02  CPPreId       PIC 9(5).
             02  FILLER        PIC X VALUE SPACE.

         INVOKE prestamo "New"
                     RETURNING obj-prestamo

         INVOKE accounts "New"
                     RETURNING obj-accounts

         INVOKE validacion "New"
                     RETURNING obj-validacion

         INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
         INVOKE obj-fechaproceso "GetFechaProceso"
                               returning FechaHoy

       DISPLAY "Sus prestamos:"
       INVOKE obj-prestamo "ListarPrestamosPorCliente" using
                                                 SesionIdCustomer
                                returning TotalPrestamos

       IF TotalPrestamos = 0 THEN
          DISPLAY "No tiene prestamos"
       ELSE
          DISPLAY "Numero del prestamo a consultar (0 = ninguno)"
          ACCEPT  IdPrestamo
          IF IdPrestamo NOT = 0 THEN
             INVOKE obj-prestamo "ConsultarProximaCuota" using
                                                 IdPrestamo
                                                 SesionIdCustomer
                                                 CuentaVinculada
                                                 NumCuota
                                                 ValorCuota
                                   returning EstadoPrestamo
             EVALUATE EstadoPrestamo
               WHEN 9
                 DISPLAY "El prestamo no existe o no es suyo"
               WHEN 0
                 MOVE "S" TO PagoViable
               WHEN OTHER
                 DISPLAY "El prestamo no esta vigente"
             END-EVALUATE
          END-IF
       END-IF

       IF PagoViable = "S" THEN
          INVOKE obj-prestamo "ConsultarMoraPrestamo" using
                                                 IdPrestamo
                                                 FechaHoy
                                                 DiasMora
                                                 MontoMora
                                returning EstadoMora
          INVOKE obj-prestamo "CotizarLiquidacion" using IdPrestamo
                                returning MontoLiquidacion
          DISPLAY "===================================="
          DISPLAY "Prestamo          : " IdPrestamo
          DISPLAY "Cuenta vinculada  : " CuentaVinculada
          IF NumCuota = 0 THEN
             DISPLAY "Sin cuotas por pagar"
          ELSE
             DISPLAY "Proxima cuota     : " NumCuota
             DISPLAY "Valor con seguro  : " ValorCuota
          END-IF
          DISPLAY "Dias de mora      : " DiasMora
          DISPLAY "Valor vencido     : " MontoMora
          DISPLAY "Valor cancelacion : " MontoLiquidacion
          DISPLAY "===================================="
          DISPLAY "(1) Pagar la proxima cuota"
          DISPLAY "(2) Abonar a capital"
          DISPLAY "(3) Volver"
          DISPLAY "-->" no advancing
          ACCEPT  OpcionPrestamo
          EVALUATE OpcionPrestamo
            WHEN 1
              IF NumCuota = 0 THEN
                 DISPLAY "El prestamo no tiene cuotas por pagar"
                 MOVE "N" TO PagoViable
              ELSE
                 MOVE ValorCuota TO MontoPago
              END-IF
            WHEN 2
              MOVE "Monto del abono a capital" TO PromptCaptura
              INVOKE obj-validacion "AceptarNumero" using
                                                  PromptCaptura 1
                                    returning MontoPago
              DISPLAY "(1) Bajar la cuota  (2) Acortar el plazo"
              ACCEPT  ModoAbono
              INVOKE obj-prestamo "SaldoCapitalPrestamo" using
                                                  IdPrestamo
                                    returning SaldoCapital
              IF MontoPago NOT < SaldoCapital THEN
                 DISPLAY "El abono cubre todo el capital: la"
                 DISPLAY "cancelacion total se hace en la sucursal"
                 MOVE "N" TO PagoViable
              END-IF
            WHEN OTHER
              MOVE "N" TO PagoViable
          END-EVALUATE
       END-IF

      *LA CUENTA ORIGEN DEBE SER DEL CLIENTE DE LA SESION; SI NO ES
      *LA DE LA SESION SE PIDE EL PIN DE SU TARJETA
       IF PagoViable = "S" THEN
          DISPLAY "Cuenta de origen del pago (en blanco = "
                  SesionCuenta ")"
          MOVE SPACES TO CuentaOrigen
          ACCEPT  CuentaOrigen
          IF CuentaOrigen = SPACES THEN
             MOVE SesionCuenta TO CuentaOrigen
          END-IF
          MOVE 0 TO TitularOrigen1
          MOVE 0 TO TitularOrigen2
          INVOKE obj-accounts "GetTitulares" using CuentaOrigen
                                                   TitularOrigen1
                                                   TitularOrigen2
          IF TitularOrigen1 NOT = SesionIdCustomer
             AND TitularOrigen2 NOT = SesionIdCustomer THEN
             DISPLAY "La cuenta de origen no es suya"
             MOVE "N" TO PagoViable
          ELSE
             IF CuentaOrigen = SesionCuenta THEN
                MOVE SesionPIN TO PINOrigen
             ELSE
                DISPLAY "Ingrese el PIN de la tarjeta de la cuenta "
                        CuentaOrigen
                ACCEPT  PINOrigen
             END-IF
          END-IF
       END-IF

      *DURANTE EL CIERRE DEL DIA LOS PRESTAMOS NO SE TOCAN: EL PAGO
      *SE HACE CUANDO TERMINE
       IF PagoViable = "S" THEN
          INVOKE operacioncola "New"
                      RETURNING obj-cola
          INVOKE obj-cola "ColaActiva" returning ColaActiva
          IF ColaActiva = 1 THEN
             DISPLAY "El cierre del dia esta en curso: intente el"
             DISPLAY "pago cuando termine"
             MOVE "N" TO PagoViable
          END-IF
       END-IF

       IF PagoViable = "S" THEN
          INVOKE Transferencia "New"
                      RETURNING obj-transferencia
          IF CuentaOrigen = CuentaVinculada THEN
             INVOKE obj-transferencia "ValidarTransferencia"
                                      using MontoPago
                                            CuentaOrigen
                                            CuentaVinculada
                                            PINOrigen
                                  returning Motivo
             IF Motivo NOT = SPACES THEN
                DISPLAY "Pago rechazado, motivo " Motivo
             ELSE
      *LA SEGUNDA FIRMA NO PUEDE ESPERAR SOBRE UN DEBITO DIRECTO AL
      *PRESTAMO: SE PAGA DESDE OTRA CUENTA O EN LA SUCURSAL
                INVOKE obj-accounts "GetMancomunada" using
                                                  CuentaOrigen
                                                  MancFlag
                                                  MancUmbral
                INVOKE firmante "New"
                        RETURNING obj-firmante
                INVOKE obj-firmante "TieneFirmaConjunta" using
                                                  CuentaOrigen
                                        returning FirmaConjunta
                IF FirmaConjunta = 1
                   OR (MancFlag = "S" AND MontoPago > MancUmbral)
                   THEN
                   DISPLAY "La cuenta exige segunda firma: pague"
                   DISPLAY "desde otra cuenta o en la sucursal"
                ELSE
                   MOVE "S" TO FondosEnVinculada
                END-IF
             END-IF
          ELSE
             MOVE IdPrestamo TO CPPreId
             INVOKE obj-transferencia "registrarTranferencia"
                                      using MontoPago
                                            CuentaOrigen
                                            CuentaVinculada
                                            PINOrigen
                                            ConceptoPago
                                  returning Mens
             IF Mens = 1 THEN
                MOVE "S" TO FondosEnVinculada
             ELSE
                DISPLAY "El pago no se aplico. Si la transferencia"
                DISPLAY "quedo pendiente de segunda firma, el dinero"
                DISPLAY "llegara a la cuenta vinculada al confirmarse"
                DISPLAY "y la cuota se cobrara en el cobro mensual"
             END-IF
          END-IF
       END-IF

       IF FondosEnVinculada = "S" THEN
          IF OpcionPrestamo = 1 THEN
             INVOKE obj-prestamo "PagarCuotaPrestamo" using IdPrestamo
                                   returning PagoOk
          ELSE
             INVOKE obj-prestamo "AbonoCapital" using IdPrestamo
                                                     MontoPago
                                                     ModoAbono
                                   returning PagoOk
          END-IF
          IF PagoOk = 0 AND CuentaOrigen NOT = CuentaVinculada THEN
             DISPLAY "El dinero transferido quedo en la cuenta"
             DISPLAY "vinculada " CuentaVinculada
          END-IF
       END-IF

       End Method PrestamosSesion.
      *>----------------------------------------------

       Method-ID. PlazoFijoSesion.
      *>----------------------------------------------
      *APERTURA DE UN PLAZO FIJO DESDE LA SESION: COTIZA EL MONTO Y
      *EL PLAZO, Y SI EL CLIENTE ACEPTA DEBITA LA CUENTA DE LA
      *SESION Y CONSTITUYE EL PLAZO FIJO CON SU INSTRUCCION DE
      *VENCIMIENTO (RENOVAR O PAGAR A UNA CUENTA SUYA)
       Data Division.
       Local-Storage Section.
         01  obj-cotizador     object reference.
         01  obj-plazofijo     object reference.
         01  obj-validacion    object reference.
         01  obj-cola          object reference.
         77  PromptCaptura     PIC X(40).
         77  ValorCapturado    PIC 9(10)V99.
         77  MontoPF           PIC 9(10)V99.
         77  DiasPF            PIC 9(3).
         77  FechaVencePF      PIC X(8).
         77  TasaPF            PIC 9V9999.
         77  InteresPF         PIC 9(10)V99.
         77  RetencionPF       PIC 9(10)V99.
         77  NetoPF            PIC 9(12)V99.
         77  Confirmacion      PIC 9.
         77  OpcionInstruccion PIC 9.
         77  InstruccionPF     PIC X.
         77  CuentaPagoPF      PIC X(9).
         77  CanalPF           PIC X VALUE "U".
         77  ColaActiva        PIC 9.
         77  AperturaViable    PIC X VALUE "N".
         77  CuentaNueva       PIC 9(9).
         77  FechaVerifDatos   PIC X(8).
         77  EtapaDatos        PIC 9.
         01  obj-cliente       object reference.

         INVOKE cotizador "New"
                     RETURNING obj-cotizador

         INVOKE plazofijo "New"
                     RETURNING obj-plazofijo

         INVOKE validacion "New"
                     RETURNING obj-validacion

       MOVE "Monto a invertir" TO PromptCaptura
       INVOKE obj-validacion "AceptarNumero" using PromptCaptura 1
                             returning MontoPF
       MOVE "Plazo en dias" TO PromptCaptura
       INVOKE obj-validacion "AceptarNumero" using PromptCaptura 1
                             returning ValorCapturado
       IF ValorCapturado > 999 THEN
          DISPLAY "El plazo no puede pasar de 999 dias"
       ELSE
          MOVE ValorCapturado TO DiasPF
          INVOKE obj-cotizador "CotizarPlazoFijo" using MontoPF
                                                       DiasPF
                                                       FechaVencePF
                                                       TasaPF
                                                       InteresPF
                                                       RetencionPF
                                returning NetoPF
          IF TasaPF = 0 THEN
             DISPLAY "No hay tasa vigente para ese monto"
          ELSE
             DISPLAY "===================================="
             DISPLAY "Cotizacion de plazo fijo"
             DISPLAY "Monto             : " MontoPF
             DISPLAY "Plazo (dias)      : " DiasPF
             DISPLAY "Vence             : " FechaVencePF
             DISPLAY "Tasa del plazo    : " TasaPF
             DISPLAY "Interes           : " InteresPF
             DISPLAY "Retencion         : " RetencionPF
             DISPLAY "Neto al vencer    : " NetoPF
             DISPLAY "===================================="
             DISPLAY "Se debitara de la cuenta " SesionCuenta
             DISPLAY "(1) Constituir  (2) Cancelar"
             ACCEPT  Confirmacion
             IF Confirmacion = 1 THEN
                MOVE "S" TO AperturaViable
             END-IF
          END-IF
       END-IF

      *INSTRUCCION DE VENCIMIENTO
       IF AperturaViable = "S" THEN
          DISPLAY "Al vencimiento:"
          DISPLAY "(1) Renovar por el mismo plazo"
          DISPLAY "(2) Pagar a una cuenta"
          ACCEPT  OpcionInstruccion
          EVALUATE OpcionInstruccion
            WHEN 1
              MOVE "R"    TO InstruccionPF
              MOVE SPACES TO CuentaPagoPF
            WHEN 2
              MOVE "P" TO InstruccionPF
              DISPLAY "Cuenta de pago (en blanco = "
                      SesionCuenta ")"
              MOVE SPACES TO CuentaPagoPF
              ACCEPT  CuentaPagoPF
              IF CuentaPagoPF = SPACES THEN
                 MOVE SesionCuenta TO CuentaPagoPF
              END-IF
            WHEN OTHER
              DISPLAY "Opcion no valida"
              MOVE "N" TO AperturaViable
          END-EVALUATE
       END-IF

      *DURANTE EL CIERRE DEL DIA NO SE ABREN CUENTAS
       IF AperturaViable = "S" THEN
          INVOKE operacioncola "New"
                      RETURNING obj-cola
          INVOKE obj-cola "ColaActiva" returning ColaActiva
          IF ColaActiva = 1 THEN
             DISPLAY "El cierre del dia esta en curso: intente la"
             DISPLAY "apertura cuando termine"
             MOVE "N" TO AperturaViable
          END-IF
       END-IF

      *CON LOS DATOS VENCIDOS MAS ALLA DE LA GRACIA NO SE ABREN
      *PRODUCTOS NUEVOS HASTA QUE EL CLIENTE LOS CONFIRME
       IF AperturaViable = "S" THEN
          INVOKE customer "New"
                      RETURNING obj-cliente
          INVOKE obj-cliente "GetEstadoActualizacion"
                                   using SesionIdCustomer
                                         FechaVerifDatos
                                   returning EtapaDatos
          IF EtapaDatos NOT < 2 THEN
             DISPLAY "Sus datos estan vencidos: actualicelos en una"
             DISPLAY "sucursal para abrir productos nuevos"
             MOVE "N" TO AperturaViable
          END-IF
       END-IF

       IF AperturaViable = "S" THEN
          INVOKE obj-plazofijo "AbrirPlazoFijo" using SesionCuenta
                                                     SesionIdCustomer
                                                     MontoPF
                                                     DiasPF
                                                     FechaVencePF
                                                     TasaPF
                                                     InstruccionPF
                                                     CuentaPagoPF
                                                     CanalPF
                                returning CuentaNueva
          IF CuentaNueva = 0 THEN
             DISPLAY "El plazo fijo no se constituyo"
          END-IF
       END-IF

       End Method PlazoFijoSesion.
      *>----------------------------------------------

       Method-ID. LimitesCanalSesion.
      *>----------------------------------------------
      *LIMITES PROPIOS DEL CLIENTE: PARA UNA CUENTA O UNA TARJETA
      *SUYA MUESTRA LOS LIMITES POR CANAL Y LE PERMITE FIJAR UNO
      *MENOR QUE EL DEL BANCO, QUITARLO O APAGAR EL CANAL
       Data Division.
       Local-Storage Section.
         01  obj-accounts      object reference.
         01  obj-limitecliente object reference.
         77  OpcionObjeto      PIC 9.
         77  TipoLimite        PIC X.
         77  ObjetoLimite      PIC X(10).
         77  CuentaLimite      PIC X(9).
         77  TarjetaLimite     PIC X(10).
         77  TitularLimite1    PIC 9(9).
         77  TitularLimite2    PIC 9(9).
         77  TitularTarjeta    PIC 9(9).
         77  OpcionCanal       PIC 9.
         77  CanalLimite       PIC X.
         77  OpcionCambio      PIC 9.
         77  NuevoLimite       PIC 9(10)V99.
         77  NuevoActivo       PIC X.
         77  PromptCaptura     PIC X(40).
         01  obj-validacion    object reference.
         77  CambioViable      PIC X VALUE "N".
         77  CambioAplicado    PIC 9.

         INVOKE accounts "New"
                     RETURNING obj-accounts

         INVOKE limitecliente "New"
                     RETURNING obj-limitecliente

       DISPLAY "(1) Limites de una cuenta"
       DISPLAY "(2) Limites de una tarjeta"
       ACCEPT  OpcionObjeto
       MOVE SPACES TO CuentaLimite
       EVALUATE OpcionObjeto
         WHEN 1
           DISPLAY "Cuenta (en blanco = " SesionCuenta ")"
           ACCEPT  CuentaLimite
           IF CuentaLimite = SPACES THEN
              MOVE SesionCuenta TO CuentaLimite
           END-IF
           MOVE "C"          TO TipoLimite
           MOVE CuentaLimite TO ObjetoLimite
         WHEN 2
           DISPLAY "Tarjeta (en blanco = " SesionTarjeta ")"
           MOVE SPACES TO TarjetaLimite
           ACCEPT  TarjetaLimite
           IF TarjetaLimite = SPACES THEN
              MOVE SesionTarjeta TO TarjetaLimite
           END-IF
           INVOKE obj-accounts "GetCuentaPorTarjeta" using
                                                 TarjetaLimite
                                                 CuentaLimite
                                 returning TitularTarjeta
           MOVE "T"           TO TipoLimite
           MOVE TarjetaLimite TO ObjetoLimite
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE

      *LA CUENTA, O LA CUENTA DE LA TARJETA, DEBE SER DEL CLIENTE
       IF CuentaLimite NOT = SPACES THEN
          MOVE 0 TO TitularLimite1
          MOVE 0 TO TitularLimite2
          INVOKE obj-accounts "GetTitulares" using CuentaLimite
                                                   TitularLimite1
                                                   TitularLimite2
          IF TitularLimite1 NOT = SesionIdCustomer
             AND TitularLimite2 NOT = SesionIdCustomer THEN
             DISPLAY "La cuenta o tarjeta no es suya"
          ELSE
             MOVE "S" TO CambioViable
          END-IF
       ELSE
          IF OpcionObjeto = 2 THEN
             DISPLAY "La tarjeta no existe"
          END-IF
       END-IF

       IF CambioViable = "S" THEN
          INVOKE obj-limitecliente "MostrarLimites" using TipoLimite
                                                         ObjetoLimite
          DISPLAY "Canal a modificar (1-4, 0 = ninguno)"
          ACCEPT  OpcionCanal
          EVALUATE OpcionCanal
            WHEN 1     MOVE "R" TO CanalLimite
            WHEN 2     MOVE "C" TO CanalLimite
            WHEN 3     MOVE "M" TO CanalLimite
            WHEN 4     MOVE "I" TO CanalLimite
            WHEN OTHER MOVE "N" TO CambioViable
          END-EVALUATE
       END-IF

       IF CambioViable = "S" THEN
          DISPLAY "(1) Fijar su propio limite"
          DISPLAY "(2) Quitar su limite (rige el del banco)"
          DISPLAY "(3) Apagar el canal"
          ACCEPT  OpcionCambio
          EVALUATE OpcionCambio
            WHEN 1
              INVOKE validacion "New"
                          RETURNING obj-validacion
              MOVE "Nuevo limite" TO PromptCaptura
              INVOKE obj-validacion "AceptarNumero" using
                                                  PromptCaptura 1
                                    returning NuevoLimite
              MOVE "S" TO NuevoActivo
            WHEN 2
              MOVE 0   TO NuevoLimite
              MOVE "S" TO NuevoActivo
            WHEN 3
              MOVE 0   TO NuevoLimite
              MOVE "N" TO NuevoActivo
            WHEN OTHER
              MOVE "N" TO CambioViable
          END-EVALUATE
       END-IF

       IF CambioViable = "S" THEN
          INVOKE obj-limitecliente "FijarLimiteCanal" using
                                                  TipoLimite
                                                  ObjetoLimite
                                                  SesionIdCustomer
                                                  CanalLimite
                                                  NuevoLimite
                                                  NuevoActivo
                                returning CambioAplicado
       END-IF

       End Method LimitesCanalSesion.
      *>----------------------------------------------

       Method-ID. ChequeraSesion.
      *>----------------------------------------------
      *PEDIDO DE CHEQUERA PARA LA CUENTA CORRIENTE DE LA SESION:
      *MUESTRA LOS PEDIDOS ANTERIORES Y DEJA EL NUEVO EN COLA PARA
      *LA IMPRESION; EL CLIENTE LA RECLAMA EN SU SUCURSAL CUANDO
      *RECIBE EL AVISO
       Data Division.
       Local-Storage Section.
         01  obj-cheque        object reference.
         01  obj-fechaproceso  object reference.
         77  FechaHoy          PIC X(8).
         77  TotalPedidos      PIC 9(4).
         77  CantidadCheques   PIC 9(3).
         77  CanalPedido       PIC X VALUE "U".
         77  PedidoId          PIC 9(6).

         INVOKE cheque "New"
                     RETURNING obj-cheque

         INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
         INVOKE obj-fechaproceso "GetFechaProceso"
                               returning FechaHoy

       INVOKE obj-cheque "ListarPedidosChequera" using SesionCuenta
                                 returning TotalPedidos

       DISPLAY "Cantidad de cheques de la chequera (0 = ninguna)"
       ACCEPT  CantidadCheques
       IF CantidadCheques NOT = 0 THEN
          INVOKE obj-cheque "SolicitarChequera" using SesionCuenta
                                                      CantidadCheques
                                                      CanalPedido
                                                      FechaHoy
                                    returning PedidoId
          IF PedidoId NOT = 0 THEN
             DISPLAY "Pedido de chequera " PedidoId " registrado;"
             DISPLAY "le avisaremos cuando llegue a su sucursal"
          END-IF
       END-IF

       End Method ChequeraSesion.
      *>----------------------------------------------

       Method-ID. FirmarProveedoresSesion.
      *>----------------------------------------------
      *FIRMA DE LOTES DE PAGOS A PROVEEDORES DE LA CUENTA DE LA
      *SESION. QUIEN FIRMA ES EL PORTADOR DE LA TARJETA: SI LA
      *TARJETA NO ESTA VINCULADA A OTRA PERSONA, EL PRIMER TITULAR
       Data Division.
       Local-Storage Section.
         01  obj-pagoproveedor object reference.
         01  obj-fechaproceso  object reference.
         01  obj-tarjetacuenta object reference.
         01  obj-accounts      object reference.
         77  FechaHoy          PIC X(8).
         77  TotalLotes        PIC 9(4).
         77  LoteId            PIC 9(6).
         77  IdentFirma        PIC 9(9).
         77  TitularUno        PIC 9(9).
         77  TitularDos        PIC 9(9).
         77  CuentaDeTarjeta   PIC X(9).
         77  ResultadoFirma    PIC 9.

         INVOKE pagoproveedor "New"
                     RETURNING obj-pagoproveedor

         INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
         INVOKE obj-fechaproceso "GetFechaProceso"
                               returning FechaHoy

       INVOKE obj-pagoproveedor "ListarLotesCuenta" using SesionCuenta
                                 returning TotalLotes

       IF TotalLotes = 0 THEN
          DISPLAY "La cuenta no tiene lotes de pagos"
       ELSE
          DISPLAY "Lote a firmar (0 = ninguno)"
          ACCEPT  LoteId
          IF LoteId NOT = 0 THEN
             INVOKE tarjetacuenta "New"
                     RETURNING obj-tarjetacuenta
             INVOKE obj-tarjetacuenta "ObtenerCuentaDeTarjeta"
                                using SesionTarjeta
                                      CuentaDeTarjeta
                            returning IdentFirma
             IF IdentFirma = 0 THEN
                INVOKE accounts "New"
                        RETURNING obj-accounts
                INVOKE obj-accounts "GetTitulares"
                                 using SesionCuenta
                                       TitularUno
                                       TitularDos
                MOVE TitularUno TO IdentFirma
             END-IF
             INVOKE obj-pagoproveedor "AprobarLote"
                                using LoteId
                                      SesionCuenta
                                      IdentFirma
                                      FechaHoy
                            returning ResultadoFirma
             EVALUATE ResultadoFirma
               WHEN 1
                 DISPLAY "Firma registrada: el lote espera la firma"
                 DISPLAY "de otro firmante"
               WHEN 2
                 DISPLAY "Lote aprobado: se paga en la corrida de"
                 DISPLAY "esta noche"
               WHEN OTHER
                 DISPLAY "El lote no fue firmado"
             END-EVALUATE
          END-IF
       END-IF

       End Method FirmarProveedoresSesion.
      *>----------------------------------------------

       Method-ID. ConsentimientosSesion.
      *>----------------------------------------------
      *AUTORIZACIONES DEL CLIENTE DE LA SESION PARA EL USO DE SUS
      *DATOS: LAS CONSULTA Y PUEDE AUTORIZAR O REVOCAR UNA. EL
      *CAMBIO QUEDA CON CANAL U Y SIN OPERADOR
       Data Division.
       Local-Storage Section.
         01  obj-consentimiento object reference.
         01  obj-fechaproceso  object reference.
         77  FechaHoy          PIC X(8).
         77  TotalAutorizados  PIC 9.
         77  FinalidadCambio   PIC X(3).
         77  EstadoCambio      PIC X.
         77  CanalCambio       PIC X VALUE "U".
         77  OperadorCambio    PIC 9(9) VALUE 0.
         77  CambioOk          PIC 9.

         INVOKE consentimiento "New"
                     RETURNING obj-consentimiento

         INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
         INVOKE obj-fechaproceso "GetFechaProceso"
                               returning FechaHoy

       INVOKE obj-consentimiento "ListarConsentimientos"
                                 using SesionIdCustomer
                             returning TotalAutorizados

       DISPLAY "Finalidad a cambiar (CEN/MKT/SMS/EML/TER,"
       DISPLAY "en blanco = ninguna)"
       ACCEPT  FinalidadCambio
       IF FinalidadCambio NOT = SPACES THEN
          DISPLAY "A = autorizar, R = revocar"
          ACCEPT  EstadoCambio
          INVOKE obj-consentimiento "RegistrarConsentimiento"
                                    using SesionIdCustomer
                                          FinalidadCambio
                                          EstadoCambio
                                          CanalCambio
                                          OperadorCambio
                                          FechaHoy
                                returning CambioOk
          IF CambioOk = 1 THEN
             DISPLAY "Su autorizacion quedo registrada"
          END-IF
       END-IF

       End Method ConsentimientosSesion.
      *>----------------------------------------------

       Method-ID. ProgramarTransferenciaSesion.
      *>----------------------------------------------
      *TRANSFERENCIAS DE UNA SOLA VEZ CON FECHA FUTURA. COMO LAS
         77  existeCuenta         PIC 9.
         77  NumeroTarjetaCuenta  PIC X(15).
         77  NumeroTarjetaBuscar  PIC X(10).
         77  IDCTarjeta           PIC X(10).
         77  existeTarjeta        PIC 9.
         77  PINOk                PIC 9.
         77  PINValido            PIC X VALUE "S".
         77  NuevaProgId          PIC 9(4).
         77  IdCancelar           PIC 9(4).
         77  CancelarOk           PIC 9.
         01  obj-codigo           object reference.
         77  CodigoOk             PIC 9 VALUE 0.

         INVOKE programada "New"
                     RETURNING obj-programadas
                    IF FechaEjecucion NOT > FechaHoy THEN
                       DISPLAY "La fecha debe ser futura"
                    ELSE
                       INVOKE codigoverificacion "New"
                               RETURNING obj-codigo
                       INVOKE obj-codigo "AutorizarConCodigo"
                                        using SesionIdCustomer
                                              Numaccount
                                              CuentaDestino
                                              MontoProgramado
                                    returning CodigoOk
                    END-IF
                    IF CodigoOk = 1 THEN
                       INVOKE obj-programadas "CrearProgramada"
                                        using Numaccount
                                              CuentaDestino
         77  MontoparaDepositar PIC 9(10)V99.
         77  PromptCaptura    PIC X(40).
         77  Mens             PIC 9.
         01  obj-cola         object reference.
         77  ColaActiva       PIC 9.
         77  OperacionCola    PIC 9(6).
         77  SinReferencia    PIC X(20) VALUE SPACES.


         INVOKE Deposito "New"
       INVOKE obj-validacion "AceptarNumero" using PromptCaptura 1
                             returning MontoparaDepositar

      *MIENTRAS CORRE EL CIERRE DEL DIA EL DEPOSITO SE ENCOLA
         INVOKE operacioncola "New"
                     RETURNING obj-cola
       INVOKE obj-cola "ColaActiva" returning ColaActiva
       IF ColaActiva = 1 THEN
          INVOKE obj-cola "EncolarOperacion" using 2
                                                   Numaccount
                                                   SinReferencia
                                                   SinReferencia
                                                   MontoparaDepositar
                                                   SesionTarjeta
                                                   SesionPIN
                                         returning OperacionCola
       ELSE
       INVOKE obj-deposito "registrarDeposito" using
                                                  MontoparaDepositar
                                                  Numaccount
                                                  returning Mens
       END-IF

       End Method RealizarDeposito.
      *>----------------------------------------------
         77  DigitoCuentaOk       PIC 9.
         77  NumeroTarjetaCuenta  PIC X(15).
         77  NumeroTarjetaBuscar  PIC X(10).
         77  IDCTarjeta           PIC X(10).
         77  existeTarjeta        PIC 9.
         77  PINOk                PIC 9.
         77  PINValido            PIC X VALUE "S".
         77  MontoActual          PIC S9(10)V99.
         77  NumeroTarjetaCuenta  PIC X(15).
         77  NumeroTarjetaBuscar  PIC X(10).
         77  IDCTarjeta           PIC X(10).
         77  existeTarjeta        PIC 9.
         77  PINOk                PIC 9.
         77  PINValido            PIC X VALUE "S".
         77  FirmanteOk        PIC 9.
         77  FirmaValida       PIC X VALUE "S".
             88  FirmaRechazada VALUE "N".
         01  obj-cola          object reference.
         77  ColaActiva        PIC 9.

         INVOKE operacionpendiente "New"
                     RETURNING obj-pendientes
          DISPLAY "(0 = ninguna)"
          ACCEPT  IdPendiente

      *LA CONFIRMACION EJECUTA LA OPERACION: MIENTRAS CORRE EL
      *CIERRE DEL DIA SE DEJA PARA CUANDO TERMINE
          INVOKE operacioncola "New"
                      RETURNING obj-cola
          INVOKE obj-cola "ColaActiva" returning ColaActiva
          IF IdPendiente NOT = 0 AND ColaActiva = 1 THEN
             DISPLAY "El cierre del dia esta en curso: confirme la"
             DISPLAY "operacion cuando termine"
             MOVE 0 TO IdPendiente
          END-IF

          IF IdPendiente NOT = 0 THEN
             INVOKE obj-pendientes "TomarPendiente"
                                        using IdPendiente
         77  existeCuenta         PIC 9.
         77  NumeroTarjetaCuenta  PIC X(15).
         77  NumeroTarjetaBuscar  PIC X(10).
         77  IDCTarjeta           PIC X(10).
         77  existeTarjeta        PIC 9.
         77  PINOk                PIC 9.
         77  PINValido            PIC X VALUE "S".
         77  IdOrden              PIC 9(4).
         77  NuevoEstado          PIC 9.
         77  CambiarOk            PIC 9.
         01  obj-codigo           object reference.
         77  CodigoOk             PIC 9 VALUE 0.

         INVOKE ordenpermanente "New"
                     RETURNING obj-ordenes
                       DISPLAY "Los datos de la orden no son"
                               " validos"
                    ELSE
                       INVOKE codigoverificacion "New"
                               RETURNING obj-codigo
                       INVOKE obj-codigo "AutorizarConCodigo"
                                        using SesionIdCustomer
                                              Numaccount
                                              CuentaDestino
                                              MontoOrden
                                    returning CodigoOk
                    END-IF
                    IF CodigoOk = 1 THEN
                       INVOKE obj-ordenes "CrearOrden" using
                                                 Numaccount
                                                 CuentaDestino
         77  NuevoBenId         PIC 9(4).
         77  IdEliminar         PIC 9(4).
         77  EliminarOk         PIC 9.
         01  obj-enfriamiento   object reference.
         77  ClienteEnfriado    PIC 9.

         INVOKE beneficiario "New"
                     RETURNING obj-beneficiario
                 DISPLAY "No tiene cuentas favoritas guardadas"
              END-IF
            WHEN 2
      *TRAS UN CAMBIO DE DATOS DE CONTACTO NO SE AGREGAN FAVORITAS
      *HASTA QUE VENZA EL PERIODO DE ENFRIAMIENTO
              INVOKE enfriamiento "New"
                          RETURNING obj-enfriamiento
              INVOKE obj-enfriamiento "EnEnfriamiento" using
                                                    SesionIdCustomer
                                          returning ClienteEnfriado
              IF ClienteEnfriado = 1 THEN
                 DISPLAY "Sus datos de contacto cambiaron hace poco:"
                 DISPLAY "no puede agregar favoritas por ahora"
              ELSE
              DISPLAY "Ingrese el numero de la cuenta destino"
              ACCEPT  CuentaDestino
              INVOKE obj-accounts "BuscarCuenta" using CuentaDestino
                                        returning NuevoBenId
                 DISPLAY "Favorita guardada con el ID " NuevoBenId
              END-IF
              END-IF
            WHEN 3
              INVOKE obj-beneficiario "ListarBeneficiarios" using
                                                    SesionIdCustomer
         77  existeCuenta         PIC 9.
         77  NumeroTarjetaCuenta  PIC X(15).
         77  NumeroTarjetaBuscar  PIC X(10).
         77  IDCTarjeta           PIC X(10).
         77  existeTarjeta        PIC 9.
         77  PINOk                PIC 9.
         77  PINValido            PIC X VALUE "S".
