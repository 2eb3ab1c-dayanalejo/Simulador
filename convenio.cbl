           transacition is class "transacition"
           embargo      is class "embargo"
           canje        is class "canje"
           gmf          is class "gmf"
           proteccion   is class "proteccion"
           compratarjeta is class "compratarjeta"
           partidapuente is class "partidapuente"
           convenio     is class "convenio".

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
           01  obj-gmf          object reference.
           77  MontoGMF         PIC 9(10)V99.
           01  obj-proteccion   object reference.
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido     PIC 9(10)V99.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.
                   INVOKE obj-canje "TotalEnCanje" using
                                                  LSCuenta
                                        returning MontoEnCanje
                   INVOKE compratarjeta "New"
                           RETURNING obj-compratarjeta
                   INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                                  LSCuenta
                                        returning MontoRetenidoTar
                   MOVE Montoactual TO montonuevo
                   COMPUTE montonuevo = montonuevo - LSMonto
                   COMPUTE montoverificacion
                   = montonuevo - MontoEmbargado - MontoEnCanje
                                                 - MontoRetenidoTar
                   MOVE "S" TO FondosSuficientes
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
                                      using LSCuenta FaltanteSobregiro
                                            LSFecha CurrentTime
                            returning MontoBarrido
                      ADD MontoBarrido TO montonuevo
                      ADD MontoBarrido TO montoverificacion
                   END-IF
                   IF CuentaCorriente THEN
                      IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                                          LSCuenta
                                          LSMonto
                                          ConceptoPago
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL PAGO
                      INVOKE gmf "New"
                              RETURNING obj-gmf
                      INVOKE obj-gmf "CobrarGMF" using LSFecha
                                                       CurrentTime
                                                       LSCuenta
                                                       LSMonto
                                             returning MontoGMF
                      PERFORM AcumularRecaudo
                      MOVE 1 TO PagoOk
                      DISPLAY "Pago del servicio registrado"
      *CONVENIO Y ESCRIBE EL ARCHIVO DE POSICIONES A ENTREGAR A LAS
      *EMPRESAS, CON EL MISMO ESPIRITU DE LA LIQUIDACION
      *INTERBANCARIA. LAS CUENTAS SE RECORREN CON EL ESQUEMA DE
      *PASADAS REPETIDAS DE LOS DEMAS REPORTES. LO RECAUDADO PARA UN
      *CONVENIO SUSPENDIDO O INEXISTENTE NO SE LIQUIDA: QUEDA COMO
      *PARTIDA EN LA CUENTA PUENTE HASTA QUE OPERACIONES LO RESUELVA
       Data Division.
        Local-Storage Section.
           77  HayMas            PIC X VALUE "S".
           77  ConvenioSiguiente PIC X(9).
           77  TotalConvenio     PIC 9(12)V99.
           77  PagosConvenio     PIC 9(6).
           77  ConvenioVigente   PIC 9.
           77  CuentaLiquidacion PIC X(9).
           77  MontoPuente       PIC 9(10)V99.
           77  OrigenPuente      PIC X(12) VALUE "RECAUDO".
           77  BancoPuente       PIC 9 VALUE 0.
           77  CuentaOrigenPte   PIC X(9) VALUE SPACES.
           77  PartidaPuente     PIC 9(9).
           01  ReferenciaPuente.
               02  FILLER      PIC X(9) VALUE "CONVENIO ".
               02  RPConvenio  PIC X(9).
               02  FILLER      PIC X(2) VALUE SPACES.
           01  obj-partidapuente object reference.
           01  LiqLineaConvenio.
               02  LCFecha     PIC X(8).
               02  FILLER      PIC X(10) VALUE " convenio ".
                PERFORM SumarPagosConvenio UNTIL NoHayMas
                CLOSE RecaudoPendiente

                MOVE 0      TO ConvenioVigente
                MOVE SPACES TO CuentaLiquidacion
                OPEN INPUT Convenios
                  MOVE ConvenioImpreso TO ConvCodigo
                  READ Convenios
                    KEY IS ConvCodigo
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE ConvCuentaLiquida TO CuentaLiquidacion
                      IF ConvenioActivo THEN
                         MOVE 1 TO ConvenioVigente
                      END-IF
                  END-READ
                CLOSE Convenios

                IF ConvenioVigente = 0 THEN
                   INVOKE partidapuente "New"
                           RETURNING obj-partidapuente
                   MOVE ConvenioImpreso TO RPConvenio
                   MOVE TotalConvenio   TO MontoPuente
                   INVOKE obj-partidapuente "RegistrarPartida"
                                   using OrigenPuente
                                         LSFecha
                                         MontoPuente
                                         ReferenciaPuente
                                         CuentaLiquidacion
                                         BancoPuente
                                         CuentaOrigenPte
                                   returning PartidaPuente
                ELSE
                   MOVE LSFecha         TO LCFecha
                   MOVE ConvenioImpreso TO LCConvenio
                   MOVE PagosConvenio   TO LCPagos
                   MOVE TotalConvenio   TO LCTotal
                   MOVE LiqLineaConvenio TO recaudo-liquidacion-linea
                   WRITE recaudo-liquidacion-linea
                   END-WRITE
                   DISPLAY LiqLineaConvenio
                   ADD 1 TO TotalPosiciones
                END-IF
             END-IF.

       BuscarConvenioMayor.
