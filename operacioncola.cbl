      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. OperacionCola as "operacioncola"
                 inherits from base.

       object section.
       class-control.
           accounts      is class "accounts"
           retiro        is class "retiro"
           deposito      is class "deposito"
           transferencia is class "transferencia"
           convenio      is class "convenio"
           firmante      is class "firmante"
           dispensador   is class "dispensador"
           cierre        is class "cierre"
           notificacion  is class "notificacion"
           fechaproceso  is class "fechaproceso"
           embargo       is class "embargo"
           canje         is class "canje"
           bolsillo      is class "bolsillo"
           compratarjeta is class "compratarjeta"
           proteccion    is class "proteccion"
           transacition  is class "transacition"
           gmf           is class "gmf"
           consecutivo   is class "consecutivo"
           reporte       is class "reporte"
           operacioncola is class "operacioncola".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperacionesCola ASSIGN TO
                  "operaciones_cola.dat"
           organization is indexed
           access is dynamic
           record key is OCId
           alternate record key is OCCuenta with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD OperacionesCola.
      *OPERACIONES DE CLIENTES Y CAJEROS RECIBIDAS MIENTRAS CORRE EL
      *CIERRE DEL DIA. NO TOCAN SALDOS AL RECIBIRSE: SE VALIDAN
      *CONTRA EL SALDO MEMO (SALDO DE LA CUENTA MENOS LO YA
      *ENCOLADO) Y SE APLICAN EN ORDEN DE LLEGADA CUANDO EL CIERRE
      *TERMINA. TIPO 1=RETIRO (EL EFECTIVO SE ENTREGA AL RECIBIR),
      *2=DEPOSITO, 3=TRANSFERENCIA, 4=PAGO DE SERVICIOS.
      *P=PENDIENTE, A=APLICADA, R=RECHAZADA AL APLICAR
       01 operaciones-cola-file.
           05  OCId               PIC 9(6).
           05  OCFechaRecibo      PIC X(8).
           05  OCHoraRecibo       PIC X(4).
           05  OCTipo             PIC 9.
               88  ColaRetiro          VALUE 1.
               88  ColaDeposito        VALUE 2.
               88  ColaTransferencia   VALUE 3.
               88  ColaPago            VALUE 4.
           05  OCCuenta           PIC X(9).
      *CUENTA DESTINO DE LA TRANSFERENCIA O CODIGO DEL CONVENIO
           05  OCDestino          PIC X(9).
      *CONCEPTO DE LA TRANSFERENCIA O REFERENCIA DE LA FACTURA
           05  OCReferencia       PIC X(20).
           05  OCMonto            PIC 9(10)V99.
           05  OCTarjeta          PIC X(10).
           05  OCEstado           PIC X.
               88  ColaPendiente       VALUE "P".
               88  ColaAplicada        VALUE "A".
               88  ColaRechazada       VALUE "R".
           05  OCFechaAplica      PIC X(8).
           05  OCMotivo           PIC X(3).

       Method-ID. ColaActiva.
      *>----------------------------------------------
      *DEVUELVE 1 SI LAS OPERACIONES DEBEN ENCOLARSE: EL CIERRE
      *ESTA EN CURSO, O YA TERMINO PERO LA COLA AUN TIENE
      *OPERACIONES SIN APLICAR (UNA OPERACION NUEVA NO PUEDE
      *ADELANTARSE A LAS QUE LLEGARON ANTES)
       Data Division.
        Local-Storage Section.
           77  EnCurso         PIC 9.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           01  obj-cierre      object reference.

        Linkage Section.
           77  Activa          PIC 9.

       Procedure Division returning Activa.

             MOVE 0 TO Activa
             INVOKE cierre "New"
                     RETURNING obj-cierre
             INVOKE obj-cierre "CierreEnCurso"
                                 returning EnCurso
             IF EnCurso = 1 THEN
                MOVE 1 TO Activa
             ELSE
                MOVE "S" TO HayMas
                OPEN INPUT OperacionesCola
                PERFORM BuscarPendienteSiguiente UNTIL NoHayMas
                CLOSE OperacionesCola
             END-IF.

       BuscarPendienteSiguiente.
             READ OperacionesCola NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF ColaPendiente THEN
                    MOVE 1   TO Activa
                    MOVE "N" TO HayMas
                 END-IF
             END-READ.

       End Method ColaActiva.
      *>----------------------------------------------

       Method-ID. EncolarOperacion.
      *>----------------------------------------------
      *RECIBE UNA OPERACION DURANTE EL CIERRE. LOS DEBITOS SE
      *VALIDAN CON EL MONTO DE LA OPERACION MAS LO QUE LA CUENTA YA
      *TIENE ENCOLADO PARA SALIR (SALDO MEMO); LOS DEPOSITOS
      *ENCOLADOS NO CUENTAN COMO DISPONIBLE HASTA APLICARSE. EL
      *RETIRO USA LAS VALIDACIONES DE ValidarRetiro Y ENTREGA EL
      *EFECTIVO AQUI MISMO; LA TRANSFERENCIA LAS DE
      *ValidarTransferencia. LOS DEBITOS QUE EXIGEN SEGUNDA FIRMA
      *NO SE RECIBEN. DEVUELVE EL NUMERO DE LA OPERACION EN LA
      *COLA, O CERO SI NO SE RECIBIO
       Data Division.
        Local-Storage Section.
           77  Motivo             PIC X(3) VALUE SPACES.
           77  MontoMemo          PIC 9(10)V99.
           77  EncoladoDebito     PIC 9(10)V99 VALUE 0.
           77  DigitoCuentaOk     PIC 9.
           77  existeCuenta       PIC 9.
           77  EstadoCuentaActual PIC 9.
           77  MancFlag           PIC X.
           77  MancUmbral         PIC 9(10)V99.
           77  FirmaConjunta      PIC 9.
           77  DispensadoEfectivo PIC 9.
           01  TipoCuentaActual      PIC 9.
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
           77  NombreSec          PIC X(12) VALUE "COLAOPSEQ".
           77  NumeroAsignado     PIC 9(9).
           77  MaxOCId            PIC 9(6) VALUE 0.
           77  HayMas             PIC X VALUE "S".
               88  NoHayMas       VALUE "N".
           01  obj-accounts       object reference.
           01  obj-retiro         object reference.
           01  obj-transferencia  object reference.
           01  obj-firmante       object reference.
           01  obj-dispensador    object reference.
           01  obj-fechaproceso   object reference.
           01  obj-embargo        object reference.
           01  obj-canje          object reference.
           01  obj-bolsillo       object reference.
           01  obj-compratarjeta  object reference.
           01  obj-proteccion     object reference.
           01  obj-consecutivo    object reference.
           01 CurrentDate.
               02  CurrentYear     PIC 9(4).
               02  CurrentMonth    PIC 99.
               02  CurrentDay      PIC 99.
           01 CurrentTime.
               02  CurrentHour     PIC 99.
               02  CurrentMinute   PIC 99.

        Linkage Section.
           77  LSTipo             PIC 9.
           77  LSCuenta           PIC X(9).
           77  LSDestino          PIC X(9).
           77  LSReferencia       PIC X(20).
           77  LSMonto            PIC 9(10)V99.
           77  LSTarjeta          PIC X(10).
           77  LSPIN              PIC 9(4).
           77  LSOperacion        PIC 9(6).

       Procedure Division using  LSTipo
                                 LSCuenta
                                 LSDestino
                                 LSReferencia
                                 LSMonto
                                 LSTarjeta
                                 LSPIN
                                 returning LSOperacion.

             MOVE 0 TO LSOperacion
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                     returning CurrentDate
             ACCEPT CurrentTime FROM TIME

             IF LSMonto = 0 THEN
                MOVE "MON" TO Motivo
             END-IF

      *EL DEPOSITO SOLO EXIGE UNA CUENTA VALIDA QUE NO ESTE CERRADA
             IF Motivo = SPACES AND LSTipo = 2 THEN
                INVOKE obj-accounts "ValidarDigitoCuenta"
                                     using LSCuenta
                                     returning DigitoCuentaOk
                IF DigitoCuentaOk = 0 THEN
                   MOVE "CTA" TO Motivo
                ELSE
                   INVOKE obj-accounts "BuscarCuenta" using LSCuenta
                                        returning existeCuenta
                   IF existeCuenta = 0 THEN
                      MOVE "CTA" TO Motivo
                   ELSE
                      INVOKE obj-accounts "GetEstadoCuenta"
                                           using LSCuenta
                                           returning EstadoCuentaActual
                      IF EstadoCuentaActual = 3 THEN
                         MOVE "EST" TO Motivo
                      END-IF
                   END-IF
                END-IF
             END-IF

      *LO QUE LA CUENTA YA TIENE ENCOLADO PARA SALIR
             IF Motivo = SPACES AND LSTipo NOT = 2 THEN
                MOVE "S" TO HayMas
                OPEN INPUT OperacionesCola
                MOVE LSCuenta TO OCCuenta
                START OperacionesCola KEY IS = OCCuenta
                  INVALID KEY
                    MOVE "N" TO HayMas
                END-START
                PERFORM SumarEncoladoSiguiente UNTIL NoHayMas
                CLOSE OperacionesCola
                COMPUTE MontoMemo = LSMonto + EncoladoDebito

      *SEGUNDA FIRMA: NO HAY SEGUNDO TITULAR QUE CONFIRME DURANTE
      *EL CIERRE, LA OPERACION SE HACE CUANDO TERMINE
                INVOKE obj-accounts "GetMancomunada" using LSCuenta
                                                          MancFlag
                                                          MancUmbral
                IF MancFlag = "S" AND LSMonto > MancUmbral THEN
                   MOVE "FIR" TO Motivo
                END-IF
                INVOKE firmante "New"
                        RETURNING obj-firmante
                INVOKE obj-firmante "TieneFirmaConjunta" using
                                                    LSCuenta
                                          returning FirmaConjunta
                IF FirmaConjunta = 1 THEN
                   MOVE "FIR" TO Motivo
                END-IF
             END-IF

             IF Motivo = SPACES AND LSTipo = 1 THEN
                INVOKE retiro "New"
                        RETURNING obj-retiro
                INVOKE obj-retiro "ValidarRetiro" using MontoMemo
                                                        LSCuenta
                                                        LSPIN
                                     returning Motivo
             END-IF

             IF Motivo = SPACES AND LSTipo = 3 THEN
                INVOKE transferencia "New"
                        RETURNING obj-transferencia
                INVOKE obj-transferencia "ValidarTransferencia"
                                     using MontoMemo
                                           LSCuenta
                                           LSDestino
                                           LSPIN
                                     returning Motivo
             END-IF

      *EL PAGO DE SERVICIOS SE VALIDA COMO LO HACE EL CONVENIO:
      *ESTADO DE LA CUENTA Y DISPONIBLE SIN LO EMBARGADO, EN CANJE,
      *APARTADO O RETENIDO POR COMPRAS
             IF Motivo = SPACES AND LSTipo = 4 THEN
                INVOKE obj-accounts "GetEstadoCuenta" using LSCuenta
                                     returning EstadoCuentaActual
                IF EstadoCuentaActual NOT = 0 THEN
                   MOVE "EST" TO Motivo
                ELSE
                   INVOKE obj-accounts "GetLimitesCuenta"
                                        using LSCuenta
                                              TipoCuentaActual
                                              LimiteSobregiroActual
                                              MontoMinimoActual
                                              FechaVencimientoActual
                   IF CuentaPlazoFijo THEN
                      MOVE "VEN" TO Motivo
                   END-IF
                END-IF
             END-IF

             IF Motivo = SPACES AND LSTipo = 4 THEN
                INVOKE obj-accounts "GetMonto" using LSCuenta
                                     returning Montoactual
                INVOKE embargo "New"
                        RETURNING obj-embargo
                INVOKE obj-embargo "TotalEmbargosActivos"
                                     using LSCuenta
                                     returning MontoEmbargado
                INVOKE canje "New"
                        RETURNING obj-canje
                INVOKE obj-canje "TotalEnCanje" using LSCuenta
                                     returning MontoEnCanje
                INVOKE bolsillo "New"
                        RETURNING obj-bolsillo
                INVOKE obj-bolsillo "TotalApartado" using LSCuenta
                                     returning MontoApartado
                INVOKE compratarjeta "New"
                        RETURNING obj-compratarjeta
                INVOKE obj-compratarjeta "TotalRetenidoTarjeta"
                                     using LSCuenta
                                     returning MontoRetenidoTar
                COMPUTE montoverificacion =
                        Montoactual - MontoMemo
                                    - MontoEmbargado
                                    - MontoEnCanje
                                    - MontoApartado
                                    - MontoRetenidoTar
                IF CuentaCorriente THEN
                   IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                      INVOKE proteccion "New"
                              RETURNING obj-proteccion
                      INVOKE obj-proteccion "DisponibleProteccion"
                                            using LSCuenta
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

      *EL EFECTIVO DEL RETIRO SALE AL RECIBIR LA OPERACION; EN CAJA
      *DE MOSTRADOR EL DISPENSADOR DEVUELVE 2 Y SIGUE NORMAL
             IF Motivo = SPACES AND LSTipo = 1 THEN
                INVOKE dispensador "New"
                        RETURNING obj-dispensador
                INVOKE obj-dispensador "ValidarYDispensar" using
                                                    LSMonto
                                          returning DispensadoEfectivo
                IF DispensadoEfectivo = 0 THEN
                   MOVE "EFE" TO Motivo
                END-IF
             END-IF

             IF Motivo = SPACES THEN
                INVOKE consecutivo "New"
                        RETURNING obj-consecutivo
                INVOKE obj-consecutivo "TomarSiguiente"
                                     using NombreSec
                                     returning NumeroAsignado
                IF NumeroAsignado = 0 THEN
                   MOVE "S" TO HayMas
                   OPEN INPUT OperacionesCola
                   PERFORM BuscarMaxOCId UNTIL NoHayMas
                   CLOSE OperacionesCola
                   MOVE MaxOCId TO NumeroAsignado
                   INVOKE obj-consecutivo "IniciarConsecutivo"
                                        using NombreSec NumeroAsignado
                   INVOKE obj-consecutivo "TomarSiguiente"
                                        using NombreSec
                                        returning NumeroAsignado
                END-IF

                OPEN I-O OperacionesCola
                MOVE NumeroAsignado TO OCId
                MOVE CurrentDate    TO OCFechaRecibo
                MOVE CurrentTime    TO OCHoraRecibo
                MOVE LSTipo         TO OCTipo
                MOVE LSCuenta       TO OCCuenta
                MOVE LSDestino      TO OCDestino
                MOVE LSReferencia   TO OCReferencia
                MOVE LSMonto        TO OCMonto
                MOVE LSTarjeta      TO OCTarjeta
                MOVE "P"            TO OCEstado
                MOVE SPACES         TO OCFechaAplica
                MOVE SPACES         TO OCMotivo
                WRITE operaciones-cola-file
                  INVALID KEY
                    MOVE "ERR" TO Motivo
                  NOT INVALID KEY
                    MOVE OCId TO LSOperacion
                END-WRITE
                CLOSE OperacionesCola
             END-IF

             IF Motivo = SPACES THEN
                DISPLAY "El cierre del dia esta en curso: la"
                DISPLAY "operacion " LSOperacion " quedo recibida y"
                DISPLAY "se aplicara al terminar el cierre"
             END-IF

             EVALUATE Motivo
               WHEN "MON"
                 DISPLAY "El monto de la operacion no es valido"
               WHEN "CTA"
                 DISPLAY "La cuenta no existe o no es valida"
               WHEN "TAR"
                 DISPLAY "La tarjeta esta bloqueada"
               WHEN "PIN"
                 DISPLAY "El PIN ingresado es incorrecto"
               WHEN "LIM"
                 DISPLAY "La operacion excede el limite diario"
               WHEN "ENF"
                 DISPLAY "Los datos de contacto cambiaron hace poco:"
                 DISPLAY "no se transfiere a otros bancos"
               WHEN "VEN"
                 DISPLAY "La cuenta es un plazo fijo"
               WHEN "FON"
                 DISPLAY "Fondos insuficientes, contando las"
                 DISPLAY "operaciones ya recibidas en el cierre"
               WHEN "EST"
                 DISPLAY "El estado de la cuenta no permite la"
                 DISPLAY "operacion"
               WHEN "CAN"
                 DISPLAY "El producto de la cuenta no admite ese"
                 DISPLAY "canal"
               WHEN "CTR"
                 DISPLAY "La operacion requiere revision de"
                 DISPLAY "cumplimiento"
               WHEN "FIR"
                 DISPLAY "La operacion requiere segunda firma;"
                 DISPLAY "intente al terminar el cierre del dia"
               WHEN "EFE"
                 DISPLAY "El cajero no puede pagar ese monto con las"
                 DISPLAY "denominaciones disponibles"
               WHEN "ERR"
                 DISPLAY "No se pudo registrar la operacion"
             END-EVALUATE.

       SumarEncoladoSiguiente.
             READ OperacionesCola NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OCCuenta NOT = LSCuenta THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF ColaPendiente AND NOT ColaDeposito THEN
                       ADD OCMonto TO EncoladoDebito
                    END-IF
                 END-IF
             END-READ.

       BuscarMaxOCId.
             READ OperacionesCola NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OCId > MaxOCId THEN
                    MOVE OCId TO MaxOCId
                 END-IF
             END-READ.

       End Method EncolarOperacion.
      *>----------------------------------------------

       Method-ID. AplicarCola.
      *>----------------------------------------------
      *APLICA LAS OPERACIONES PENDIENTES EN ORDEN DE LLEGADA, CON
      *LA FECHA DE PROCESO NUEVA, POR LAS MISMAS CLASES QUE LAS
      *HABRIAN APLICADO EN LINEA Y CON TODAS SUS REGLAS. EL RETIRO
      *YA ENTREGO EL EFECTIVO Y SE DEBITA SIN RECHAZO (EN
      *CORRIENTE CON BARRIDO DE PROTECCION). LO QUE NO SE PUEDE
      *APLICAR QUEDA RECHAZADO, SE LE AVISA AL TITULAR Y SALE EN
      *EL LISTADO cola_rechazos.txt
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *RetiroPend Y RechazoPend EVITAN QUE LOS PARRAFOS ACTUEN
      *CUANDO EL CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  RetiroPend      PIC X VALUE "N".
           77  RechazoPend     PIC X VALUE "N".
           77  AplicadaOk      PIC 9.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  MontoGMF        PIC 9(10)V99.
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido    PIC 9(10)V99.
           77  TransaccionOk   PIC 9.
           77  TitularUno      PIC 9(9).
           77  TitularDos      PIC 9(9).
           77  RefNotifCola    PIC X(15).
           01  TipoCuentaActual      PIC 9.
               88  CuentaCorriente   VALUE 1.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  ConceptoRetiro  PIC X(20) VALUE "RETIRO EN CIERRE".
           01 CurrentTime.
               02  CurrentHour     PIC 99.
               02  CurrentMinute   PIC 99.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30) VALUE "cola_rechazos.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "OPERACIONES DEL CIERRE RECHAZ.".
           77  EncabezadoImpresion PIC X(80)
               VALUE "OPERAC RECIBIDA  T CUENTA    DESTINO   MONTO".
           01  LineaRechazo.
               02  LROperacion PIC 9(6).
               02  FILLER      PIC X VALUE SPACE.
               02  LRFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LRHora      PIC X(4).
               02  FILLER      PIC X VALUE SPACE.
               02  LRTipo      PIC 9.
               02  FILLER      PIC X VALUE SPACE.
               02  LRCuenta    PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LRDestino   PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LRMonto     PIC Z(9)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LRReferencia PIC X(20).
           01  obj-accounts    object reference.
           01  obj-deposito    object reference.
           01  obj-transferencia object reference.
           01  obj-convenio    object reference.
           01  obj-transacition object reference.
           01  obj-gmf         object reference.
           01  obj-proteccion  object reference.
           01  obj-notificacion object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  LSRechazadas     PIC 9(6).
           77  TotalAplicadas   PIC 9(6).

       Procedure Division using  LSFecha
                                 LSRechazadas
                                 returning TotalAplicadas.

             MOVE 0 TO TotalAplicadas
             MOVE 0 TO LSRechazadas
             MOVE 0 TO MontoControl
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE deposito "New"
                     RETURNING obj-deposito
             INVOKE transferencia "New"
                     RETURNING obj-transferencia
             INVOKE convenio "New"
                     RETURNING obj-convenio
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE gmf "New"
                     RETURNING obj-gmf
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN I-O OperacionesCola
             PERFORM AplicarSiguiente UNTIL NoHayMas
             CLOSE OperacionesCola

             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl.

       AplicarSiguiente.
             READ OperacionesCola NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF ColaPendiente THEN
                    MOVE 0 TO AplicadaOk
                    EVALUATE TRUE
                      WHEN ColaRetiro
                        MOVE "S" TO RetiroPend
                        PERFORM DebitarRetiroCola
                      WHEN ColaDeposito
                        INVOKE obj-deposito "registrarDeposito"
                                            using OCMonto
                                                  OCCuenta
                                            returning AplicadaOk
                      WHEN ColaTransferencia
                        INVOKE obj-transferencia
                                      "ejecutarTransferenciaAutorizada"
                                            using OCMonto
                                                  OCCuenta
                                                  OCDestino
                                                  OCReferencia
                                            returning AplicadaOk
                      WHEN ColaPago
                        INVOKE obj-convenio "PagarServicio"
                                            using OCCuenta
                                                  OCDestino
                                                  OCReferencia
                                                  OCMonto
                                                  LSFecha
                                            returning AplicadaOk
                    END-EVALUATE
                    MOVE LSFecha TO OCFechaAplica
                    IF AplicadaOk = 1 THEN
                       MOVE "A" TO OCEstado
                       ADD 1 TO TotalAplicadas
                    ELSE
                       MOVE "R"   TO OCEstado
                       MOVE "APL" TO OCMotivo
                       MOVE "S" TO RechazoPend
                       PERFORM RechazarOperacionCola
                    END-IF
                    REWRITE operaciones-cola-file
                    END-REWRITE
                 END-IF
             END-READ.

       DebitarRetiroCola.
             IF RetiroPend = "S" THEN
                MOVE "N" TO RetiroPend
                ACCEPT CurrentTime FROM TIME
                INVOKE obj-accounts "GetLimitesCuenta"
                                     using OCCuenta
                                           TipoCuentaActual
                                           LimiteSobregiroActual
                                           MontoMinimoActual
                                           FechaVencimientoActual
                INVOKE obj-accounts "GetMonto" using OCCuenta
                                     returning Montoactual
                COMPUTE montonuevo = Montoactual - OCMonto
                IF CuentaCorriente AND montonuevo <
                                       (0 - LimiteSobregiroActual) THEN
                   COMPUTE FaltanteSobregiro =
                           (0 - LimiteSobregiroActual) - montonuevo
                   INVOKE proteccion "New"
                           RETURNING obj-proteccion
                   INVOKE obj-proteccion "CubrirSobregiro"
                                   using OCCuenta FaltanteSobregiro
                                         LSFecha CurrentTime
                         returning MontoBarrido
                   ADD MontoBarrido TO montonuevo
                END-IF
                INVOKE obj-accounts "SetMonto" using montonuevo OCCuenta
      *TIPO 1 = RETIRO
                INVOKE obj-transacition "CrearTransancionConcepto"
                                     using LSFecha CurrentTime
                                           1
                                           OCCuenta
                                           OCMonto
                                           ConceptoRetiro
                                     returning TransaccionOk
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL RETIRO
                INVOKE obj-gmf "CobrarGMF" using LSFecha CurrentTime
                                                 OCCuenta
                                                 OCMonto
                                       returning MontoGMF
                MOVE 1 TO AplicadaOk
             END-IF.

       RechazarOperacionCola.
             IF RechazoPend = "S" THEN
                MOVE "N" TO RechazoPend
                MOVE OCId          TO LROperacion
                MOVE OCFechaRecibo TO LRFecha
                MOVE OCHoraRecibo  TO LRHora
                MOVE OCTipo        TO LRTipo
                MOVE OCCuenta      TO LRCuenta
                MOVE OCDestino     TO LRDestino
                MOVE OCMonto       TO LRMonto
                MOVE OCReferencia  TO LRReferencia
                INVOKE obj-reporte "EscribirLinea" using LineaRechazo
                ADD OCMonto TO MontoControl
                ADD 1 TO LSRechazadas
                INVOKE obj-accounts "GetTitulares" using OCCuenta
                                                         TitularUno
                                                         TitularDos
                IF TitularUno NOT = 0 THEN
                   MOVE OCId TO RefNotifCola
                   INVOKE obj-notificacion "RegistrarNotificacion"
                                         using TitularUno
                                               RefNotifCola
                                               "OCR"
                                               LSFecha
                END-IF
             END-IF.

       End Method AplicarCola.
      *>----------------------------------------------

       Method-ID. ReabrirCola.
      *>----------------------------------------------
      *CUANDO SE REABRE UNA FECHA, LO QUE LA COLA APLICO AL TERMINAR
      *ESE CIERRE SE DESHACE CON LA RESTAURACION: ESAS OPERACIONES
      *VUELVEN A PENDIENTES Y SE APLICAN AL TERMINAR EL NUEVO
      *CIERRE. LAS RECHAZADAS YA SE AVISARON AL TITULAR Y NO CAMBIAN
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".

        Linkage Section.
           77  LSFechaAplica   PIC X(8).
           77  TotalReabiertas PIC 9(6).

       Procedure Division using  LSFechaAplica
                                 returning TotalReabiertas.

             MOVE 0   TO TotalReabiertas
             MOVE "S" TO HayMas
             OPEN I-O OperacionesCola
             PERFORM ReabrirOperacionSiguiente UNTIL NoHayMas
             CLOSE OperacionesCola.

       ReabrirOperacionSiguiente.
             READ OperacionesCola NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF ColaAplicada AND OCFechaAplica = LSFechaAplica THEN
                    MOVE "P"    TO OCEstado
                    MOVE SPACES TO OCFechaAplica
                    REWRITE operaciones-cola-file
                    END-REWRITE
                    ADD 1 TO TotalReabiertas
                 END-IF
             END-READ.

       End Method ReabrirCola.
      *>----------------------------------------------

       end object.
       end class OperacionCola.
