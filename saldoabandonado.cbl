      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. SaldoAbandonado as "saldoabandonado"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           transacition is class "transacition"
           embargo      is class "embargo"
           contabilidad is class "contabilidad"
           notificacion is class "notificacion"
           auditoria    is class "auditoria"
           reporte      is class "reporte"
           saldoabandonado is class "saldoabandonado".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *EL MAESTRO DE CUENTAS SE LEE AQUI SOLO EN CONSULTA, CON EL
      *MISMO TRAZADO QUE DEFINE SU CLASE DUENA; SI EL TRAZADO
      *CAMBIA ALLA, DEBE CAMBIARSE TAMBIEN AQUI
           SELECT AbnAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is ABNNumaccounts.

           SELECT SaldosAbandonados ASSIGN TO
                  "saldos_abandonados.dat"
           organization is indexed
           access is dynamic
           record key is SabLlave.

           SELECT TrasladoIcetex ASSIGN TO "icetex_traslado.txt"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD AbnAccounts.
       01 abn-accounts-file.
           05  ABNNumaccounts     PIC X(9).
           05  ABNMontodisponible PIC S9(10)V99.
           05  ABNIdCustomer      PIC 9(9).
           05  ABNIdCustomer2     PIC 9(9).
           05  ABNIdDebitcard     PIC X(15).
           05  ABNTipodeCueta     PIC 9.
           05  ABNLimiteSobregiro PIC 9(10)V99.
           05  ABNMontoMinimo     PIC 9(10)V99.
           05  ABNFechaVencim     PIC X(8).
           05  ABNEstadoCuenta    PIC 9.
           05  ABNMonedaCuenta    PIC X(3).
           05  ABNSucursalCuenta  PIC 9(2).
           05  ABNMancomunada     PIC X.
           05  ABNUmbralMancom    PIC 9(10)V99.
           05  ABNProducto        PIC X(4).

       FD SaldosAbandonados.
      *SALDOS DE CUENTAS INACTIVAS TRASLADADOS AL FONDO DEL ESTADO
      *(ICETEX): UNA FILA POR CUENTA Y FECHA DE TRASLADO. EL SALDO
      *QUEDA TRASLADADO (T) HASTA QUE EL CLIENTE LO RECLAMA Y SE
      *PIDE AL FONDO (S); CUANDO EL FONDO LO DEVUELVE SE ABONA A LA
      *CUENTA Y QUEDA REINTEGRADO (R)
       01 saldos-abandonados-file.
           05  SabLlave.
               10  SabCuenta      PIC X(9).
               10  SabFecha       PIC X(8).
           05  SabIdCustomer      PIC 9(9).
           05  SabSucursal        PIC 9(2).
           05  SabFechaUltMov     PIC X(8).
           05  SabMonto           PIC 9(10)V99.
           05  SabEstado          PIC X.
               88  SaldoTrasladado VALUE "T".
               88  SaldoSolicitado VALUE "S".
               88  SaldoReintegrado VALUE "R".
           05  SabFechaSolicitud  PIC X(8).
           05  SabFechaReintegro  PIC X(8).

       FD TrasladoIcetex.
      *ARCHIVO PARA EL FONDO: 1=ENCABEZADO, 2=CUENTA TRASLADADA,
      *9=TOTALES DE CONTROL
       01 traslado-icetex-linea  PIC X(80).

       Method-ID. TrasladarSaldos.
      *>----------------------------------------------
      *TRASLADO DE SALDOS ABANDONADOS: LAS CUENTAS INACTIVAS CON
      *SALDO A FAVOR Y SIN MOVIMIENTO DESDE HACE LOS MESES DEL
      *PLAZO LEGAL ENTREGAN SU SALDO AL FONDO. LA CUENTA SE DEBITA
      *CON UN RETIRO (TIPO 1) QUE NO CAUSA GMF, EL VALOR PASA A LA
      *CUENTA CONTABLE DEL FONDO Y QUEDA LA FILA DEL TRASLADO PARA
      *EL RECLAMO POSTERIOR. ESCRIBE EL ARCHIVO icetex_traslado.txt
      *Y EL REPORTE IMPRESO. NO ENTRAN LOS PLAZOS FIJOS, LAS
      *CUENTAS EN MONEDA EXTRANJERA NI LAS QUE TIENEN EMBARGO
      *VIGENTE
      *CUENTAS CONTABLES:
      *  11010101 CAJA (EL RETIRO TIPO 1 SALE DE CAJA EN LA
      *           CONTABILIDAD DIARIA; ESTE ASIENTO LO RECLASIFICA)
      *  24050101 SALDOS ABANDONADOS POR PAGAR AL FONDO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *TrasladoPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  TrasladoPend    PIC X VALUE "N".
           77  FechaUltima     PIC X(8).
           77  MesesSinMov     PIC S9(5).
           77  MontoEmbargado  PIC 9(10)V99.
           77  MontoTraslado   PIC 9(10)V99.
           77  SaldoCero       PIC S9(10)V99 VALUE 0.
           77  TransaccionOk   PIC 9.
           77  ConceptoTraslado PIC X(20) VALUE "TRASLADO ICETEX".
           77  ReferenciaNotif PIC X(15).
           77  MontoControl    PIC S9(14)V99.
           77  MontoAsiento    PIC 9(12)V99.
           77  CuentaDebe      PIC X(8) VALUE "11010101".
           77  CuentaHaber     PIC X(8) VALUE "24050101".
           77  OrigenAsiento   PIC X(12) VALUE "ICETEX".
           77  ReferenciaAsiento PIC X(20).
           77  AsientoOk       PIC 9.
      *ID DE OPERADOR CERO = TRABAJO AUTOMATICO DE LOTE
           77  OperadorLote    PIC 9(9) VALUE 0.
           77  NombreImpresion PIC X(30)
                               VALUE "icetex_traslado_rep.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "TRASLADO SALDOS A ICETEX".
           77  EncabezadoImpresion PIC X(80)
               VALUE "CUENTA    CLIENTE   SUC ULT.MOV         SALDO".
           01  LineaEncabezado.
               02  LETipo      PIC X VALUE "1".
               02  LEFecha     PIC X(8).
               02  LEEntidad   PIC X(20) VALUE "ICETEX".
               02  FILLER      PIC X(51) VALUE SPACES.
           01  LineaCuenta.
               02  LCTipo      PIC X VALUE "2".
               02  LCCuenta    PIC X(9).
               02  LCCliente   PIC 9(9).
               02  LCSucursal  PIC 9(2).
               02  LCFechaUlt  PIC X(8).
               02  LCMonto     PIC 9(10)V99.
               02  FILLER      PIC X(39) VALUE SPACES.
           01  LineaControl.
               02  LTTipo      PIC X VALUE "9".
               02  LTCuentas   PIC 9(5).
               02  LTValor     PIC 9(14)V99.
               02  FILLER      PIC X(58) VALUE SPACES.
           01  LineaReporte.
               02  LRCuenta    PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LRCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LRSucursal  PIC 9(2).
               02  FILLER      PIC XX VALUE SPACES.
               02  LRFechaUlt  PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LRMonto     PIC Z(9)9.99.
               02  FILLER      PIC X(34) VALUE SPACES.
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaUltDesc.
               02  FUAnio      PIC 9(4).
               02  FUMes       PIC 99.
               02  FUDia       PIC 99.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-contabilidad object reference.
           01  obj-notificacion object reference.
           01  obj-auditoria    object reference.
           01  obj-reporte      object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSMesesAbandono PIC 9(3).
           77  LSMontoTotal    PIC 9(14)V99.
           77  TotalTrasladadas PIC 9(5).

       Procedure Division using  LSFecha
                                 LSMesesAbandono
                                 LSMontoTotal
                                 returning TotalTrasladadas.

             MOVE 0 TO TotalTrasladadas
             MOVE 0 TO LSMontoTotal
             MOVE LSFecha TO FechaHoyDesc
             ACCEPT  CurrentTime FROM TIME
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE embargo "New"
                     RETURNING obj-embargo
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE auditoria "New"
                     RETURNING obj-auditoria
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             OPEN OUTPUT TrasladoIcetex
             MOVE LSFecha TO LEFecha
             WRITE traslado-icetex-linea FROM LineaEncabezado
             END-WRITE

             MOVE "S" TO TrasladoPend
             MOVE "S" TO HayMas
             OPEN INPUT AbnAccounts
             PERFORM RevisarCuentaSiguiente UNTIL NoHayMas
             CLOSE AbnAccounts

             MOVE TotalTrasladadas TO LTCuentas
             MOVE LSMontoTotal     TO LTValor
             WRITE traslado-icetex-linea FROM LineaControl
             END-WRITE
             CLOSE TrasladoIcetex

             MOVE LSMontoTotal TO MontoControl
             INVOKE obj-reporte "CerrarReporte" using MontoControl
             MOVE "N" TO TrasladoPend.

       RevisarCuentaSiguiente.
             IF TrasladoPend = "S" THEN
                READ AbnAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF ABNEstadoCuenta = 2
                       AND ABNTipodeCueta NOT = 2
                       AND ABNMontodisponible > 0
                       AND (ABNMonedaCuenta = SPACES
                            OR ABNMonedaCuenta = "COP") THEN
                       PERFORM EvaluarAbandono
                    END-IF
                END-READ
             END-IF.

       EvaluarAbandono.
             IF TrasladoPend = "S" THEN
                INVOKE obj-transacition "FechaUltimoMovimiento"
                                         using ABNNumaccounts
                                   returning FechaUltima
                IF FechaUltima NOT = SPACES THEN
                   MOVE FechaUltima TO FechaUltDesc
                   COMPUTE MesesSinMov =
                           ((FHAnio - FUAnio) * 12)
                         + (FHMes - FUMes)
                   IF MesesSinMov NOT < LSMesesAbandono THEN
                      INVOKE obj-embargo "TotalEmbargosActivos"
                                          using ABNNumaccounts
                                      returning MontoEmbargado
                      IF MontoEmbargado > 0 THEN
                         DISPLAY "EMBARGADA cuenta " ABNNumaccounts
                                 " no se traslada"
                      ELSE
                         PERFORM TrasladarCuenta
                      END-IF
                   END-IF
                END-IF
             END-IF.

       TrasladarCuenta.
             IF TrasladoPend = "S" THEN
                MOVE ABNMontodisponible TO MontoTraslado
                INVOKE obj-accounts "SetMonto" using SaldoCero
                                                     ABNNumaccounts
      *TIPO 1 = RETIRO (TRASLADO AL FONDO)
                INVOKE obj-transacition "CrearTransancionConcepto"
                                         using LSFecha CurrentTime
                                               1
                                               ABNNumaccounts
                                               MontoTraslado
                                               ConceptoTraslado
                                     returning TransaccionOk
                MOVE ABNNumaccounts TO ReferenciaAsiento
                MOVE MontoTraslado  TO MontoAsiento
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            ABNSucursalCuenta
                                            CuentaDebe
                                            CuentaHaber
                                            MontoAsiento
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk

                OPEN I-O SaldosAbandonados
                MOVE ABNNumaccounts    TO SabCuenta
                MOVE LSFecha           TO SabFecha
                MOVE ABNIdCustomer     TO SabIdCustomer
                MOVE ABNSucursalCuenta TO SabSucursal
                MOVE FechaUltima       TO SabFechaUltMov
                MOVE MontoTraslado     TO SabMonto
                MOVE "T"               TO SabEstado
                MOVE SPACES            TO SabFechaSolicitud
                MOVE SPACES            TO SabFechaReintegro
                WRITE saldos-abandonados-file
                END-WRITE
                CLOSE SaldosAbandonados

                MOVE ABNNumaccounts    TO LCCuenta
                MOVE ABNIdCustomer     TO LCCliente
                MOVE ABNSucursalCuenta TO LCSucursal
                MOVE FechaUltima       TO LCFechaUlt
                MOVE MontoTraslado     TO LCMonto
                WRITE traslado-icetex-linea FROM LineaCuenta
                END-WRITE

                MOVE ABNNumaccounts    TO LRCuenta
                MOVE ABNIdCustomer     TO LRCliente
                MOVE ABNSucursalCuenta TO LRSucursal
                MOVE FechaUltima       TO LRFechaUlt
                MOVE MontoTraslado     TO LRMonto
                INVOKE obj-reporte "EscribirLinea" using LineaReporte

                MOVE ABNNumaccounts TO ReferenciaNotif
                INVOKE obj-notificacion "RegistrarNotificacion"
                                      using ABNIdCustomer
                                            ReferenciaNotif
                                            "ICT"
                                            LSFecha
                INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorLote
                                         "TRASLADO SALDO ICETEX"
                DISPLAY "TRASLADADA cuenta " ABNNumaccounts
                        " saldo " MontoTraslado
                ADD MontoTraslado TO LSMontoTotal
                ADD 1 TO TotalTrasladadas
             END-IF.

       End Method TrasladarSaldos.
      *>----------------------------------------------

       Method-ID. ListarTraslados.
      *>----------------------------------------------
      *TRASLADOS AL FONDO DE UNA CUENTA CON SU ESTADO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  EstadoTexto   PIC X(11).

        Linkage Section.
           77  LSCuenta      PIC X(9).
           77  TotalTraslados PIC 9(4).

       Procedure Division using  LSCuenta
                                 returning TotalTraslados.

             MOVE 0   TO TotalTraslados
             MOVE "S" TO HayMas
             OPEN INPUT SaldosAbandonados
             MOVE LSCuenta TO SabCuenta
             MOVE SPACES   TO SabFecha
             START SaldosAbandonados KEY IS NOT < SabLlave
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM ListarTrasladoSiguiente UNTIL NoHayMas
             CLOSE SaldosAbandonados.

       ListarTrasladoSiguiente.
             READ SaldosAbandonados NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF SabCuenta NOT = LSCuenta THEN
                    MOVE "N" TO HayMas
                 ELSE
                    EVALUATE TRUE
                      WHEN SaldoTrasladado
                        MOVE "TRASLADADO"  TO EstadoTexto
                      WHEN SaldoSolicitado
                        MOVE "SOLICITADO"  TO EstadoTexto
                      WHEN OTHER
                        MOVE "REINTEGRADO" TO EstadoTexto
                    END-EVALUATE
                    DISPLAY SabCuenta " trasladado el " SabFecha
                            " saldo " SabMonto
                            " " EstadoTexto
                    ADD 1 TO TotalTraslados
                 END-IF
             END-READ.

       End Method ListarTraslados.
      *>----------------------------------------------

       Method-ID. SolicitarReintegro.
      *>----------------------------------------------
      *EL CLIENTE RECLAMA EL SALDO TRASLADADO: QUEDA LA SOLICITUD
      *PARA PEDIRLE AL FONDO LA DEVOLUCION
       Data Division.
        Linkage Section.
           77  LSCuenta      PIC X(9).
           77  LSFechaTraslado PIC X(8).
           77  LSFecha       PIC X(8).
           77  SolicitudOk   PIC 9.

       Procedure Division using  LSCuenta
                                 LSFechaTraslado
                                 LSFecha
                                 returning SolicitudOk.

          MOVE 0 TO SolicitudOk
          OPEN I-O SaldosAbandonados
            MOVE LSCuenta        TO SabCuenta
            MOVE LSFechaTraslado TO SabFecha
            READ SaldosAbandonados
              KEY IS SabLlave
              INVALID KEY
                DISPLAY "No hay traslado de la cuenta en esa fecha"
              NOT INVALID KEY
                IF NOT SaldoTrasladado THEN
                   DISPLAY "El saldo ya fue solicitado o reintegrado"
                ELSE
                   MOVE "S"     TO SabEstado
                   MOVE LSFecha TO SabFechaSolicitud
                   REWRITE saldos-abandonados-file
                   END-REWRITE
                   MOVE 1 TO SolicitudOk
                   DISPLAY "Solicitud de reintegro por " SabMonto
                END-IF
            END-READ
          CLOSE SaldosAbandonados.

       End Method SolicitarReintegro.
      *>----------------------------------------------

       Method-ID. AplicarReintegro.
      *>----------------------------------------------
      *EL FONDO DEVUELVE EL SALDO SOLICITADO: SE ABONA A LA CUENTA
      *CON UN DEPOSITO (TIPO 2), SE CANCELA LA CUENTA POR PAGAR AL
      *FONDO Y EL TRASLADO QUEDA REINTEGRADO. LA CUENTA NO CAMBIA
      *DE ESTADO: SI SIGUE INACTIVA, EL CLIENTE LA REACTIVA POR LA
      *VIA NORMAL. A UNA CUENTA CERRADA NO SE LE ABONA
      *CUENTAS CONTABLES:
      *  24050101 SALDOS ABANDONADOS POR PAGAR AL FONDO
      *  11010101 CAJA (EL DEPOSITO TIPO 2 ENTRA POR CAJA EN LA
      *           CONTABILIDAD DIARIA; ESTE ASIENTO LO RECLASIFICA)
       Data Division.
        Local-Storage Section.
           77  CuentaValida  PIC 9.
           77  SaldoNuevo    PIC S9(10)V99.
           77  MontoReintegro PIC 9(10)V99.
           77  TransaccionOk PIC 9.
           77  ConceptoReintegro PIC X(20) VALUE "REINTEGRO ICETEX".
           77  ReferenciaNotif PIC X(15).
           77  MontoAsiento  PIC 9(12)V99.
           77  CuentaDebe    PIC X(8) VALUE "24050101".
           77  CuentaHaber   PIC X(8) VALUE "11010101".
           77  OrigenAsiento PIC X(12) VALUE "ICETEX".
           77  ReferenciaAsiento PIC X(20).
           77  AsientoOk     PIC 9.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-contabilidad object reference.
           01  obj-notificacion object reference.

        Linkage Section.
           77  LSCuenta      PIC X(9).
           77  LSFechaTraslado PIC X(8).
           77  LSFecha       PIC X(8).
           77  ReintegroOk   PIC 9.

       Procedure Division using  LSCuenta
                                 LSFechaTraslado
                                 LSFecha
                                 returning ReintegroOk.

          MOVE 0 TO ReintegroOk
          MOVE 0 TO CuentaValida
          OPEN INPUT AbnAccounts
            MOVE LSCuenta TO ABNNumaccounts
            READ AbnAccounts
              KEY IS ABNNumaccounts
              INVALID KEY
                DISPLAY "La cuenta no existe"
              NOT INVALID KEY
                IF ABNEstadoCuenta = 3 THEN
                   DISPLAY "La cuenta esta cerrada: el reintegro"
                   DISPLAY "debe pagarse por otro medio"
                ELSE
                   MOVE 1 TO CuentaValida
                END-IF
            END-READ
          CLOSE AbnAccounts

          IF CuentaValida = 1 THEN
             OPEN I-O SaldosAbandonados
               MOVE LSCuenta        TO SabCuenta
               MOVE LSFechaTraslado TO SabFecha
               READ SaldosAbandonados
                 KEY IS SabLlave
                 INVALID KEY
                   DISPLAY "No hay traslado de la cuenta en esa fecha"
                 NOT INVALID KEY
                   IF NOT SaldoSolicitado THEN
                      DISPLAY "El saldo no tiene reintegro solicitado"
                   ELSE
                      MOVE SabMonto TO MontoReintegro
                      MOVE "R"      TO SabEstado
                      MOVE LSFecha  TO SabFechaReintegro
                      REWRITE saldos-abandonados-file
                      END-REWRITE
                      MOVE 1 TO ReintegroOk
                   END-IF
               END-READ
             CLOSE SaldosAbandonados
          END-IF

          IF ReintegroOk = 1 THEN
             ACCEPT  CurrentTime FROM TIME
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad
             INVOKE notificacion "New"
                     RETURNING obj-notificacion

             COMPUTE SaldoNuevo = ABNMontodisponible + MontoReintegro
             INVOKE obj-accounts "SetMonto" using SaldoNuevo
                                                  LSCuenta
      *TIPO 2 = DEPOSITO (REINTEGRO DEL FONDO)
             INVOKE obj-transacition "CrearTransancionConcepto"
                                      using LSFecha CurrentTime
                                            2
                                            LSCuenta
                                            MontoReintegro
                                            ConceptoReintegro
                                  returning TransaccionOk
             MOVE LSCuenta       TO ReferenciaAsiento
             MOVE MontoReintegro TO MontoAsiento
             INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                   using LSFecha
                                         ABNSucursalCuenta
                                         CuentaDebe
                                         CuentaHaber
                                         MontoAsiento
                                         OrigenAsiento
                                         ReferenciaAsiento
                                   returning AsientoOk
             MOVE LSCuenta TO ReferenciaNotif
             INVOKE obj-notificacion "RegistrarNotificacion"
                                   using ABNIdCustomer
                                         ReferenciaNotif
                                         "ICR"
                                         LSFecha
             DISPLAY "Reintegro abonado a la cuenta por "
                     MontoReintegro
          END-IF.

       End Method AplicarReintegro.
      *>----------------------------------------------

       end object.
       end class SaldoAbandonado.
