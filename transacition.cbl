       class-control.
           transacition is class "transacition"
           accounts     is class "accounts"
           customer     is class "customer"
           registrocambios is class "registrocambios"
           incidente    is class "incidente"
           reporte      is class "reporte"
           debitcard    is class "debitcard".

       working-storage section.
                  "retenciones_remision.txt"
           organization is line sequential.

      *LOS ASIENTOS ESPECIALES LOS GRABA contabilidad; AQUI SOLO SE
      *LEEN PARA LA CONTABILIDAD DIARIA, CON EL MISMO TRAZADO
           SELECT AsientosEspeciales ASSIGN TO
                  "asientos_especiales.dat"
           organization is indexed
           access is dynamic
           record key is AEId
           alternate record key is AEFecha with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD transacition.
       01 transacition-file.
           05  IDT           PIC 9(9).
           05  fecha         PIC X(8).
           05  hora          PIC X(4).
           05  tipo          PIC 9.
               88  TipoInteres         VALUE 4.
               88  TipoCheque          VALUE 5.
               88  TipoRetencion       VALUE 6.
               88  TipoGMF             VALUE 7.
               88  TipoRecuperacion    VALUE 8.
           05  Numaccounts   PIC X(9).
           05  ValorTransac  PIC 9(10)V99.
           05  Anulada       PIC X.

       FD ArchivoTransacciones.
       01 archivo-file.
           05  ArcSeq          PIC 9(9).
           05  ArcIDT          PIC 9(9).
           05  ArcFecha        PIC X(8).
           05  ArcHora         PIC X(4).
           05  ArcTipo         PIC 9.
       FD RemisionRetenciones.
       01 remision-retenciones-linea PIC X(80).

       FD AsientosEspeciales.
       01 asientos-especiales-file.
           05  AEId            PIC 9(9).
           05  AEFecha         PIC X(8).
           05  AESucursal      PIC 9(2).
           05  AECuentaDebe    PIC X(8).
           05  AECuentaHaber   PIC X(8).
           05  AEMonto         PIC 9(12)V99.
           05  AEOrigen        PIC X(12).
           05  AEReferencia    PIC X(20).


       Method-ID. CrearTransancion.
      *>----------------------------------------------
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxIDT        PIC 9(9) VALUE 0.
      *IMAGEN POSTERIOR DEL REGISTRO PARA EL JOURNAL DE CAMBIOS
           77  ImagenCambio  PIC X(120) VALUE SPACES.
           77  ProgramaInc   PIC X(12) VALUE "transacition".
                                 returning TransaccionOk.

          MOVE 0 TO TransaccionOk
          IF LSType < 1 OR LSType > 8 THEN
             DISPLAY "Tipo de transaccion invalido"
      *EL RECHAZO QUEDA EN LA BITACORA CENTRAL DE INCIDENTES PARA
      *EL REPORTE DIARIO DE SOPORTE
                        MOVE "Cheque"        TO TipoTexto
                      WHEN TipoRetencion
                        MOVE "Retencion"     TO TipoTexto
                      WHEN TipoGMF
                        MOVE "GMF 4x1000"    TO TipoTexto
                      WHEN TipoRecuperacion
                        MOVE "Recuperacion"  TO TipoTexto
                      WHEN OTHER
                        MOVE "Desconocido"   TO TipoTexto
                    END-EVALUATE
           77  EstadoTexto     PIC X(9).
           77  CuentaImpresa   PIC X(9).
           77  CuentaSiguiente PIC X(9).
           77  SucCuenta       PIC 9(2).
           77  CuentaClara     PIC X(20).
           77  CuentaMascara   PIC X(20).
           01  obj-accounts    object reference.
           01  LineaImpresion.
               02  LIIdt       PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LIHora      PIC X(4).
               02  FILLER      PIC X VALUE SPACE.
               02  LICuenta    PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LITipo      PIC X(13).
               02  FILLER      PIC X VALUE SPACE.
               02  LIValor     PIC 9(10)V99.
               02  FILLER      PIC X VALUE SPACE.
               02  LIEstado    PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LIConcepto  PIC X(20).

        Linkage Section.
           77  LSFecha             PIC X(8).
      *LSFILTROSUCURSAL: SOLO LAS CUENTAS DE ESA SUCURSAL; 999 ES
      *TODO EL BANCO
           77  LSFiltroSucursal    PIC 9(3).
           77  TotalMovs           PIC 9(4).
           77  LSTotalRetiros      PIC 9(10)V99.
           77  LSTotalDepositos    PIC 9(10)V99.
           77  LSTotalIntereses    PIC 9(10)V99.
           77  LSTotalCheques      PIC 9(10)V99.
           77  LSTotalRetenciones  PIC 9(10)V99.
           77  LSTotalGMF          PIC 9(10)V99.
           77  LSTotalRecuperaciones PIC 9(10)V99.
           01  LSReporte           usage object reference.

       Procedure Division using  LSFecha
                                 LSFiltroSucursal
                                 LSTotalRetiros
                                 LSTotalDepositos
                                 LSTotalTransfer
                                 LSTotalIntereses
                                 LSTotalCheques
                                 LSTotalRetenciones
                                 LSTotalGMF
                                 LSTotalRecuperaciones
                                 LSReporte
                                 returning TotalMovs.

             MOVE 0          TO LSTotalIntereses
             MOVE 0          TO LSTotalCheques
             MOVE 0          TO LSTotalRetenciones
             MOVE 0          TO LSTotalGMF
             MOVE 0          TO LSTotalRecuperaciones
             INVOKE accounts "New"
                     RETURNING obj-accounts
             MOVE LOW-VALUES TO CuentaImpresa
             MOVE "S"        TO HayCuenta
             PERFORM ImprimirSiguienteCuenta UNTIL NoHayCuenta.
             ELSE
                MOVE CuentaSiguiente TO CuentaImpresa
                MOVE "S" TO HayMas
      *CON FILTRO, LA CUENTA DE OTRA SUCURSAL SE SALTA COMPLETA
                IF LSFiltroSucursal NOT = 999 THEN
                   INVOKE obj-accounts "GetSucursal" using
                                                 CuentaImpresa
                                       returning SucCuenta
                   IF SucCuenta NOT = LSFiltroSucursal THEN
                      MOVE "N" TO HayMas
                   END-IF
                END-IF
                OPEN INPUT Transacition
      *SOLO LOS REGISTROS DE LA CUENTA, POR LA LLAVE ALTERNA
                MOVE CuentaImpresa TO Numaccounts
                      WHEN TipoRetencion
                        MOVE "Retencion"     TO TipoTexto
                        ADD ValorTransac TO LSTotalRetenciones
                      WHEN TipoGMF
                        MOVE "GMF 4x1000"    TO TipoTexto
                        ADD ValorTransac TO LSTotalGMF
                      WHEN TipoRecuperacion
                        MOVE "Recuperacion"  TO TipoTexto
                        ADD ValorTransac TO LSTotalRecuperaciones
                      WHEN OTHER
                        MOVE "Desconocido"   TO TipoTexto
                    END-EVALUATE
                    ELSE
                       MOVE SPACES     TO EstadoTexto
                    END-IF
      *LA CUENTA SALE CON LA REGLA DE ENMASCARADO DEL REPORTE
                    MOVE Numaccounts TO CuentaClara
                    MOVE CuentaClara TO CuentaMascara
                    IF LSReporte NOT = NULL THEN
                       INVOKE LSReporte "EnmascararDato"
                                        using CuentaClara
                                    returning CuentaMascara
                    END-IF
                    IF LSFiltroSucursal = 999 THEN
                       DISPLAY IDT " " hora " " CuentaMascara(1:9) " "
                               TipoTexto " " ValorTransac " "
                               EstadoTexto " " Concepto
                    END-IF
      *COPIA AL ARCHIVO DE IMPRESION, CUANDO EL QUE LLAMA LO PIDE
                    IF LSReporte NOT = NULL THEN
                       MOVE IDT          TO LIIdt
                       MOVE hora         TO LIHora
                       MOVE CuentaMascara TO LICuenta
                       MOVE TipoTexto    TO LITipo
                       MOVE ValorTransac TO LIValor
                       MOVE EstadoTexto  TO LIEstado
               88  NoHayMas      VALUE "N".
           77  HayReciente       PIC X VALUE "S".
               88  NoHayReciente VALUE "N".
           77  IdtImpreso        PIC 9(10).
           77  IdtCandidato      PIC 9(10).
           77  CandFecha         PIC X(8).
           77  CandHora          PIC X(4).
           77  CandTipo          PIC 9.
                                 returning TotalMovs.

             MOVE 0      TO TotalMovs
             MOVE 1000000000 TO IdtImpreso
             MOVE "S"    TO HayReciente
             PERFORM MostrarSiguienteDescendente UNTIL
                                                  NoHayReciente.
                    MOVE "Cheque"        TO TipoTexto
                  WHEN 6
                    MOVE "Retencion"     TO TipoTexto
                  WHEN 7
                    MOVE "GMF 4x1000"    TO TipoTexto
                  WHEN 8
                    MOVE "Recuperacion"  TO TipoTexto
                  WHEN OTHER
                    MOVE "Desconocido"   TO TipoTexto
                END-EVALUATE
      *ANULA UNA TRANSACCION YA REGISTRADA Y DEVUELVE LOS DATOS
      *NECESARIOS PARA REVERTIR SU EFECTO SOBRE EL SALDO DE LA CUENTA
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.

        Linkage Section.
           77  LSIDT         PIC 9(9).
           77  LSNumaccounts PIC X(9).
           77  LSTipo        PIC 9.
           77  LSValorTransac PIC 9(10)V99.
                   MOVE "S"          TO Anulada
                   REWRITE transacition-file
                   END-REWRITE
                   MOVE transacition-file TO ImagenCambio
                   INVOKE registrocambios "New"
                           RETURNING obj-registrocambios
                   INVOKE obj-registrocambios "RegistrarImagen"
                                        using "T" ImagenCambio
                   MOVE 1 TO AnularOk
                END-IF
            END-READ
           77  BancoMostrar    PIC 9.
           77  NumeroTarjetaCuenta  PIC X(15).
           77  NumeroTarjetaBuscar  PIC X(10).
           77  IDCTarjeta      PIC X(10).
           77  existeTarjeta   PIC 9.
           77  TipoTexto       PIC X(15).
           01  AcumPorTipoMes.
               02  TipoMes OCCURS 8.
                   03  TMCantidad PIC 9(6).
                   03  TMMonto    PIC 9(12)V99.
           01  AcumPorBancoMes.
             CLOSE ArchivoTransacciones

             MOVE 1 TO IndTipo
             PERFORM MostrarTipoMes UNTIL IndTipo > 8
             MOVE 1 TO IndBanco
             PERFORM MostrarBancoMes UNTIL IndBanco > 10.

               NOT AT END
                 IF ArcFecha(1:6) = LSMes
                    AND ArcAnulada NOT = "S"
                    AND ArcTipo >= 1 AND ArcTipo <= 8 THEN
                    ADD 1 TO TMCantidad(ArcTipo)
                    ADD ArcValorTransac TO TMMonto(ArcTipo)

                    MOVE "Cheque"        TO TipoTexto
                  WHEN 6
                    MOVE "Retencion"     TO TipoTexto
                  WHEN 7
                    MOVE "GMF 4x1000"    TO TipoTexto
                  WHEN 8
                    MOVE "Recuperacion"  TO TipoTexto
                END-EVALUATE
                DISPLAY "  " TipoTexto " operaciones "
                        TMCantidad(IndTipo) " monto "
      *RESUELVE POR LA TARJETA DE LA CUENTA) Y POR TIPO, Y ESCRIBE
      *POR CADA ACUMULADO UN ASIENTO BALANCEADO (LINEA DEBE Y LINEA
      *HABER POR EL MISMO MONTO) MAS UNA LINEA DE CONTROL CON LA
      *CANTIDAD DE LINEAS Y LA SUMA DE MONTOS. LOS ASIENTOS
      *ESPECIALES DE LA FECHA (CASTIGOS DE CARTERA Y SIMILARES) SE
      *AGREGAN TAL COMO SE REGISTRARON, EN EL BANCO 0
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
           77  BancoMov        PIC 9.
           77  NumeroTarjetaCuenta  PIC X(15).
           77  NumeroTarjetaBuscar  PIC X(10).
           77  IDCTarjeta      PIC X(10).
           77  existeTarjeta   PIC 9.
           01  AcumPorBanco.
               02  AcumSuc OCCURS 100.
                   03  AcumBanco OCCURS 10.
                       04  AcumTipo OCCURS 8.
                           05  AcumMonto PIC 9(12)V99.
           01  CttLineaAsiento.
               02  CAFecha     PIC X(8).
             OPEN OUTPUT Contabilidad
             MOVE 1 TO IndSuc
             PERFORM EscribirAsientosDeSucursal UNTIL IndSuc > 100

             OPEN INPUT AsientosEspeciales
             MOVE LSFecha TO AEFecha
             START AsientosEspeciales KEY IS = AEFecha
               INVALID KEY
                 MOVE "N" TO HayMas
               NOT INVALID KEY
                 MOVE "S" TO HayMas
             END-START
             PERFORM EscribirAsientoEspecial UNTIL NoHayMas
             CLOSE AsientosEspeciales

             MOVE CttLineaControl TO contabilidad-linea
             WRITE contabilidad-linea
             END-WRITE
               NOT AT END
                 IF fecha = LSFecha
                    AND TransaccionVigente
                    AND tipo >= 1 AND tipo <= 8 THEN
                    PERFORM ResolverBancoDeCuenta
                    ADD ValorTransac
                        TO AcumMonto(SucMov + 1, BancoMov + 1, tipo)

       EscribirAsientosDeBanco.
             MOVE 1 TO IndTipo
             PERFORM EscribirAsientoDeTipo UNTIL IndTipo > 8
             ADD 1 TO IndBanco.

      *CUENTAS CONTABLES DEL PLAN:
      *  11010101 CAJA               21010101 DEPOSITOS CLIENTES
      *  24010101 TRANSF POR PAGAR   51010101 GASTO INTERESES
      *  11010102 CANJE DE CHEQUES   24020101 RETENCIONES POR PAGAR
      *  24030101 GMF POR PAGAR      42250101 RECUPERACIONES
       EscribirAsientoDeTipo.
             IF AcumMonto(IndSuc, IndBanco, IndTipo) > 0 THEN
                MOVE LSFecha TO CAFecha
                    MOVE "21010101" TO CACuenta
                  WHEN 6
                    MOVE "21010101" TO CACuenta
                  WHEN 7
                    MOVE "21010101" TO CACuenta
                  WHEN 8
                    MOVE "21010101" TO CACuenta
                END-EVALUATE
                MOVE "D" TO CADebeHaber
                PERFORM EscribirLineaAsiento
                    MOVE "11010102" TO CACuenta
                  WHEN 6
                    MOVE "24020101" TO CACuenta
                  WHEN 7
                    MOVE "24030101" TO CACuenta
                  WHEN 8
                    MOVE "42250101" TO CACuenta
                END-EVALUATE
                MOVE "H" TO CADebeHaber
                PERFORM EscribirLineaAsiento
             END-IF
             ADD 1 TO IndTipo.

       EscribirAsientoEspecial.
             READ AsientosEspeciales NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF AEFecha NOT = LSFecha THEN
                    MOVE "N" TO HayMas
                 ELSE
                    MOVE AEFecha       TO CAFecha
                    MOVE AESucursal    TO CASucursal
                    MOVE 0             TO CABanco
                    MOVE AEMonto       TO CAMonto
                    MOVE AECuentaDebe  TO CACuenta
                    MOVE "D"           TO CADebeHaber
                    PERFORM EscribirLineaAsiento
                    MOVE AECuentaHaber TO CACuenta
                    MOVE "H"           TO CADebeHaber
                    PERFORM EscribirLineaAsiento
                    ADD 1 TO TotalAsientos
                 END-IF
             END-READ.

       EscribirLineaAsiento.
             MOVE CttLineaAsiento TO contabilidad-linea
             WRITE contabilidad-linea
                        MOVE "Cheque"        TO TipoTexto
                      WHEN 6
                        MOVE "Retencion"     TO TipoTexto
                      WHEN 7
                        MOVE "GMF 4x1000"    TO TipoTexto
                      WHEN 8
                        MOVE "Recuperacion"  TO TipoTexto
                      WHEN OTHER
                        MOVE "Desconocido"   TO TipoTexto
                    END-EVALUATE
                        MOVE "Cheque"        TO TipoTexto
                      WHEN TipoRetencion
                        MOVE "Retencion"     TO TipoTexto
                      WHEN TipoGMF
                        MOVE "GMF 4x1000"    TO TipoTexto
                      WHEN TipoRecuperacion
                        MOVE "Recuperacion"  TO TipoTexto
                      WHEN OTHER
                        MOVE "Desconocido"   TO TipoTexto
                    END-EVALUATE
       End Method ListarMovimientosHistoricos.
      *>----------------------------------------------

       Method-ID. TotalesTributariosCuenta.
      *>----------------------------------------------
      *TOTALES DE UNA CUENTA PARA EL CERTIFICADO TRIBUTARIO: SUMA
      *LOS INTERESES (TIPO 4), LAS RETENCIONES EN LA FUENTE (TIPO 6)
      *Y EL GMF (TIPO 7) NO ANULADOS DEL PERIODO, TANTO ARCHIVADOS
      *COMO DEL ARCHIVO DE TRABAJO. DEVUELVE CUANTOS MOVIMIENTOS
      *ENTRARON EN LAS SUMAS
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSAccounts    PIC X(9).
           77  LSFechaDesde  PIC X(8).
           77  LSFechaHasta  PIC X(8).
           77  LSInteres     PIC 9(12)V99.
           77  LSRetencion   PIC 9(12)V99.
           77  LSGMF         PIC 9(12)V99.
           77  TotalMovs     PIC 9(5).

       Procedure Division using  LSAccounts
                                 LSFechaDesde
                                 LSFechaHasta
                                 LSInteres
                                 LSRetencion
                                 LSGMF
                                 returning TotalMovs.

             MOVE 0   TO TotalMovs
             MOVE 0   TO LSInteres
             MOVE 0   TO LSRetencion
             MOVE 0   TO LSGMF
             MOVE "S" TO HayMas
             OPEN INPUT ArchivoTransacciones
             MOVE LSAccounts TO ArcNumaccounts
             START ArchivoTransacciones KEY IS = ArcNumaccounts
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM SumarTributarioArchivado UNTIL NoHayMas
             CLOSE ArchivoTransacciones

             MOVE "S" TO HayMas
             OPEN INPUT Transacition
             MOVE LSAccounts TO Numaccounts
             START Transacition KEY IS = Numaccounts
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM SumarTributarioVivo UNTIL NoHayMas
             CLOSE Transacition.

       SumarTributarioArchivado.
             READ ArchivoTransacciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF ArcNumaccounts NOT = LSAccounts THEN
                    MOVE "N" TO HayMas
                 ELSE
                 IF ArcAnulada NOT = "S"
                    AND ArcFecha NOT < LSFechaDesde
                    AND ArcFecha NOT > LSFechaHasta THEN
                    EVALUATE ArcTipo
                      WHEN 4
                        ADD ArcValorTransac TO LSInteres
                        ADD 1 TO TotalMovs
                      WHEN 6
                        ADD ArcValorTransac TO LSRetencion
                        ADD 1 TO TotalMovs
                      WHEN 7
                        ADD ArcValorTransac TO LSGMF
                        ADD 1 TO TotalMovs
                      WHEN OTHER
                        CONTINUE
                    END-EVALUATE
                 END-IF
                 END-IF
             END-READ.

       SumarTributarioVivo.
             READ Transacition NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF Numaccounts NOT = LSAccounts THEN
                    MOVE "N" TO HayMas
                 ELSE
                 IF TransaccionVigente
                    AND fecha NOT < LSFechaDesde
                    AND fecha NOT > LSFechaHasta THEN
                    EVALUATE TRUE
                      WHEN TipoInteres
                        ADD ValorTransac TO LSInteres
                        ADD 1 TO TotalMovs
                      WHEN TipoRetencion
                        ADD ValorTransac TO LSRetencion
                        ADD 1 TO TotalMovs
                      WHEN TipoGMF
                        ADD ValorTransac TO LSGMF
                        ADD 1 TO TotalMovs
                      WHEN OTHER
                        CONTINUE
                    END-EVALUATE
                 END-IF
                 END-IF
             END-READ.

       End Method TotalesTributariosCuenta.
      *>----------------------------------------------

       Method-ID. GenerarExtractosPeriodo.
      *>----------------------------------------------
      *CORRIDA MENSUAL DE EXTRACTOS: RECORRE EL ARCHIVO HISTORICO Y
      *APERTURA SEGUN LOS MOVIMIENTOS ANTERIORES AL PERIODO, CADA
      *MOVIMIENTO DEL PERIODO Y SALDO DE CIERRE. LAS CUENTAS SE
      *RECORREN EN ORDEN USANDO EL MISMO ESQUEMA DE PASADAS
      *REPETIDAS DE ListarMovimientosPorFecha. EL EXTRACTO DE UN
      *TITULAR CUYA CORRESPONDENCIA FUE DEVUELTA LLEVA LA MARCA DE
      *RETENER: LA CASA DE CORREO NO LO DESPACHA Y LO ENVIA A LA
      *SUCURSAL DE LA CUENTA PARA QUE EL CLIENTE LO RECOJA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
           77  CuentaSiguiente PIC X(9).
           77  SaldoApertura   PIC S9(10)V99.
           77  SaldoCierre     PIC S9(10)V99.
           77  SalidaExtractos PIC X(30)
                               VALUE "extractos_periodo.txt".
           77  CuentaClara     PIC X(20).
           77  CuentaMascara   PIC X(20).
           77  TitularExtracto PIC 9(9).
           77  Titular2Extracto PIC 9(9).
           77  DirDevuelta     PIC X.
           77  TelDevuelto     PIC X.
           77  EmailDevuelto   PIC X.
           77  existeDevol     PIC 9.
           77  TotalRetenidos  PIC 9(4) VALUE 0.
           01  obj-reporte     object reference.
           01  obj-accounts    object reference.
           01  obj-customer    object reference.
           01  ExtLineaRetener.
               02  FILLER      PIC X(32)
                   VALUE "*** RETENER: ENTREGA EN SUCURSAL".
               02  ERSucursal  PIC 9(2).
               02  FILLER      PIC X(29)
                   VALUE " - CORRESPONDENCIA DEVUELTA".
           01  ExtLineaTitulo.
               02  FILLER      PIC X(16) VALUE "Extracto cuenta ".
               02  ETCuenta    PIC X(9).
             MOVE 0          TO TotalExtractos
             MOVE LOW-VALUES TO CuentaImpresa
             MOVE "S"        TO HayCuenta
      *EL NUMERO DE CUENTA DEL EXTRACTO SALE CON LA REGLA DE
      *ENMASCARADO DEL ARCHIVO DE EXTRACTOS
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "CargarMascara" using SalidaExtractos
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE customer "New"
                     RETURNING obj-customer
             OPEN OUTPUT ExtractosPrint
             PERFORM GenerarExtractoSiguienteCuenta UNTIL NoHayCuenta
             CLOSE ExtractosPrint
             IF TotalRetenidos > 0 THEN
                DISPLAY "Extractos retenidos para la sucursal: "
                        TotalRetenidos
             END-IF.

       GenerarExtractoSiguienteCuenta.
             MOVE HIGH-VALUES TO CuentaSiguiente
             END-READ.

       ImprimirExtractoDeCuenta.
             MOVE CuentaImpresa TO CuentaClara
             INVOKE obj-reporte "EnmascararDato" using CuentaClara
                                             returning CuentaMascara
             MOVE CuentaMascara TO ETCuenta
             MOVE LSFechaDesde  TO ETDesde
             MOVE LSFechaHasta  TO ETHasta
             WRITE extractos-print-linea FROM ExtLineaTitulo
             END-WRITE
             INVOKE obj-accounts "GetTitulares" using CuentaImpresa
                                                      TitularExtracto
                                                      Titular2Extracto
             INVOKE obj-customer "GetContactoDevuelto" using
                                             TitularExtracto
                                             DirDevuelta
                                             TelDevuelto
                                             EmailDevuelto
                                   returning existeDevol
             IF DirDevuelta = "S" THEN
                INVOKE obj-accounts "GetSucursal" using CuentaImpresa
                                              returning ERSucursal
                WRITE extractos-print-linea FROM ExtLineaRetener
                END-WRITE
                ADD 1 TO TotalRetenidos
             END-IF

      *SALDO DE APERTURA: MOVIMIENTOS ANTERIORES AL PERIODO,
      *LEIDOS POR LA LLAVE ALTERNA DE CUENTA
                        MOVE "Cheque"        TO EMTipo
                      WHEN 6
                        MOVE "Retencion"     TO EMTipo
                      WHEN 7
                        MOVE "GMF 4x1000"    TO EMTipo
                      WHEN 8
                        MOVE "Recuperacion"  TO EMTipo
                      WHEN OTHER
                        MOVE "Desconocido"   TO EMTipo
                    END-EVALUATE
      *AUTOMATICO DE RECLAMOS RESUELTOS A FAVOR
       Data Division.
        Linkage Section.
           77  LSArcSeq      PIC 9(9).
           77  LSNumaccounts PIC X(9).
           77  LSTipo        PIC 9.
           77  LSValor       PIC 9(10)V99.
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSUltimoIDT   PIC 9(9).

       Procedure Division returning LSUltimoIDT.


       Method-ID. ArchivarTransacciones.
      *>----------------------------------------------
      *TRABAJO DE FIN DE DIA: MUEVE LAS TRANSACCIONES VIGENTES
      *DE transacition.dat AL ARCHIVO HISTORICO Y LAS ELIMINA DEL
      *ARCHIVO DE TRABAJO, LIBERANDO LOS IDT PARA EL DIA SIGUIENTE.
      *LAS FECHADAS DESPUES DE LA FECHA QUE SE CIERRA (OPERACIONES
      *POSTERIORES A LA HORA DE CORTE) SE QUEDAN PARA SU PROPIO
      *CIERRE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MaxArcSeq       PIC 9(9) VALUE 0.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalArchivadas PIC 9(4).

       Procedure Division using  LSFecha
                                 returning TotalArchivadas.

             MOVE 0 TO TotalArchivadas

               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF fecha NOT > LSFecha THEN
                    COMPUTE MaxArcSeq     =  MaxArcSeq + 1
                    MOVE MaxArcSeq         TO  ArcSeq
                    MOVE IDT               TO  ArcIDT
                    MOVE fecha             TO  ArcFecha
                    MOVE hora              TO  ArcHora
                    MOVE tipo              TO  ArcTipo
                    MOVE Numaccounts       TO  ArcNumaccounts
                    MOVE ValorTransac      TO  ArcValorTransac
                    MOVE Anulada           TO  ArcAnulada
                    MOVE Concepto          TO  ArcConcepto
                    WRITE archivo-file
                    END-WRITE
                    DELETE Transacition RECORD
                    END-DELETE
                    ADD 1 TO TotalArchivadas
                 END-IF
             END-READ.

       End Method ArchivarTransacciones.
