      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Liquidez as "liquidez"
                 inherits from base.

       object section.
       class-control.
           parametro    is class "parametro"
           reporte      is class "reporte"
           liquidez     is class "liquidez".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LOS MAESTROS DE CUENTAS, PRESTAMOS, CUOTAS, CUPOS, ORDENES
      *PERMANENTES, TRANSFERENCIAS PROGRAMADAS Y LA NOMINA CARGADA
      *SE LEEN AQUI SOLO EN CONSULTA, CON LOS MISMOS TRAZADOS QUE
      *DEFINEN SUS CLASES DUENAS
           SELECT LiqAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is LQANumaccounts.

           SELECT LiqPrestamos ASSIGN TO "prestamos.dat"
           organization is indexed
           access is dynamic
           record key is LQPPreId.

           SELECT LiqAmortizacion ASSIGN TO "amortizacion.dat"
           organization is indexed
           access is dynamic
           record key is LQMSeq.

           SELECT LiqCupos ASSIGN TO "cupos.dat"
           organization is indexed
           access is dynamic
           record key is LQCId
           alternate record key is LQCCuenta with duplicates.

           SELECT LiqOrdenes ASSIGN TO
                  "ordenes_permanentes.dat"
           organization is indexed
           access is dynamic
           record key is LQOId.

           SELECT LiqProgramadas ASSIGN TO
                  "transferencias_programadas.dat"
           organization is indexed
           access is dynamic
           record key is LQGId.

           SELECT LiqNomina ASSIGN TO "nomina.dat"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD LiqAccounts.
       01 liq-accounts-file.
           05  LQANumaccounts     PIC X(9).
           05  LQAMontodisponible PIC S9(10)V99.
           05  LQAIdCustomer      PIC 9(9).
           05  LQAIdCustomer2     PIC 9(9).
           05  LQAIdDebitcard     PIC X(15).
           05  LQATipodeCueta     PIC 9.
           05  LQALimiteSobregiro PIC 9(10)V99.
           05  LQAMontoMinimo     PIC 9(10)V99.
           05  LQAFechaVencim     PIC X(8).
           05  LQAEstadoCuenta    PIC 9.
           05  LQAMonedaCuenta    PIC X(3).
           05  LQASucursalCuenta  PIC 9(2).
           05  LQAMancomunada     PIC X.
           05  LQAUmbralMancom    PIC 9(10)V99.
           05  LQAProducto        PIC X(4).

       FD LiqPrestamos.
       01 liq-prestamos-file.
           05  LQPPreId           PIC 9(5).
           05  LQPIdCustomer      PIC 9(9).
           05  LQPCuentaVinculada PIC X(9).
           05  LQPCapital         PIC 9(10)V99.
           05  LQPTasaMensual     PIC 9V9999.
           05  LQPPlazoMeses      PIC 9(3).
           05  LQPCuotaMensual    PIC 9(10)V99.
           05  LQPCuotasPagadas   PIC 9(3).
           05  LQPCuotasMora      PIC 9(3).
           05  LQPEstado          PIC 9.
           05  LQPReestructurado  PIC X.
           05  LQPFechaAprobacion PIC X(8).
           05  LQPIndice          PIC X(4).
           05  LQPSpread          PIC 9V9999.
           05  LQPPeriodoReajuste PIC 9(2).
           05  LQPFechaReajuste   PIC X(8).

       FD LiqAmortizacion.
       01 liq-amortizacion-file.
           05  LQMSeq             PIC 9(6).
           05  LQMPreId           PIC 9(5).
           05  LQMNumeroCuota     PIC 9(3).
           05  LQMCuota           PIC 9(10)V99.
           05  LQMInteres         PIC 9(10)V99.
           05  LQMCapital         PIC 9(10)V99.
           05  LQMSaldo           PIC 9(10)V99.
           05  LQMEstado          PIC 9.
           05  LQMSeguro          PIC 9(10)V99.
           05  LQMFechaPago       PIC X(8).
           05  LQMInteresPagado   PIC 9(10)V99.

       FD LiqCupos.
       01 liq-cupos-file.
           05  LQCId              PIC 9(5).
           05  LQCIdCustomer      PIC 9(9).
           05  LQCCuenta          PIC X(9).
           05  LQCLimite          PIC 9(10)V99.
           05  LQCUtilizado       PIC 9(10)V99.
           05  LQCTasaMensual     PIC 9V9999.
           05  LQCFechaAprobacion PIC X(8).
           05  LQCFechaVence      PIC X(8).
           05  LQCEstado          PIC X.
           05  LQCInteresPorFacturar PIC 9(10)V99.
           05  LQCInteresFacturado   PIC 9(10)V99.
           05  LQCCausadoAcum     PIC 9(10)V99.
           05  LQCCausacion       PIC X.
           05  LQCFechaUltCausa   PIC X(8).
           05  LQCFechaCorte      PIC X(8).
           05  LQCPagoMinimo      PIC 9(10)V99.
           05  LQCFechaLimitePago PIC X(8).
           05  LQCFechaImpago     PIC X(8).
           05  LQCCortesMora      PIC 9(3).

       FD LiqOrdenes.
       01 liq-ordenes-file.
           05  LQOId              PIC 9(4).
           05  LQOCuentaOrigen    PIC X(9).
           05  LQOCuentaDestino   PIC X(9).
           05  LQOMonto           PIC 9(10)V99.
           05  LQOFrecuencia      PIC 9.
           05  LQODia             PIC 99.
           05  LQOVigenciaDesde   PIC X(8).
           05  LQOVigenciaHasta   PIC X(8).
           05  LQOEstado          PIC 9.

       FD LiqProgramadas.
       01 liq-programadas-file.
           05  LQGId              PIC 9(4).
           05  LQGCuentaOrigen    PIC X(9).
           05  LQGCuentaDestino   PIC X(9).
           05  LQGMonto           PIC 9(10)V99.
           05  LQGConcepto        PIC X(20).
           05  LQGFechaEjecucion  PIC X(8).
           05  LQGFechaRegistro   PIC X(8).
           05  LQGEstado          PIC 9.

       FD LiqNomina.
       01 liq-nomina-file.
           05  LQNCuenta          PIC X(9).
           05  LQNMonto           PIC 9(10)V99.

       Method-ID. GenerarBrechaLiquidez.
      *>----------------------------------------------
      *BRECHA DE LIQUIDEZ POR BANDA DE TIEMPO Y MONEDA: ENTRADAS
      *ESPERADAS (CUOTAS PENDIENTES DE LOS PRESTAMOS VIGENTES CON
      *VENCIMIENTO EN LA FECHA DE DESEMBOLSO MAS 30 DIAS POR CUOTA,
      *Y EN LOS CUPOS ACTIVOS EL PAGO MINIMO A SU FECHA LIMITE Y EL
      *RESTO DE LO UTILIZADO AL VENCIMIENTO DEL CUPO) CONTRA SALIDAS
      *ESPERADAS (PLAZOS FIJOS A SU VENCIMIENTO, ORDENES
      *PERMANENTES Y TRANSFERENCIAS PROGRAMADAS DENTRO DEL ANO, Y
      *LA NOMINA CARGADA, EN LA PRIMERA BANDA). LOS DEPOSITOS A LA
      *VISTA DE AHORRO Y CORRIENTE SE REPARTEN ENTRE LAS BANDAS CON
      *LOS PORCENTAJES DE COMPORTAMIENTO DEL MAESTRO DE PARAMETROS.
      *LOS DIAS SON COMERCIALES (MESES DE 30 DIAS). LAS CUOTAS EN
      *MORA NO SE ESPERAN. CUANDO LA BRECHA ACUMULADA NEGATIVA DE
      *UNA MONEDA SUPERA SU LIMITE SE IMPRIME LA ALERTA. DEVUELVE
      *EL NUMERO DE ALERTAS
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *LiqPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL CAE
      *EN ELLOS AL FINAL DEL METODO
           77  LiqPend         PIC X VALUE "N".
           77  DiasHoy         PIC S9(7).
           77  DiasFaltan      PIC S9(7).
           77  FechaValida     PIC X.
           77  IndBanda        PIC 9.
           77  IndLim          PIC 9.
           77  IndMon          PIC 9.
           77  IndBus          PIC 9.
           77  IndMes          PIC 99.
           77  TotalMonedas    PIC 9 VALUE 0.
           77  MonedaBuscada   PIC X(3).
           77  MontoFlujo      PIC 9(14)V99.
           77  MontoBanda      PIC 9(14)V99.
           77  ExisteCuenta    PIC 9.
           77  BrechaBanda     PIC S9(15)V99.
           77  BrechaAcumulada PIC S9(15)V99.
           77  LimiteMoneda    PIC 9(12)V99.
           77  AlertaMoneda    PIC X.
           77  MontoControl    PIC S9(14)V99.
           77  ValorDefecto    PIC 9(12)V99.
           77  ValorParametro  PIC 9(12)V99.
           77  NombreImpresion PIC X(30) VALUE "brecha_liquidez.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "BRECHA DE LIQUIDEZ POR BANDA".
           01  EncabezadoImpresion.
               02  FILLER      PIC X(30)
                   VALUE "BANDA              ENTRADAS".
               02  FILLER      PIC X(14) VALUE "       SALIDAS".
               02  FILLER      PIC X(17) VALUE "           BRECHA".
               02  FILLER      PIC X(19) VALUE "        ACUMULADA".
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaEval       PIC X(8).
           01  FechaEvalDesc REDEFINES FechaEval.
               02  FEAnio      PIC 9(4).
               02  FEMes       PIC 99.
               02  FEDia       PIC 99.
           01  FechaOcurrencia.
               02  FOAnio      PIC 9(4).
               02  FOMes       PIC 99.
               02  FODia       PIC 99.
      *LIMITE SUPERIOR EN DIAS DE LAS CINCO PRIMERAS BANDAS; LA
      *SEXTA ES TODO LO QUE PASA DE 360 DIAS
           01  LimitesBanda    PIC X(15) VALUE "007030090180360".
           01  FILLER REDEFINES LimitesBanda.
               02  LimiteBanda PIC 9(3) OCCURS 5.
           01  NombresBanda.
               02  FILLER      PIC X(10) VALUE "1-7 DIAS".
               02  FILLER      PIC X(10) VALUE "8-30 DIAS".
               02  FILLER      PIC X(10) VALUE "31-90 DIAS".
               02  FILLER      PIC X(10) VALUE "91-180".
               02  FILLER      PIC X(10) VALUE "181-360".
               02  FILLER      PIC X(10) VALUE "MAS DE 360".
           01  FILLER REDEFINES NombresBanda.
               02  NombreBanda PIC X(10) OCCURS 6.
      *PORCENTAJES DE FABRICA DEL REPARTO DE LOS DEPOSITOS A LA
      *VISTA POR BANDA (5 DIGITOS CON 2 DECIMALES CADA UNO)
           01  DefectosAhorro  PIC X(30)
                   VALUE "005000050000500005000050007500".
           01  FILLER REDEFINES DefectosAhorro.
               02  DefAhorro   PIC 9(3)V99 OCCURS 6.
           01  DefectosCorriente PIC X(30)
                   VALUE "010000100001000005000050006000".
           01  FILLER REDEFINES DefectosCorriente.
               02  DefCorriente PIC 9(3)V99 OCCURS 6.
           01  PorcentajesVista.
               02  PctAhorro   PIC 9(3)V99 OCCURS 6.
               02  PctCorriente PIC 9(3)V99 OCCURS 6.
           01  CodigoPct.
               02  CPBase      PIC X(6).
               02  CPBanda     PIC 9.
               02  FILLER      PIC X(5) VALUE SPACES.
           01  CodigoLimite.
               02  FILLER      PIC X(9) VALUE "LIMBRECHA".
               02  CLMoneda    PIC X(3).
           01  TablaMonedas.
               02  FilaMoneda OCCURS 5.
                   03  MonCodigo   PIC X(3).
                   03  FilaBanda OCCURS 6.
                       04  MonEntradas PIC 9(14)V99.
                       04  MonSalidas  PIC 9(14)V99.
           01  LineaMoneda.
               02  FILLER      PIC X(8) VALUE "MONEDA: ".
               02  LMMoneda    PIC X(3).
               02  FILLER      PIC X(10) VALUE "  LIMITE: ".
               02  LMLimite    PIC Z(11)9.99.
               02  FILLER      PIC X(44) VALUE SPACES.
           01  LineaBanda.
               02  LBBanda     PIC X(10).
               02  FILLER      PIC X VALUE SPACE.
               02  LBEntradas  PIC Z(12)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LBSalidas   PIC Z(12)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LBBrecha    PIC -(12)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LBAcumulada PIC -(12)9.99.
               02  FILLER      PIC XX VALUE SPACES.
           01  LineaAlerta.
               02  FILLER      PIC X(30)
                   VALUE "*** ALERTA: BRECHA ACUMULADA ".
               02  FILLER      PIC X(26)
                   VALUE "SUPERA EL LIMITE EN BANDA ".
               02  LABanda     PIC X(10).
               02  FILLER      PIC X(14) VALUE SPACES.
           01  LineaBlanco     PIC X(80) VALUE SPACES.
           01  obj-parametro    object reference.
           01  obj-reporte      object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalAlertas    PIC 9(2).

       Procedure Division using  LSFecha
                                 returning TotalAlertas.

             MOVE "S" TO LiqPend
             MOVE 0 TO TotalAlertas
             MOVE ZEROS TO TablaMonedas
             MOVE LSFecha TO FechaHoyDesc
             COMPUTE DiasHoy = (FHAnio * 360) + (FHMes * 30) + FHDia
             INVOKE parametro "New"
                     RETURNING obj-parametro

      *PORCENTAJES DE COMPORTAMIENTO DE LOS DEPOSITOS A LA VISTA:
      *LIQAHO1..LIQAHO6 Y LIQCTE1..LIQCTE6, UNO POR BANDA
             MOVE 1 TO IndBanda
             PERFORM LeerPorcentajesBanda UNTIL IndBanda > 6

             MOVE "S" TO HayMas
             OPEN INPUT LiqAccounts
             PERFORM ProyectarCuentaSiguiente UNTIL NoHayMas
             CLOSE LiqAccounts

             MOVE "S" TO HayMas
             OPEN INPUT LiqAmortizacion
             OPEN INPUT LiqPrestamos
             PERFORM ProyectarCuotaSiguiente UNTIL NoHayMas
             CLOSE LiqPrestamos
             CLOSE LiqAmortizacion

             MOVE "S" TO HayMas
             OPEN INPUT LiqCupos
             PERFORM ProyectarCupoSiguiente UNTIL NoHayMas
             CLOSE LiqCupos

             OPEN INPUT LiqAccounts
             MOVE "S" TO HayMas
             OPEN INPUT LiqOrdenes
             PERFORM ProyectarOrdenSiguiente UNTIL NoHayMas
             CLOSE LiqOrdenes

             MOVE "S" TO HayMas
             OPEN INPUT LiqProgramadas
             PERFORM ProyectarProgramadaSiguiente UNTIL NoHayMas
             CLOSE LiqProgramadas
             CLOSE LiqAccounts

      *LA NOMINA CARGADA Y AUN NO PROCESADA SALE EN LA PRIMERA BANDA
             MOVE 0 TO MontoFlujo
             MOVE "S" TO HayMas
             OPEN INPUT LiqNomina
             PERFORM SumarNominaSiguiente UNTIL NoHayMas
             CLOSE LiqNomina
             IF MontoFlujo > 0 THEN
                MOVE "COP" TO MonedaBuscada
                PERFORM UbicarMoneda
                IF IndMon > 0 THEN
                   ADD MontoFlujo TO MonSalidas(IndMon, 1)
                END-IF
             END-IF

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion
             MOVE 1 TO IndMon
             PERFORM ImprimirMoneda UNTIL IndMon > TotalMonedas
             MOVE TotalAlertas TO MontoControl
             INVOKE obj-reporte "CerrarReporte" using MontoControl
             MOVE "N" TO LiqPend.

       LeerPorcentajesBanda.
             IF LiqPend = "S" THEN
                MOVE IndBanda TO CPBanda
                MOVE "LIQAHO" TO CPBase
                MOVE DefAhorro(IndBanda) TO ValorDefecto
                INVOKE obj-parametro "ObtenerParametro"
                                     using CodigoPct
                                           LSFecha
                                           ValorDefecto
                                     returning ValorParametro
                MOVE ValorParametro TO PctAhorro(IndBanda)
                MOVE "LIQCTE" TO CPBase
                MOVE DefCorriente(IndBanda) TO ValorDefecto
                INVOKE obj-parametro "ObtenerParametro"
                                     using CodigoPct
                                           LSFecha
                                           ValorDefecto
                                     returning ValorParametro
                MOVE ValorParametro TO PctCorriente(IndBanda)
                ADD 1 TO IndBanda
             END-IF.

      *SALDO A LA VISTA REPARTIDO POR BANDAS; EL PLAZO FIJO SALE
      *ENTERO EN LA BANDA DE SU VENCIMIENTO
       ProyectarCuentaSiguiente.
             IF LiqPend = "S" THEN
                READ LiqAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF LQAEstadoCuenta NOT = 3
                       AND LQAMontodisponible > 0 THEN
                       MOVE LQAMonedaCuenta TO MonedaBuscada
                       PERFORM UbicarMoneda
                       IF IndMon > 0 THEN
                          EVALUATE LQATipodeCueta
                            WHEN 0
                              MOVE 1 TO IndBanda
                              PERFORM RepartirAhorro
                                      UNTIL IndBanda > 6
                            WHEN 1
                              MOVE 1 TO IndBanda
                              PERFORM RepartirCorriente
                                      UNTIL IndBanda > 6
                            WHEN 2
                              MOVE LQAFechaVencim TO FechaEval
                              PERFORM CalcularDiasFaltan
                              PERFORM UbicarBanda
                              ADD LQAMontodisponible
                               TO MonSalidas(IndMon, IndBanda)
                            WHEN OTHER
                              CONTINUE
                          END-EVALUATE
                       END-IF
                    END-IF
                END-READ
             END-IF.

       RepartirAhorro.
             IF LiqPend = "S" THEN
                COMPUTE MontoBanda ROUNDED = LQAMontodisponible
                                           * PctAhorro(IndBanda) / 100
                ADD MontoBanda TO MonSalidas(IndMon, IndBanda)
                ADD 1 TO IndBanda
             END-IF.

       RepartirCorriente.
             IF LiqPend = "S" THEN
                COMPUTE MontoBanda ROUNDED = LQAMontodisponible
                                       * PctCorriente(IndBanda) / 100
                ADD MontoBanda TO MonSalidas(IndMon, IndBanda)
                ADD 1 TO IndBanda
             END-IF.

      *CUOTA PENDIENTE DE UN PRESTAMO VIGENTE: VENCE A LOS 30 DIAS
      *POR CUOTA CONTADOS DESDE EL DESEMBOLSO
       ProyectarCuotaSiguiente.
             IF LiqPend = "S" THEN
                READ LiqAmortizacion NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF LQMEstado = 0 THEN
                       MOVE LQMPreId TO LQPPreId
                       READ LiqPrestamos
                         KEY IS LQPPreId
                         INVALID KEY
                           CONTINUE
                         NOT INVALID KEY
                           IF LQPEstado = 0 THEN
                              PERFORM UbicarCuota
                           END-IF
                       END-READ
                    END-IF
                END-READ
             END-IF.

       UbicarCuota.
             IF LiqPend = "S" THEN
                MOVE LQPFechaAprobacion TO FechaEval
                PERFORM CalcularDiasFaltan
                IF FechaValida = "S" THEN
                   COMPUTE DiasFaltan = DiasFaltan
                                      + (LQMNumeroCuota * 30)
                   PERFORM UbicarBanda
                   MOVE "COP" TO MonedaBuscada
                   PERFORM UbicarMoneda
                   IF IndMon > 0 THEN
                      ADD LQMCuota TO MonEntradas(IndMon, IndBanda)
                   END-IF
                END-IF
             END-IF.

       ProyectarCupoSiguiente.
             IF LiqPend = "S" THEN
                READ LiqCupos NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF LQCEstado = "A" AND LQCUtilizado > 0 THEN
                       PERFORM UbicarCupo
                    END-IF
                END-READ
             END-IF.

       UbicarCupo.
             IF LiqPend = "S" THEN
                MOVE "COP" TO MonedaBuscada
                PERFORM UbicarMoneda
                IF IndMon > 0 THEN
                   MOVE LQCUtilizado TO MontoFlujo
                   IF LQCPagoMinimo > 0 THEN
                      MOVE LQCFechaLimitePago TO FechaEval
                      PERFORM CalcularDiasFaltan
                      IF FechaValida = "S" AND DiasFaltan > 0 THEN
                         PERFORM UbicarBanda
                         ADD LQCPagoMinimo
                          TO MonEntradas(IndMon, IndBanda)
                         SUBTRACT LQCPagoMinimo FROM MontoFlujo
                      END-IF
                   END-IF
                   MOVE LQCFechaVence TO FechaEval
                   PERFORM CalcularDiasFaltan
                   IF FechaValida = "S" THEN
                      PERFORM UbicarBanda
                      ADD MontoFlujo TO MonEntradas(IndMon, IndBanda)
                   END-IF
                END-IF
             END-IF.

      *UNA ORDEN ACTIVA SE PROYECTA MES A MES DENTRO DEL ANO: EL
      *DIA DE LA ORDEN Y, SI ES QUINCENAL, TAMBIEN EL DIA+15
       ProyectarOrdenSiguiente.
             IF LiqPend = "S" THEN
                READ LiqOrdenes NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF LQOEstado = 0 THEN
                       MOVE LQOCuentaOrigen TO LQANumaccounts
                       PERFORM BuscarMonedaCuenta
                       IF ExisteCuenta = 1 THEN
                          PERFORM UbicarMoneda
                          IF IndMon > 0 THEN
                             MOVE 0 TO IndMes
                             PERFORM ProyectarMesOrden
                                     UNTIL IndMes > 12
                          END-IF
                       END-IF
                    END-IF
                END-READ
             END-IF.

       ProyectarMesOrden.
             IF LiqPend = "S" THEN
                MOVE FHAnio TO FOAnio
                COMPUTE FOMes = FHMes + IndMes
                IF FOMes > 12 THEN
                   SUBTRACT 12 FROM FOMes
                   ADD 1 TO FOAnio
                END-IF
                MOVE LQODia TO FODia
                PERFORM UbicarOcurrencia
                IF LQOFrecuencia = 2 THEN
                   COMPUTE FODia = LQODia + 15
                   PERFORM UbicarOcurrencia
                END-IF
                ADD 1 TO IndMes
             END-IF.

       UbicarOcurrencia.
             IF LiqPend = "S" THEN
                COMPUTE DiasFaltan = (FOAnio * 360) + (FOMes * 30)
                                   + FODia - DiasHoy
                IF DiasFaltan > 0 AND DiasFaltan NOT > 360
                   AND FechaOcurrencia NOT < LQOVigenciaDesde
                   AND (LQOVigenciaHasta = SPACES
                        OR FechaOcurrencia NOT > LQOVigenciaHasta)
                   THEN
                   PERFORM UbicarBanda
                   ADD LQOMonto TO MonSalidas(IndMon, IndBanda)
                END-IF
             END-IF.

       ProyectarProgramadaSiguiente.
             IF LiqPend = "S" THEN
                READ LiqProgramadas NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF LQGEstado = 0 THEN
                       MOVE LQGCuentaOrigen TO LQANumaccounts
                       PERFORM BuscarMonedaCuenta
                       IF ExisteCuenta = 1 THEN
                          PERFORM UbicarMoneda
                          MOVE LQGFechaEjecucion TO FechaEval
                          PERFORM CalcularDiasFaltan
                          IF IndMon > 0 AND FechaValida = "S" THEN
                             PERFORM UbicarBanda
                             ADD LQGMonto
                              TO MonSalidas(IndMon, IndBanda)
                          END-IF
                       END-IF
                    END-IF
                END-READ
             END-IF.

       SumarNominaSiguiente.
             IF LiqPend = "S" THEN
                READ LiqNomina
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    ADD LQNMonto TO MontoFlujo
                END-READ
             END-IF.

       BuscarMonedaCuenta.
             IF LiqPend = "S" THEN
                MOVE 0 TO ExisteCuenta
                READ LiqAccounts
                  KEY IS LQANumaccounts
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE LQAMonedaCuenta TO MonedaBuscada
                    MOVE 1 TO ExisteCuenta
                END-READ
             END-IF.

      *DIAS COMERCIALES DESDE HOY HASTA FechaEval
       CalcularDiasFaltan.
             IF LiqPend = "S" THEN
                MOVE 0 TO DiasFaltan
                IF FechaEval IS NUMERIC THEN
                   MOVE "S" TO FechaValida
                   COMPUTE DiasFaltan = (FEAnio * 360) + (FEMes * 30)
                                      + FEDia - DiasHoy
                ELSE
                   MOVE "N" TO FechaValida
                END-IF
             END-IF.

      *LO VENCIDO O DE HOY CAE EN LA PRIMERA BANDA
       UbicarBanda.
             IF LiqPend = "S" THEN
                MOVE 6 TO IndBanda
                MOVE 5 TO IndLim
                PERFORM ProbarLimiteBanda UNTIL IndLim = 0
             END-IF.

       ProbarLimiteBanda.
             IF LiqPend = "S" THEN
                IF DiasFaltan NOT > LimiteBanda(IndLim) THEN
                   MOVE IndLim TO IndBanda
                END-IF
                SUBTRACT 1 FROM IndLim
             END-IF.

      *FILA DE LA MONEDA EN LA TABLA (ESPACIOS EQUIVALE A COP);
      *IndMon QUEDA EN CERO SI LA TABLA ESTA LLENA
       UbicarMoneda.
             IF LiqPend = "S" THEN
                IF MonedaBuscada = SPACES THEN
                   MOVE "COP" TO MonedaBuscada
                END-IF
                MOVE 0 TO IndMon
                MOVE 1 TO IndBus
                PERFORM CompararMoneda
                        UNTIL IndBus > TotalMonedas OR IndMon > 0
                IF IndMon = 0 THEN
                   IF TotalMonedas < 5 THEN
                      ADD 1 TO TotalMonedas
                      MOVE TotalMonedas  TO IndMon
                      MOVE MonedaBuscada TO MonCodigo(IndMon)
                   ELSE
                      DISPLAY "Moneda " MonedaBuscada
                              " fuera de la tabla de brecha"
                   END-IF
                END-IF
             END-IF.

       CompararMoneda.
             IF LiqPend = "S" THEN
                IF MonCodigo(IndBus) = MonedaBuscada THEN
                   MOVE IndBus TO IndMon
                END-IF
                ADD 1 TO IndBus
             END-IF.

       ImprimirMoneda.
             IF LiqPend = "S" THEN
                IF IndMon > 1 THEN
                   INVOKE obj-reporte "SaltarPagina"
                END-IF
                MOVE MonCodigo(IndMon) TO CLMoneda
                MOVE 1000000000.00 TO ValorDefecto
                INVOKE obj-parametro "ObtenerParametro"
                                     using CodigoLimite
                                           LSFecha
                                           ValorDefecto
                                     returning ValorParametro
                MOVE ValorParametro TO LimiteMoneda
                MOVE MonCodigo(IndMon) TO LMMoneda
                MOVE LimiteMoneda      TO LMLimite
                INVOKE obj-reporte "EscribirLinea" using LineaMoneda
                INVOKE obj-reporte "EscribirLinea" using LineaBlanco
                MOVE 0   TO BrechaAcumulada
                MOVE "N" TO AlertaMoneda
                MOVE 1 TO IndBanda
                PERFORM ImprimirBanda UNTIL IndBanda > 6
                ADD 1 TO IndMon
             END-IF.

       ImprimirBanda.
             IF LiqPend = "S" THEN
                COMPUTE BrechaBanda = MonEntradas(IndMon, IndBanda)
                                    - MonSalidas(IndMon, IndBanda)
                ADD BrechaBanda TO BrechaAcumulada
                MOVE NombreBanda(IndBanda)          TO LBBanda
                MOVE MonEntradas(IndMon, IndBanda)  TO LBEntradas
                MOVE MonSalidas(IndMon, IndBanda)   TO LBSalidas
                MOVE BrechaBanda                    TO LBBrecha
                MOVE BrechaAcumulada                TO LBAcumulada
                INVOKE obj-reporte "EscribirLinea" using LineaBanda
      *UNA ALERTA POR MONEDA: LA PRIMERA BANDA DONDE SE ROMPE
                IF AlertaMoneda = "N"
                   AND BrechaAcumulada < 0
                   AND (0 - BrechaAcumulada) > LimiteMoneda THEN
                   MOVE "S" TO AlertaMoneda
                   MOVE NombreBanda(IndBanda) TO LABanda
                   INVOKE obj-reporte "EscribirLinea" using LineaAlerta
                   DISPLAY "ALERTA brecha acumulada moneda "
                           MonCodigo(IndMon) " banda "
                           NombreBanda(IndBanda)
                   ADD 1 TO TotalAlertas
                END-IF
                ADD 1 TO IndBanda
             END-IF.

       End Method GenerarBrechaLiquidez.
      *>----------------------------------------------

       end object.
       end class Liquidez.
