      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Rentabilidad as "rentabilidad"
                 inherits from base.

       object section.
       class-control.
           parametro    is class "parametro"
           reporte      is class "reporte"
           rentabilidad is class "rentabilidad".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LOS ARCHIVOS SE LEEN AQUI SOLO EN CONSULTA, CON EL MISMO
      *TRAZADO QUE DEFINE SU CLASE DUENA
           SELECT MovimientosSucursal ASSIGN TO
                  "movimientos_sucursal.dat"
           organization is indexed
           access is dynamic
           record key is MSClave.

           SELECT PeriodosContables ASSIGN TO
                  "periodos_contables.dat"
           organization is indexed
           access is dynamic
           record key is PerPeriodo.

           SELECT SaldosHistoricos ASSIGN TO "saldos_historicos.dat"
           organization is indexed
           access is dynamic
           record key is SHClave.

           SELECT Sucursales ASSIGN TO "sucursales.dat"
           organization is indexed
           access is dynamic
           record key is SucId.

       DATA DIVISION.
       FILE SECTION.
       FD MovimientosSucursal.
       01 movimientos-sucursal-file.
           05  MSClave.
               10  MSPeriodo   PIC X(6).
               10  MSSucursal  PIC 9(2).
               10  MSCodigo    PIC X(8).
           05  MSAcumDebe      PIC 9(14)V99.
           05  MSAcumHaber     PIC 9(14)V99.

       FD PeriodosContables.
       01 periodos-contables-file.
           05  PerPeriodo      PIC X(6).
           05  PerEstado       PIC X.
               88  PeriodoBloqueado VALUE "C".
           05  PerFechaCorte   PIC X(8).
           05  PerFechaCierre  PIC X(8).
           05  PerHoraCierre   PIC X(4).
           05  PerTotalActivo  PIC S9(14)V99.
           05  PerUtilidadMes  PIC S9(14)V99.

       FD SaldosHistoricos.
       01 saldos-historicos-file.
           05  SHClave.
               10  SHCuenta      PIC X(9).
               10  SHFecha       PIC X(8).
           05  SHSaldo           PIC S9(10)V99.
           05  SHDisponible      PIC S9(10)V99.
           05  SHMoneda          PIC X(3).
           05  SHSucursal        PIC 9(2).
           05  SHEstado          PIC 9.

       FD Sucursales.
       01 sucursales-file.
           05  SucId         PIC 9(2).
           05  SucNombre     PIC X(15).
           05  SucDirreccion PIC X(20).

       Method-ID. ReporteRentabilidadSucursal.
      *>----------------------------------------------
      *ESTADO DE RESULTADOS DEL MES ABIERTO POR SUCURSAL, CON LAS
      *SUCURSALES ORDENADAS POR SU CONTRIBUCION. LAS CIFRAS SALEN
      *DEL MOVIMIENTO CONTABLE DEL MES POR SUCURSAL: INTERESES DE
      *CARTERA, INTERESES PAGADOS A AHORRO Y PLAZO FIJO, COMISIONES,
      *SOBRANTES Y FALTANTES DE CAJA Y EL RESTO DE INGRESOS Y
      *GASTOS. A CADA SUCURSAL SE LE CARGA LA TRANSFERENCIA DE
      *FONDOS SOBRE SU SALDO PROMEDIO DE DEPOSITOS, QUE TESORERIA
      *RECIBE COMO ABONO. EL GMF RECAUDADO VA COMO MEMORIA: ES DE
      *TERCEROS Y NO ES INGRESO. SOLO CORRE SOBRE UN PERIODO YA
      *CERRADO, Y LA SUMA DE CONTRIBUCIONES MAS EL ABONO DE
      *TESORERIA SE CONCILIA CONTRA LA UTILIDAD DEL MES DEL ESTADO
      *DE RESULTADOS
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *RentabilidadPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  RentabilidadPend PIC X VALUE "N".
           77  Motivo          PIC X(3) VALUE SPACES.
           77  UtilidadMes     PIC S9(14)V99 VALUE 0.
           77  FechaCorte      PIC X(8).
           77  IndSuc          PIC 9(3).
           77  IndDia          PIC 99.
           77  MejorSuc        PIC 9(3).
           77  MejorMonto      PIC S9(14)V99.
           77  Rango           PIC 9(3) VALUE 0.
           77  SucImprimir     PIC 99.
           77  MontoMov        PIC S9(14)V99.
           77  DiasConFoto     PIC 99 VALUE 0.
           77  TotalFTP        PIC S9(14)V99 VALUE 0.
           77  TotalContrib    PIC S9(14)V99 VALUE 0.
           77  Diferencia      PIC S9(14)V99.
           77  NombreSucursal  PIC X(15).
      *TASA ANUAL DE TRANSFERENCIA DE FONDOS, EN PORCENTAJE (EL
      *VALOR VIGENTE SE LEE DEL MAESTRO DE PARAMETROS)
           77  TasaFTP         PIC 9(12)V99 VALUE 6.
           77  CodigoTasaFTP   PIC X(12) VALUE "TASAFTP".
           77  ValorParametro  PIC 9(12)V99.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                               VALUE "rentabilidad_sucursal.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "RENTABILIDAD POR SUCURSAL".
           77  EncabezadoImpresion PIC X(80)
               VALUE "RK SU CONCEPTO                          MONTO".
           01  FotoDelDia.
               02  DiaFoto     PIC X OCCURS 31.
      *CIFRAS DEL MES DE CADA SUCURSAL (POSICION = SUCURSAL + 1),
      *INGRESOS EN POSITIVO Y GASTOS EN NEGATIVO
           01  TablaSucursales.
               02  SucFila OCCURS 100.
                   03  RSActiva      PIC X.
                   03  RSRankeada    PIC X.
                   03  RSIntCartera  PIC S9(14)V99.
                   03  RSIntPagados  PIC S9(14)V99.
                   03  RSCuotaManejo PIC S9(14)V99.
                   03  RSComInterb   PIC S9(14)V99.
                   03  RSComCheques  PIC S9(14)V99.
                   03  RSCuadreCaja  PIC S9(14)V99.
                   03  RSOtros       PIC S9(14)V99.
                   03  RSResultado   PIC S9(14)V99.
                   03  RSSumaDeposito PIC S9(16)V99.
                   03  RSPromDeposito PIC S9(14)V99.
                   03  RSCargoFTP    PIC S9(14)V99.
                   03  RSContribucion PIC S9(14)V99.
                   03  RSGMF         PIC S9(14)V99.
           01  LineaRentabilidad.
               02  LRRango     PIC X(3).
               02  FILLER      PIC X VALUE SPACE.
               02  LRSucursal  PIC X(2).
               02  FILLER      PIC X VALUE SPACE.
               02  LRConcepto  PIC X(30).
               02  FILLER      PIC X VALUE SPACE.
               02  LRMonto     PIC -9(14).99.
               02  FILLER      PIC X(24) VALUE SPACES.
           01  RangoEditado    PIC ZZ9.
           01  obj-parametro   object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSPeriodo       PIC X(6).
           77  TotalSucursales PIC 9(4).

       Procedure Division using  LSPeriodo
                                 returning TotalSucursales.

             MOVE 0 TO TotalSucursales
             IF LSPeriodo NOT NUMERIC THEN
                MOVE "PER" TO Motivo
             END-IF

      *SOLO UN PERIODO CERRADO TIENE SU UTILIDAD DEFINITIVA PARA
      *CONCILIAR
             IF Motivo = SPACES THEN
                MOVE "ABI" TO Motivo
                OPEN INPUT PeriodosContables
                  MOVE LSPeriodo TO PerPeriodo
                  READ PeriodosContables
                    KEY IS PerPeriodo
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      IF PeriodoBloqueado THEN
                         MOVE SPACES         TO Motivo
                         MOVE PerUtilidadMes TO UtilidadMes
                         MOVE PerFechaCorte  TO FechaCorte
                      END-IF
                  END-READ
                CLOSE PeriodosContables
             END-IF

             IF Motivo = SPACES THEN
                MOVE "S" TO RentabilidadPend
                INITIALIZE TablaSucursales
                MOVE SPACES TO FotoDelDia
                INVOKE parametro "New"
                        RETURNING obj-parametro
                MOVE TasaFTP TO ValorParametro
                INVOKE obj-parametro "ObtenerParametro" using
                                                    CodigoTasaFTP
                                                    FechaCorte
                                                    ValorParametro
                                          returning ValorParametro
                MOVE ValorParametro TO TasaFTP

                MOVE "S" TO HayMas
                OPEN INPUT MovimientosSucursal
                MOVE LSPeriodo TO MSPeriodo
                MOVE 0         TO MSSucursal
                MOVE SPACES    TO MSCodigo
                START MovimientosSucursal KEY IS NOT < MSClave
                  INVALID KEY
                    MOVE "N" TO HayMas
                END-START
                PERFORM SumarMovimientoSiguiente UNTIL NoHayMas
                CLOSE MovimientosSucursal

                MOVE "S" TO HayMas
                OPEN INPUT SaldosHistoricos
                PERFORM SumarFotoSiguiente UNTIL NoHayMas
                CLOSE SaldosHistoricos
                MOVE 1 TO IndDia
                PERFORM ContarDiaConFoto UNTIL IndDia > 31

                MOVE 1 TO IndSuc
                PERFORM CalcularContribucion UNTIL IndSuc > 100

                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreImpresion
                                           TituloImpresion
                                           FechaCorte
                                           EncabezadoImpresion
                MOVE 1 TO MejorSuc
                PERFORM ImprimirSiguienteEnRango UNTIL MejorSuc = 0

      *TESORERIA Y CONCILIACION CONTRA EL ESTADO DE RESULTADOS
                MOVE SPACES TO LRRango
                MOVE SPACES TO LRSucursal
                MOVE "ABONO TESORERIA POR FONDOS" TO LRConcepto
                MOVE TotalFTP TO LRMonto
                PERFORM EscribirLineaRentabilidad
                ADD TotalFTP TO TotalContrib
                MOVE "TOTAL CONTRIBUCIONES" TO LRConcepto
                MOVE TotalContrib TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "UTILIDAD ESTADO DE RESULTADOS" TO LRConcepto
                MOVE UtilidadMes TO LRMonto
                PERFORM EscribirLineaRentabilidad
                COMPUTE Diferencia = TotalContrib - UtilidadMes
                MOVE "DIFERENCIA" TO LRConcepto
                MOVE Diferencia TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE TotalContrib TO MontoControl
                INVOKE obj-reporte "CerrarReporte"
                                     using MontoControl
                MOVE "N" TO RentabilidadPend

                DISPLAY "Sucursales en el reporte : " TotalSucursales
                DISPLAY "Dias con foto de saldos  : " DiasConFoto
                DISPLAY "Total contribuciones     : " TotalContrib
                DISPLAY "Utilidad del mes         : " UtilidadMes
                IF Diferencia = 0 THEN
                   DISPLAY "La rentabilidad concilia con el estado"
                   DISPLAY "de resultados"
                ELSE
                   DISPLAY "LA RENTABILIDAD NO CONCILIA CON EL"
                   DISPLAY "ESTADO DE RESULTADOS: " Diferencia
                END-IF
                DISPLAY "Reporte impreso en rentabilidad_sucursal.txt"
             END-IF

             EVALUATE Motivo
               WHEN "PER"
                 DISPLAY "Periodo invalido: " LSPeriodo
               WHEN "ABI"
                 DISPLAY "El periodo " LSPeriodo " no esta cerrado:"
                 DISPLAY "corra primero los estados financieros"
             END-EVALUATE.

       SumarMovimientoSiguiente.
             READ MovimientosSucursal NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF MSPeriodo NOT = LSPeriodo THEN
                    MOVE "N" TO HayMas
                 ELSE
                    PERFORM ClasificarMovimiento
                 END-IF
             END-READ.

      *CUENTAS CONTABLES DE LA RENTABILIDAD:
      *  41020101 INGRESO INTERESES CARTERA
      *  51010101 GASTO INTERESES (AHORRO Y PLAZO FIJO)
      *  42150101 CUOTA DE MANEJO    42150102 COMISION INTERBANCARIA
      *  42150103 COMISIONES Y SANCIONES DE CHEQUES
      *  42010101 SOBRANTES DE CAJA  52010101 FALTANTES DE CAJA
      *  24030101 GMF POR PAGAR (MEMORIA)
       ClasificarMovimiento.
             COMPUTE IndSuc = MSSucursal + 1
             COMPUTE MontoMov = MSAcumHaber - MSAcumDebe
             IF MSCodigo(1:1) >= "4" AND MSCodigo(1:1) <= "7" THEN
                MOVE "S" TO RSActiva(IndSuc)
                ADD MontoMov TO RSResultado(IndSuc)
                EVALUATE MSCodigo
                  WHEN "41020101"
                    ADD MontoMov TO RSIntCartera(IndSuc)
                  WHEN "51010101"
                    ADD MontoMov TO RSIntPagados(IndSuc)
                  WHEN "42150101"
                    ADD MontoMov TO RSCuotaManejo(IndSuc)
                  WHEN "42150102"
                    ADD MontoMov TO RSComInterb(IndSuc)
                  WHEN "42150103"
                    ADD MontoMov TO RSComCheques(IndSuc)
                  WHEN "42010101"
                  WHEN "52010101"
                    ADD MontoMov TO RSCuadreCaja(IndSuc)
                  WHEN OTHER
                    ADD MontoMov TO RSOtros(IndSuc)
                END-EVALUATE
             END-IF
             IF MSCodigo = "24030101" THEN
                MOVE "S" TO RSActiva(IndSuc)
                ADD MontoMov TO RSGMF(IndSuc)
             END-IF.

      *DEPOSITOS DE LA SUCURSAL: SALDOS POSITIVOS DE LAS FOTOS DE
      *FIN DE DIA DEL MES. EL PROMEDIO DIVIDE POR LOS DIAS QUE
      *TUVIERON FOTO
       SumarFotoSiguiente.
             READ SaldosHistoricos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF SHFecha(1:6) = LSPeriodo AND SHSaldo > 0 THEN
                    COMPUTE IndSuc = SHSucursal + 1
                    MOVE "S" TO RSActiva(IndSuc)
                    ADD SHSaldo TO RSSumaDeposito(IndSuc)
                    MOVE SHFecha(7:2) TO IndDia
                    MOVE "S" TO DiaFoto(IndDia)
                 END-IF
             END-READ.

       ContarDiaConFoto.
             IF DiaFoto(IndDia) = "S" THEN
                ADD 1 TO DiasConFoto
             END-IF
             ADD 1 TO IndDia.

       CalcularContribucion.
             IF RSActiva(IndSuc) = "S" THEN
                IF DiasConFoto > 0 THEN
                   COMPUTE RSPromDeposito(IndSuc) ROUNDED =
                           RSSumaDeposito(IndSuc) / DiasConFoto
                END-IF
                COMPUTE RSCargoFTP(IndSuc) ROUNDED =
                        RSPromDeposito(IndSuc) * TasaFTP / 1200
                COMPUTE RSContribucion(IndSuc) =
                        RSResultado(IndSuc) - RSCargoFTP(IndSuc)
                ADD RSCargoFTP(IndSuc) TO TotalFTP
             END-IF
             ADD 1 TO IndSuc.

      *BUSCA LA SUCURSAL DE MAYOR CONTRIBUCION QUE FALTA IMPRIMIR;
      *SIN NINGUNA, MejorSuc QUEDA EN CERO Y TERMINA EL RANKING
       ImprimirSiguienteEnRango.
             MOVE 0 TO MejorSuc
             MOVE 1 TO IndSuc
             PERFORM CompararSucursal UNTIL IndSuc > 100
             IF MejorSuc > 0 THEN
                MOVE "S" TO RSRankeada(MejorSuc)
                ADD 1 TO Rango
                ADD 1 TO TotalSucursales
                PERFORM ImprimirSucursal
             END-IF.

       CompararSucursal.
             IF RSActiva(IndSuc) = "S"
                AND RSRankeada(IndSuc) NOT = "S" THEN
                IF MejorSuc = 0 THEN
                   MOVE IndSuc TO MejorSuc
                   MOVE RSContribucion(IndSuc) TO MejorMonto
                ELSE
                IF RSContribucion(IndSuc) > MejorMonto THEN
                   MOVE IndSuc TO MejorSuc
                   MOVE RSContribucion(IndSuc) TO MejorMonto
                END-IF
                END-IF
             END-IF
             ADD 1 TO IndSuc.

       ImprimirSucursal.
             IF RentabilidadPend = "S" THEN
                COMPUTE SucImprimir = MejorSuc - 1
                MOVE "SIN NOMBRE" TO NombreSucursal
                OPEN INPUT Sucursales
                  MOVE SucImprimir TO SucId
                  READ Sucursales
                    KEY IS SucId
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE SucNombre TO NombreSucursal
                  END-READ
                CLOSE Sucursales

                MOVE Rango TO RangoEditado
                MOVE RangoEditado TO LRRango
                MOVE SucImprimir TO LRSucursal
                MOVE NombreSucursal TO LRConcepto
                MOVE RSContribucion(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE SPACES TO LRRango

                MOVE "  INTERESES CARTERA" TO LRConcepto
                MOVE RSIntCartera(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  INTERESES AHORRO Y PLAZO FIJO" TO LRConcepto
                MOVE RSIntPagados(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  CUOTA DE MANEJO" TO LRConcepto
                MOVE RSCuotaManejo(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  COMISION INTERBANCARIA" TO LRConcepto
                MOVE RSComInterb(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  COMISIONES CHEQUES" TO LRConcepto
                MOVE RSComCheques(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  SOBRANTES Y FALTANTES CAJA" TO LRConcepto
                MOVE RSCuadreCaja(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  OTROS INGRESOS Y GASTOS" TO LRConcepto
                MOVE RSOtros(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  RESULTADO CONTABLE" TO LRConcepto
                MOVE RSResultado(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  DEPOSITOS SALDO PROMEDIO" TO LRConcepto
                MOVE RSPromDeposito(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  CARGO TRANSFERENCIA FONDOS" TO LRConcepto
                COMPUTE LRMonto = 0 - RSCargoFTP(MejorSuc)
                PERFORM EscribirLineaRentabilidad
                MOVE "  CONTRIBUCION" TO LRConcepto
                MOVE RSContribucion(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                MOVE "  GMF RECAUDADO (MEMORIA)" TO LRConcepto
                MOVE RSGMF(MejorSuc) TO LRMonto
                PERFORM EscribirLineaRentabilidad
                ADD RSContribucion(MejorSuc) TO TotalContrib
                DISPLAY LRSucursal " " NombreSucursal " contribucion "
                        RSContribucion(MejorSuc)
             END-IF.

       EscribirLineaRentabilidad.
             IF RentabilidadPend = "S" THEN
                INVOKE obj-reporte "EscribirLinea" using
                                                 LineaRentabilidad
             END-IF.

       End Method ReporteRentabilidadSucursal.
      *>----------------------------------------------

       end object.
       end class Rentabilidad.
