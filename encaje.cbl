      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Encaje as "encaje"
                 inherits from base.

       object section.
       class-control.
           saldohistorico is class "saldohistorico"
           boveda       is class "boveda"
           parametro    is class "parametro"
           fechaproceso is class "fechaproceso"
           reporte      is class "reporte"
           encaje       is class "encaje".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Encajes ASSIGN TO "encajes.dat"
           organization is indexed
           access is dynamic
           record key is EncDesde.

      *LOS MAESTROS SE LEEN AQUI SOLO EN CONSULTA, CON EL MISMO
      *TRAZADO QUE DEFINEN SUS CLASES DUENAS; SI EL TRAZADO CAMBIA
      *ALLA, DEBE CAMBIARSE TAMBIEN AQUI
           SELECT EncAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is ENANumaccounts.

           SELECT EncPlazosFijos ASSIGN TO "plazos_fijos.dat"
           organization is indexed
           access is dynamic
           record key is ENPCuenta
           alternate record key is ENPIdCustomer with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD Encajes.
      *ENCAJE CALCULADO DE CADA PERIODO: SALDOS PROMEDIO DIARIOS DE
      *LOS DEPOSITOS POR PRODUCTO Y PLAZO, ENCAJE REQUERIDO, ENCAJE
      *DISPONIBLE (EFECTIVO Y SALDO EN EL BANCO CENTRAL) Y EL
      *DEFECTO, SI LO HUBO. SI EL PERIODO SE RECALCULA LA FILA SE
      *REEMPLAZA
       01 encajes-file.
           05  EncDesde          PIC X(8).
           05  EncHasta          PIC X(8).
           05  EncDias           PIC 9(3).
           05  EncPromAhorro     PIC 9(14)V99.
           05  EncPromCorriente  PIC 9(14)V99.
           05  EncPromCDTCorto   PIC 9(14)V99.
           05  EncPromCDTLargo   PIC 9(14)V99.
           05  EncRequerido      PIC 9(14)V99.
           05  EncEfectivo       PIC S9(14)V99.
           05  EncBancoCentral   PIC 9(14)V99.
           05  EncDefecto        PIC 9(14)V99.
           05  EncEstado         PIC X.
               88  EncajeCumple  VALUE "C".
               88  EncajeDefecto VALUE "D".
           05  EncFechaCalculo   PIC X(8).

       FD EncAccounts.
       01 enc-accounts-file.
           05  ENANumaccounts     PIC X(9).
           05  ENAMontodisponible PIC S9(10)V99.
           05  ENAIdCustomer      PIC 9(9).
           05  ENAIdCustomer2     PIC 9(9).
           05  ENAIdDebitcard     PIC X(15).
           05  ENATipodeCueta     PIC 9.
           05  ENALimiteSobregiro PIC 9(10)V99.
           05  ENAMontoMinimo     PIC 9(10)V99.
           05  ENAFechaVencim     PIC X(8).
           05  ENAEstadoCuenta    PIC 9.
           05  ENAMonedaCuenta    PIC X(3).
           05  ENASucursalCuenta  PIC 9(2).
           05  ENAMancomunada     PIC X.
           05  ENAUmbralMancom    PIC 9(10)V99.
           05  ENAProducto        PIC X(4).

       FD EncPlazosFijos.
       01 enc-plazos-fijos-file.
           05  ENPCuenta         PIC X(9).
           05  ENPIdCustomer     PIC 9(9).
           05  ENPCuentaOrigen   PIC X(9).
           05  ENPFechaApertura  PIC X(8).
           05  ENPMonto          PIC 9(10)V99.
           05  ENPDias           PIC 9(3).
           05  ENPFechaVence     PIC X(8).
           05  ENPTasa           PIC 9V9999.
           05  ENPInstruccion    PIC X.
           05  ENPCuentaPago     PIC X(9).
           05  ENPCanal          PIC X.
           05  ENPEstado         PIC X.
           05  ENPFechaCumplido  PIC X(8).

       Method-ID. CalcularEncaje.
      *>----------------------------------------------
      *ENCAJE DE UN PERIODO: EL SALDO PROMEDIO DIARIO DE LOS
      *DEPOSITOS EN PESOS DE CADA GRUPO (AHORRO, CORRIENTE, PLAZO
      *FIJO CORTO Y PLAZO FIJO LARGO SEGUN LOS DIAS PACTADOS) SALE
      *DE LAS FOTOS DE FIN DE DIA; CADA GRUPO SE MULTIPLICA POR SU
      *PORCENTAJE DEL MAESTRO DE PARAMETROS. EL ENCAJE DISPONIBLE
      *ES EL EFECTIVO EN BOVEDAS, CAJAS Y DISPENSADORES A LA FECHA
      *DE PROCESO MAS EL SALDO EN EL BANCO CENTRAL QUE REPORTA
      *TESORERIA. LOS PLAZOS FIJOS SIN CONDICIONES PACTADAS SE
      *TOMAN COMO CORTOS. IMPRIME EL REPORTE PARA EL REGULADOR Y
      *DEVUELVE 1 SI EL ENCAJE SE CUMPLE, 0 SI HAY DEFECTO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *EncajePend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  EncajePend      PIC X VALUE "N".
           77  FechaDia        PIC X(8).
           77  DiasPeriodo     PIC 9(3).
           77  SaldoPromedio   PIC S9(10)V99.
           77  DisponiblePromedio PIC S9(10)V99.
           77  DiasPromediados PIC 9(4).
           77  TienePacto      PIC 9.
           77  SumaAhorro      PIC 9(16)V99.
           77  SumaCorriente   PIC 9(16)V99.
           77  SumaCDTCorto    PIC 9(16)V99.
           77  SumaCDTLargo    PIC 9(16)V99.
           77  SumaCuenta      PIC 9(16)V99.
           77  ReqAhorro       PIC 9(14)V99.
           77  ReqCorriente    PIC 9(14)V99.
           77  ReqCDTCorto     PIC 9(14)V99.
           77  ReqCDTLargo     PIC 9(14)V99.
           77  EncajeDisponible PIC S9(14)V99.
           77  MontoControl    PIC S9(14)V99.
           77  ValorDefecto    PIC 9(12)V99.
           77  ValorParametro  PIC 9(12)V99.
           77  CodigoAhorro    PIC X(12) VALUE "ENCAJEAHO".
           77  CodigoCorriente PIC X(12) VALUE "ENCAJECTE".
           77  CodigoCDTCorto  PIC X(12) VALUE "ENCAJECDT".
           77  CodigoCDTLargo  PIC X(12) VALUE "ENCAJECDTL".
           77  CodigoDiasLargo PIC X(12) VALUE "DIASCDTLARGO".
           77  PctAhorro       PIC 9(3)V99.
           77  PctCorriente    PIC 9(3)V99.
           77  PctCDTCorto     PIC 9(3)V99.
           77  PctCDTLargo     PIC 9(3)V99.
           77  DiasCDTLargo    PIC 9(3).
           77  NombreImpresion PIC X(30) VALUE "encaje_reporte.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "INFORME DE ENCAJE".
           01  EncabezadoImpresion.
               02  FILLER      PIC X(30) VALUE "CONCEPTO".
               02  FILLER      PIC X(50)
                   VALUE "SALDO PROMEDIO   PORC.          REQUERIDO".
           01  LineaPeriodo.
               02  FILLER      PIC X(9) VALUE "PERIODO: ".
               02  LPDesde     PIC X(8).
               02  FILLER      PIC X(3) VALUE " A ".
               02  LPHasta     PIC X(8).
               02  FILLER      PIC X(3) VALUE SPACES.
               02  LPDias      PIC ZZ9.
               02  FILLER      PIC X(5) VALUE " DIAS".
               02  FILLER      PIC X(41) VALUE SPACES.
           01  LineaGrupo.
               02  LGConcepto  PIC X(26).
               02  FILLER      PIC X VALUE SPACE.
               02  LGPromedio  PIC Z(13)9.99.
               02  FILLER      PIC XX VALUE SPACES.
               02  LGPorcentaje PIC ZZ9.99.
               02  FILLER      PIC XX VALUE SPACES.
               02  LGRequerido PIC Z(13)9.99.
               02  FILLER      PIC X(9) VALUE SPACES.
           01  LineaTotal.
               02  LTConcepto  PIC X(30).
               02  FILLER      PIC X VALUE SPACE.
               02  LTValor     PIC -(14)9.99.
               02  FILLER      PIC X(31) VALUE SPACES.
           01  ConceptoCDT.
               02  CCTexto     PIC X(14).
               02  CCDias      PIC ZZ9.
               02  CCFinal     PIC X(5).
           01  LineaBlanco     PIC X(80) VALUE SPACES.
           01  obj-saldohistorico object reference.
           01  obj-boveda       object reference.
           01  obj-parametro    object reference.
           01  obj-fechaproceso object reference.
           01  obj-reporte      object reference.

        Linkage Section.
           77  LSDesde         PIC X(8).
           77  LSHasta         PIC X(8).
           77  LSFechaProceso  PIC X(8).
           77  LSBancoCentral  PIC 9(14)V99.
           77  LSDefecto       PIC 9(14)V99.
           77  Cumple          PIC 9.

       Procedure Division using  LSDesde
                                 LSHasta
                                 LSFechaProceso
                                 LSBancoCentral
                                 LSDefecto
                                 returning Cumple.

             MOVE "S" TO EncajePend
             MOVE 1 TO Cumple
             MOVE 0 TO LSDefecto
             MOVE 0 TO SumaAhorro
             MOVE 0 TO SumaCorriente
             MOVE 0 TO SumaCDTCorto
             MOVE 0 TO SumaCDTLargo
             INVOKE saldohistorico "New"
                     RETURNING obj-saldohistorico
             INVOKE boveda "New"
                     RETURNING obj-boveda
             INVOKE parametro "New"
                     RETURNING obj-parametro
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso

      *PORCENTAJES DE ENCAJE Y FRONTERA DE DIAS ENTRE PLAZO FIJO
      *CORTO Y LARGO VIGENTES AL CIERRE DEL PERIODO; A FALTA DE
      *FILA RIGEN LOS VALORES DE FABRICA
             MOVE 8.00 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoAhorro
                                        LSHasta
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO PctAhorro
             MOVE 8.00 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoCorriente
                                        LSHasta
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO PctCorriente
             MOVE 3.50 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoCDTCorto
                                        LSHasta
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO PctCDTCorto
             MOVE 0 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoCDTLargo
                                        LSHasta
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO PctCDTLargo
             MOVE 540 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoDiasLargo
                                        LSHasta
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO DiasCDTLargo

      *DIAS CALENDARIO DEL PERIODO
             MOVE 0 TO DiasPeriodo
             MOVE LSDesde TO FechaDia
             PERFORM ContarDiaPeriodo UNTIL FechaDia > LSHasta

      *SUMA DE LOS SALDOS DIARIOS DE CADA GRUPO
             MOVE "S" TO HayMas
             OPEN INPUT EncAccounts
             OPEN INPUT EncPlazosFijos
             PERFORM AcumularCuentaSiguiente UNTIL NoHayMas
             CLOSE EncPlazosFijos
             CLOSE EncAccounts

             OPEN I-O Encajes
             MOVE LSDesde        TO EncDesde
             MOVE LSHasta        TO EncHasta
             MOVE DiasPeriodo    TO EncDias
             COMPUTE EncPromAhorro    ROUNDED = SumaAhorro
                                              / DiasPeriodo
             COMPUTE EncPromCorriente ROUNDED = SumaCorriente
                                              / DiasPeriodo
             COMPUTE EncPromCDTCorto  ROUNDED = SumaCDTCorto
                                              / DiasPeriodo
             COMPUTE EncPromCDTLargo  ROUNDED = SumaCDTLargo
                                              / DiasPeriodo
             COMPUTE ReqAhorro    ROUNDED = EncPromAhorro
                                          * PctAhorro / 100
             COMPUTE ReqCorriente ROUNDED = EncPromCorriente
                                          * PctCorriente / 100
             COMPUTE ReqCDTCorto  ROUNDED = EncPromCDTCorto
                                          * PctCDTCorto / 100
             COMPUTE ReqCDTLargo  ROUNDED = EncPromCDTLargo
                                          * PctCDTLargo / 100
             COMPUTE EncRequerido = ReqAhorro + ReqCorriente
                                  + ReqCDTCorto + ReqCDTLargo
             INVOKE obj-boveda "EfectivoTotal" using LSFechaProceso
                                          returning EncEfectivo
             MOVE LSBancoCentral TO EncBancoCentral
             COMPUTE EncajeDisponible = EncEfectivo + EncBancoCentral
             IF EncajeDisponible < EncRequerido THEN
                COMPUTE EncDefecto = EncRequerido - EncajeDisponible
                MOVE "D" TO EncEstado
                MOVE 0   TO Cumple
             ELSE
                MOVE 0   TO EncDefecto
                MOVE "C" TO EncEstado
             END-IF
             MOVE EncDefecto     TO LSDefecto
             MOVE LSFechaProceso TO EncFechaCalculo
             WRITE encajes-file
               INVALID KEY
                 REWRITE encajes-file
                 END-REWRITE
             END-WRITE
             CLOSE Encajes

             PERFORM ImprimirInformeEncaje
             MOVE "N" TO EncajePend.

       ContarDiaPeriodo.
             IF EncajePend = "S" THEN
                ADD 1 TO DiasPeriodo
                INVOKE obj-fechaproceso "CalcularFechaMasDias"
                                        using FechaDia 1
                                        returning FechaDia
             END-IF.

       AcumularCuentaSiguiente.
             IF EncajePend = "S" THEN
                READ EncAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF ENAMonedaCuenta = SPACES
                       OR ENAMonedaCuenta = "COP" THEN
                       PERFORM AcumularSaldoCuenta
                    END-IF
                END-READ
             END-IF.

       AcumularSaldoCuenta.
             IF EncajePend = "S" THEN
                INVOKE obj-saldohistorico "SaldoPromedio"
                                         using ENANumaccounts
                                               LSDesde
                                               LSHasta
                                               SaldoPromedio
                                               DisponiblePromedio
                                     returning DiasPromediados
      *UNA CUENTA SOBREGIRADA EN PROMEDIO NO APORTA DEPOSITOS
                IF DiasPromediados > 0 AND SaldoPromedio > 0 THEN
                   COMPUTE SumaCuenta = SaldoPromedio * DiasPromediados
                   EVALUATE ENATipodeCueta
                     WHEN 0
                       ADD SumaCuenta TO SumaAhorro
                     WHEN 1
                       ADD SumaCuenta TO SumaCorriente
                     WHEN 2
                       PERFORM BuscarPactoPlazo
                       IF TienePacto = 1
                          AND ENPDias NOT < DiasCDTLargo THEN
                          ADD SumaCuenta TO SumaCDTLargo
                       ELSE
                          ADD SumaCuenta TO SumaCDTCorto
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                END-IF
             END-IF.

       BuscarPactoPlazo.
             IF EncajePend = "S" THEN
                MOVE 0 TO TienePacto
                MOVE ENANumaccounts TO ENPCuenta
                READ EncPlazosFijos
                  KEY IS ENPCuenta
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 1 TO TienePacto
                END-READ
             END-IF.

       ImprimirInformeEncaje.
             IF EncajePend = "S" THEN
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreImpresion
                                           TituloImpresion
                                           LSFechaProceso
                                           EncabezadoImpresion
                MOVE LSDesde     TO LPDesde
                MOVE LSHasta     TO LPHasta
                MOVE DiasPeriodo TO LPDias
                INVOKE obj-reporte "EscribirLinea" using LineaPeriodo
                INVOKE obj-reporte "EscribirLinea" using LineaBlanco

                MOVE "DEPOSITOS DE AHORRO"     TO LGConcepto
                MOVE EncPromAhorro             TO LGPromedio
                MOVE PctAhorro                 TO LGPorcentaje
                MOVE ReqAhorro                 TO LGRequerido
                INVOKE obj-reporte "EscribirLinea" using LineaGrupo
                MOVE "CUENTAS CORRIENTES"      TO LGConcepto
                MOVE EncPromCorriente          TO LGPromedio
                MOVE PctCorriente              TO LGPorcentaje
                MOVE ReqCorriente              TO LGRequerido
                INVOKE obj-reporte "EscribirLinea" using LineaGrupo
                MOVE "PLAZO FIJO <"            TO CCTexto
                MOVE DiasCDTLargo              TO CCDias
                MOVE " DIAS"                   TO CCFinal
                MOVE ConceptoCDT               TO LGConcepto
                MOVE EncPromCDTCorto           TO LGPromedio
                MOVE PctCDTCorto               TO LGPorcentaje
                MOVE ReqCDTCorto               TO LGRequerido
                INVOKE obj-reporte "EscribirLinea" using LineaGrupo
                MOVE "PLAZO FIJO >="           TO CCTexto
                MOVE ConceptoCDT               TO LGConcepto
                MOVE EncPromCDTLargo           TO LGPromedio
                MOVE PctCDTLargo               TO LGPorcentaje
                MOVE ReqCDTLargo               TO LGRequerido
                INVOKE obj-reporte "EscribirLinea" using LineaGrupo
                INVOKE obj-reporte "EscribirLinea" using LineaBlanco

                MOVE "ENCAJE REQUERIDO"        TO LTConcepto
                MOVE EncRequerido              TO LTValor
                INVOKE obj-reporte "EscribirLinea" using LineaTotal
                MOVE "EFECTIVO EN BOVEDAS Y CAJAS" TO LTConcepto
                MOVE EncEfectivo               TO LTValor
                INVOKE obj-reporte "EscribirLinea" using LineaTotal
                MOVE "SALDO EN EL BANCO CENTRAL" TO LTConcepto
                MOVE EncBancoCentral           TO LTValor
                INVOKE obj-reporte "EscribirLinea" using LineaTotal
                MOVE "ENCAJE DISPONIBLE"       TO LTConcepto
                MOVE EncajeDisponible          TO LTValor
                INVOKE obj-reporte "EscribirLinea" using LineaTotal
                IF EncajeDefecto THEN
                   MOVE "*** DEFECTO DE ENCAJE ***" TO LTConcepto
                   MOVE EncDefecto             TO LTValor
                ELSE
                   MOVE "EXCEDENTE DE ENCAJE"  TO LTConcepto
                   COMPUTE LTValor = EncajeDisponible - EncRequerido
                END-IF
                INVOKE obj-reporte "EscribirLinea" using LineaTotal

                MOVE EncRequerido TO MontoControl
                INVOKE obj-reporte "CerrarReporte" using MontoControl
             END-IF.

       End Method CalcularEncaje.
      *>----------------------------------------------

       end object.
       end class Encaje.
