       object section.
       class-control.
           reporte      is class "reporte"
           consecutivo  is class "consecutivo"
           cierre       is class "cierre"
           contabilidad is class "contabilidad".

       working-storage section.
           access is dynamic
           record key is BPCodigo.

           SELECT AsientosEspeciales ASSIGN TO
                  "asientos_especiales.dat"
           organization is indexed
           access is dynamic
           record key is AEId
           alternate record key is AEFecha with duplicates.

           SELECT SaldosMensuales ASSIGN TO "saldos_mensuales.dat"
           organization is indexed
           access is dynamic
           record key is SMClave.

           SELECT PeriodosContables ASSIGN TO
                  "periodos_contables.dat"
           organization is indexed
           access is dynamic
           record key is PerPeriodo.

           SELECT MovimientosSucursal ASSIGN TO
                  "movimientos_sucursal.dat"
           organization is indexed
           access is dynamic
           record key is MSClave.

       DATA DIVISION.
       FILE SECTION.
       FD PlanCuentas.
           05  BPAcumDebe      PIC 9(14)V99.
           05  BPAcumHaber     PIC 9(14)V99.

       FD AsientosEspeciales.
      *ASIENTOS QUE NO NACEN DE UN MOVIMIENTO DE CUENTA (CASTIGOS
      *DE CARTERA Y SIMILARES): CADA UNO ES UN PAR BALANCEADO DEBE
      *Y HABER POR EL MISMO MONTO. LA CONTABILIDAD DIARIA LOS SUMA
      *AL ARCHIVO DE ASIENTOS DE SU FECHA
       01 asientos-especiales-file.
           05  AEId            PIC 9(9).
           05  AEFecha         PIC X(8).
           05  AESucursal      PIC 9(2).
           05  AECuentaDebe    PIC X(8).
           05  AECuentaHaber   PIC X(8).
           05  AEMonto         PIC 9(12)V99.
           05  AEOrigen        PIC X(12).
           05  AEReferencia    PIC X(20).

       FD SaldosMensuales.
      *FOTO DEL BALANCE DE PRUEBA ACUMULADO AL CIERRE DE CADA MES,
      *CODIGO POR CODIGO. ES LA BASE DE LAS CIFRAS COMPARATIVAS DE
      *LOS ESTADOS FINANCIEROS DEL MES SIGUIENTE
       01 saldos-mensuales-file.
           05  SMClave.
               10  SMPeriodo   PIC X(6).
               10  SMCodigo    PIC X(8).
           05  SMAcumDebe      PIC 9(14)V99.
           05  SMAcumHaber     PIC 9(14)V99.

       FD PeriodosContables.
      *PERIODOS CONTABLES (AAAAMM) YA CERRADOS CON SUS ESTADOS
      *FINANCIEROS. UN PERIODO CERRADO NO ADMITE MAS ASIENTOS NI
      *CIERRES O REAPERTURAS DE FECHAS SUYAS
       01 periodos-contables-file.
           05  PerPeriodo      PIC X(6).
           05  PerEstado       PIC X.
               88  PeriodoBloqueado VALUE "C".
           05  PerFechaCorte   PIC X(8).
           05  PerFechaCierre  PIC X(8).
           05  PerHoraCierre   PIC X(4).
           05  PerTotalActivo  PIC S9(14)V99.
           05  PerUtilidadMes  PIC S9(14)V99.

       FD MovimientosSucursal.
      *MOVIMIENTO CONTABLE DE CADA MES ABIERTO POR SUCURSAL Y
      *CODIGO: LOS MISMOS ASIENTOS QUE ENTRAN AL BALANCE DE PRUEBA,
      *CON LA SUCURSAL DE CADA LINEA. ES LA BASE DE LA RENTABILIDAD
      *POR SUCURSAL
       01 movimientos-sucursal-file.
           05  MSClave.
               10  MSPeriodo   PIC X(6).
               10  MSSucursal  PIC 9(2).
               10  MSCodigo    PIC X(8).
           05  MSAcumDebe      PIC 9(14)V99.
           05  MSAcumHaber     PIC 9(14)V99.

       Method-ID. GuardarCuentaContable.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
      *AcumularPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  AcumularPend  PIC X VALUE "N".

        Linkage Section.
           77  TotalLineas   PIC 9(6).

             MOVE 0 TO TotalLineas
             MOVE "S" TO HayMas
             MOVE "S" TO AcumularPend
             OPEN INPUT AsientosDiarios
             PERFORM AcumularAsientoSiguiente UNTIL NoHayMas
             CLOSE AsientosDiarios
             MOVE "N" TO AcumularPend.

       AcumularAsientoSiguiente.
             READ AsientosDiarios
               NOT AT END
                 IF asientos-diarios-linea(1:1) NOT = "T" THEN
                    PERFORM SumarAlBalance
                    PERFORM SumarASucursal
                    ADD 1 TO TotalLineas
                 END-IF
             END-READ.

       SumarAlBalance.
             IF AcumularPend = "S" THEN
                OPEN I-O BalancePrueba
                  MOVE AsiCuentaGL TO BPCodigo
                  READ BalancePrueba
                    KEY IS BPCodigo
                    INVALID KEY
                      MOVE AsiCuentaGL TO BPCodigo
                      MOVE 0 TO BPAcumDebe
                      MOVE 0 TO BPAcumHaber
                      IF AsiDebeHaber = "D" THEN
                         MOVE AsiMonto TO BPAcumDebe
                      ELSE
                         MOVE AsiMonto TO BPAcumHaber
                      END-IF
                      WRITE balance-prueba-file
                      END-WRITE
                    NOT INVALID KEY
                      IF AsiDebeHaber = "D" THEN
                         ADD AsiMonto TO BPAcumDebe
                      ELSE
                         ADD AsiMonto TO BPAcumHaber
                      END-IF
                      REWRITE balance-prueba-file
                      END-REWRITE
                  END-READ
                CLOSE BalancePrueba
             END-IF.

       SumarASucursal.
             IF AcumularPend = "S" THEN
                OPEN I-O MovimientosSucursal
                  MOVE AsiFecha(1:6) TO MSPeriodo
                  MOVE AsiSucursal   TO MSSucursal
                  MOVE AsiCuentaGL   TO MSCodigo
                  READ MovimientosSucursal
                    KEY IS MSClave
                    INVALID KEY
                      MOVE 0 TO MSAcumDebe
                      MOVE 0 TO MSAcumHaber
                      IF AsiDebeHaber = "D" THEN
                         MOVE AsiMonto TO MSAcumDebe
                      ELSE
                         MOVE AsiMonto TO MSAcumHaber
                      END-IF
                      WRITE movimientos-sucursal-file
                      END-WRITE
                    NOT INVALID KEY
                      IF AsiDebeHaber = "D" THEN
                         ADD AsiMonto TO MSAcumDebe
                      ELSE
                         ADD AsiMonto TO MSAcumHaber
                      END-IF
                      REWRITE movimientos-sucursal-file
                      END-REWRITE
                  END-READ
                CLOSE MovimientosSucursal
             END-IF.

       End Method AcumularBalancePrueba.
      *>----------------------------------------------
       End Method ReporteBalancePrueba.
      *>----------------------------------------------

       Method-ID. RegistrarAsientoEspecial.
      *>----------------------------------------------
      *DEJA UN ASIENTO FUERA DE LOS MOVIMIENTOS DE CUENTA PARA LA
      *CONTABILIDAD DIARIA DE LA FECHA. EL ORIGEN DICE QUE PROCESO
      *LO GENERO Y LA REFERENCIA LO AMARRA A SU DOCUMENTO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxAEId       PIC 9(9) VALUE 0.
           77  NombreSec     PIC X(12) VALUE "ASIESPSEQ".
           77  NumeroAsignado PIC 9(9).
           77  PeriodoCerrado PIC 9.
           01  obj-consecutivo object reference.

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  LSSucursal    PIC 9(2).
           77  LSCuentaDebe  PIC X(8).
           77  LSCuentaHaber PIC X(8).
           77  LSMonto       PIC 9(12)V99.
           77  LSOrigen      PIC X(12).
           77  LSReferencia  PIC X(20).
           77  RegistroOk    PIC 9.

       Procedure Division using  LSFecha
                                 LSSucursal
                                 LSCuentaDebe
                                 LSCuentaHaber
                                 LSMonto
                                 LSOrigen
                                 LSReferencia
                                 returning RegistroOk.

             MOVE 0 TO RegistroOk
      *UN PERIODO CONTABLE YA CERRADO NO RECIBE MAS ASIENTOS
             MOVE 0 TO PeriodoCerrado
             OPEN I-O PeriodosContables
               MOVE LSFecha(1:6) TO PerPeriodo
               READ PeriodosContables
                 KEY IS PerPeriodo
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF PeriodoBloqueado THEN
                      MOVE 1 TO PeriodoCerrado
                   END-IF
               END-READ
             CLOSE PeriodosContables
             IF PeriodoCerrado = 1 THEN
                DISPLAY "El periodo " LSFecha(1:6) " esta cerrado: "
                        "asiento de " LSOrigen " rechazado"
             END-IF

             IF LSMonto > 0 AND PeriodoCerrado = 0 THEN
                INVOKE consecutivo "New"
                        RETURNING obj-consecutivo
                INVOKE obj-consecutivo "TomarSiguiente"
                                     using NombreSec
                                     returning NumeroAsignado
                IF NumeroAsignado = 0 THEN
                   MOVE "S" TO HayMas
                   OPEN INPUT AsientosEspeciales
                   PERFORM BuscarMaxAEId UNTIL NoHayMas
                   CLOSE AsientosEspeciales
                   INVOKE obj-consecutivo "IniciarConsecutivo"
                                        using NombreSec MaxAEId
                   INVOKE obj-consecutivo "TomarSiguiente"
                                        using NombreSec
                                        returning NumeroAsignado
                END-IF

                OPEN I-O AsientosEspeciales
                MOVE NumeroAsignado TO AEId
                MOVE LSFecha        TO AEFecha
                MOVE LSSucursal     TO AESucursal
                MOVE LSCuentaDebe   TO AECuentaDebe
                MOVE LSCuentaHaber  TO AECuentaHaber
                MOVE LSMonto        TO AEMonto
                MOVE LSOrigen       TO AEOrigen
                MOVE LSReferencia   TO AEReferencia
                WRITE asientos-especiales-file
                  INVALID KEY
                    DISPLAY "No se pudo grabar el asiento " AEId
                  NOT INVALID KEY
                    MOVE 1 TO RegistroOk
                END-WRITE
                CLOSE AsientosEspeciales
             END-IF.

       BuscarMaxAEId.
             READ AsientosEspeciales NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF AEId > MaxAEId THEN
                    MOVE AEId TO MaxAEId
                 END-IF
             END-READ.

       End Method RegistrarAsientoEspecial.
      *>----------------------------------------------

       Method-ID. RevertirBalancePrueba.
      *>----------------------------------------------
      *RESTA DEL BALANCE DE PRUEBA ACUMULADO LOS ASIENTOS DEL DIA
      *QUE AcumularBalancePrueba LE SUMO. LO USA LA REAPERTURA DEL
      *CIERRE, CUANDO EL ARCHIVO DE ASIENTOS TODAVIA ES EL DE LA
      *FECHA REABIERTA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
      *RevertirPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  RevertirPend  PIC X VALUE "N".

        Linkage Section.
           77  TotalLineas   PIC 9(6).

       Procedure Division returning TotalLineas.

             MOVE 0 TO TotalLineas
             MOVE "S" TO HayMas
             MOVE "S" TO RevertirPend
             OPEN INPUT AsientosDiarios
             PERFORM RevertirAsientoSiguiente UNTIL NoHayMas
             CLOSE AsientosDiarios
             MOVE "N" TO RevertirPend.

       RevertirAsientoSiguiente.
             READ AsientosDiarios
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF asientos-diarios-linea(1:1) NOT = "T" THEN
                    PERFORM RestarDelBalance
                    PERFORM RestarDeSucursal
                    ADD 1 TO TotalLineas
                 END-IF
             END-READ.

       RestarDelBalance.
             IF RevertirPend = "S" THEN
                OPEN I-O BalancePrueba
                  MOVE AsiCuentaGL TO BPCodigo
                  READ BalancePrueba
                    KEY IS BPCodigo
                    INVALID KEY
                      DISPLAY "Codigo " AsiCuentaGL " sin acumulado"
                    NOT INVALID KEY
                      IF AsiDebeHaber = "D" THEN
                         SUBTRACT AsiMonto FROM BPAcumDebe
                      ELSE
                         SUBTRACT AsiMonto FROM BPAcumHaber
                      END-IF
                      REWRITE balance-prueba-file
                      END-REWRITE
                  END-READ
                CLOSE BalancePrueba
             END-IF.

       RestarDeSucursal.
             IF RevertirPend = "S" THEN
                OPEN I-O MovimientosSucursal
                  MOVE AsiFecha(1:6) TO MSPeriodo
                  MOVE AsiSucursal   TO MSSucursal
                  MOVE AsiCuentaGL   TO MSCodigo
                  READ MovimientosSucursal
                    KEY IS MSClave
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      IF AsiDebeHaber = "D" THEN
                         SUBTRACT AsiMonto FROM MSAcumDebe
                      ELSE
                         SUBTRACT AsiMonto FROM MSAcumHaber
                      END-IF
                      REWRITE movimientos-sucursal-file
                      END-REWRITE
                  END-READ
                CLOSE MovimientosSucursal
             END-IF.

       End Method RevertirBalancePrueba.
      *>----------------------------------------------

       Method-ID. PeriodoCerrado.
      *>----------------------------------------------
      *DEVUELVE 1 SI EL PERIODO CONTABLE (AAAAMM) DE LA FECHA YA
      *FUE CERRADO CON SUS ESTADOS FINANCIEROS
       Data Division.
        Linkage Section.
           77  LSFecha       PIC X(8).
           77  Cerrado       PIC 9.

       Procedure Division using  LSFecha
                                 returning Cerrado.

             MOVE 0 TO Cerrado
             OPEN I-O PeriodosContables
               MOVE LSFecha(1:6) TO PerPeriodo
               READ PeriodosContables
                 KEY IS PerPeriodo
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF PeriodoBloqueado THEN
                      MOVE 1 TO Cerrado
                   END-IF
               END-READ
             CLOSE PeriodosContables.

       End Method PeriodoCerrado.
      *>----------------------------------------------

       Method-ID. GenerarEstadosFinancieros.
      *>----------------------------------------------
      *CIERRE CONTABLE DEL MES: GUARDA LA FOTO DEL BALANCE DE
      *PRUEBA ACUMULADO, LA AGRUPA POR CLASE Y GRUPO DEL PLAN DE
      *CUENTAS (LOS DOS PRIMEROS DIGITOS DEL CODIGO) E IMPRIME EL
      *BALANCE GENERAL Y EL ESTADO DE RESULTADOS CON LAS CIFRAS DEL
      *MES ANTERIOR AL LADO. EL BALANCE MUESTRA SALDOS ACUMULADOS;
      *EL ESTADO DE RESULTADOS, EL MOVIMIENTO DEL MES (DIFERENCIA
      *ENTRE LA FOTO DEL MES Y LA DEL MES ANTERIOR). AL TERMINAR EL
      *PERIODO QUEDA CERRADO. CORRE ENTRE EL CIERRE DEL ULTIMO DIA
      *DEL MES Y EL CIERRE DEL PRIMER DIA DEL MES SIGUIENTE, QUE ES
      *CUANDO EL BALANCE DE PRUEBA TIENE EXACTAMENTE EL MES
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *EstadosPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  EstadosPend     PIC X VALUE "N".
           77  Motivo          PIC X(3) VALUE SPACES.
           77  EnCurso         PIC 9.
           77  HayPeriodos     PIC X VALUE "N".
           77  AnteriorCerrado PIC X VALUE "N".
           77  HuboAnterior    PIC X VALUE "N".
           77  PeriodoLeer     PIC X(6).
           77  DestinoFoto     PIC X.
           77  CodigoLeido     PIC X(8).
           77  SaldoLeido      PIC S9(14)V99.
           77  CodigosFuera    PIC 9(4) VALUE 0.
           77  TotalFotos      PIC 9(6) VALUE 0.
           77  TipoEstado      PIC X.
           77  IndGrupo        PIC 9(3).
           77  UltimoGrupo     PIC 9(3).
           77  ClaseImp        PIC 9.
           77  SignoClase      PIC S9.
           77  MontoActual     PIC S9(14)V99.
           77  MontoAnterior   PIC S9(14)V99.
           77  ResultadoAcum   PIC S9(14)V99.
           77  ResultadoAcumAnt PIC S9(14)V99.
           77  TotalPasPat     PIC S9(14)V99.
           77  TotalPasPatAnt  PIC S9(14)V99.
           77  UtilidadMes     PIC S9(14)V99.
           77  UtilidadMesAnt  PIC S9(14)V99.
           77  NombreGrupo     PIC X(26).
           77  NombreClase     PIC X(20).
           77  DiasDelMes      PIC 99.
           77  CocienteBisiesto PIC 9(4).
           77  RestoBisiesto   PIC 9(4).
           77  AnioBisiesto    PIC X VALUE "N".
               88  EsBisiesto  VALUE "S".
           77  MontoControl    PIC S9(14)V99.
           01  PeriodoTrabajo.
               02  PTAnio      PIC 9(4).
               02  PTMes       PIC 99.
           01  PeriodoSiguiente.
               02  PSAnio      PIC 9(4).
               02  PSMes       PIC 99.
           01  PeriodoAnterior.
               02  PAAnio      PIC 9(4).
               02  PAMes       PIC 99.
           01  PeriodoPrevio.
               02  PPAnio      PIC 9(4).
               02  PPMes       PIC 99.
           01  FechaCorte.
               02  FCAnio      PIC 9(4).
               02  FCMes       PIC 99.
               02  FCDia       PIC 99.
           01  CodigoGrupo     PIC X(2).
           01  NumeroGrupo REDEFINES CodigoGrupo PIC 99.
      *SALDO DEBE MENOS HABER DE CADA GRUPO: AL CIERRE DEL MES, AL
      *CIERRE DEL MES ANTERIOR Y AL CIERRE DEL MES PREVIO A ESE
           01  TablaGrupos.
               02  GrupoFila OCCURS 99.
                   03  GrupoActual   PIC S9(14)V99.
                   03  GrupoAnterior PIC S9(14)V99.
                   03  GrupoPrevio   PIC S9(14)V99.
      *TOTALES POR CLASE YA CON EL SIGNO DE SU NATURALEZA: SALDO
      *ACUMULADO PARA EL BALANCE Y MOVIMIENTO DEL MES PARA EL
      *ESTADO DE RESULTADOS
           01  TablaClases.
               02  ClaseFila OCCURS 9.
                   03  CBActual      PIC S9(14)V99.
                   03  CBAnterior    PIC S9(14)V99.
                   03  CRActual      PIC S9(14)V99.
                   03  CRAnterior    PIC S9(14)V99.
           01  FechaReloj.
               02  FRAnio      PIC 9(4).
               02  FRMes       PIC 99.
               02  FRDia       PIC 99.
           01  HoraReloj.
               02  HRHora      PIC 99.
               02  HRMinuto    PIC 99.
           77  NombreBalance   PIC X(30)
                               VALUE "balance_general.txt".
           77  TituloBalance   PIC X(30)
                               VALUE "BALANCE GENERAL".
           77  NombreResultados PIC X(30)
                               VALUE "estado_resultados.txt".
           77  TituloResultados PIC X(30)
                               VALUE "ESTADO DE RESULTADOS".
           01  EncabezadoEstados.
               02  FILLER      PIC X(40) VALUE "GR NOMBRE".
               02  FILLER      PIC X(8)  VALUE "ESTE MES".
               02  FILLER      PIC X(7)  VALUE SPACES.
               02  FILLER      PIC X(12) VALUE "MES ANTERIOR".
               02  FILLER      PIC X(13) VALUE SPACES.
           01  LineaEstado.
               02  LEGrupo     PIC X(2).
               02  FILLER      PIC X VALUE SPACE.
               02  LENombre    PIC X(26).
               02  FILLER      PIC X VALUE SPACE.
               02  LEActual    PIC -9(14).99.
               02  FILLER      PIC X VALUE SPACE.
               02  LEAnterior  PIC -9(14).99.
               02  FILLER      PIC X(13) VALUE SPACES.
           01  obj-cierre      object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSPeriodo       PIC X(6).
           77  LSFechaProceso  PIC X(8).
           77  EstadosOk       PIC 9.

       Procedure Division using  LSPeriodo
                                 LSFechaProceso
                                 returning EstadosOk.

             MOVE 0 TO EstadosOk
             MOVE LSPeriodo TO PeriodoTrabajo
             IF LSPeriodo NOT NUMERIC THEN
                MOVE "PER" TO Motivo
             ELSE
                IF PTMes < 1 OR PTMes > 12 THEN
                   MOVE "PER" TO Motivo
                END-IF
             END-IF

             IF Motivo = SPACES THEN
                IF PTMes = 12 THEN
                   COMPUTE PSAnio = PTAnio + 1
                   MOVE 1 TO PSMes
                ELSE
                   MOVE PTAnio TO PSAnio
                   COMPUTE PSMes = PTMes + 1
                END-IF
                IF PTMes = 1 THEN
                   COMPUTE PAAnio = PTAnio - 1
                   MOVE 12 TO PAMes
                ELSE
                   MOVE PTAnio TO PAAnio
                   COMPUTE PAMes = PTMes - 1
                END-IF
                IF PAMes = 1 THEN
                   COMPUTE PPAnio = PAAnio - 1
                   MOVE 12 TO PPMes
                ELSE
                   MOVE PAAnio TO PPAnio
                   COMPUTE PPMes = PAMes - 1
                END-IF

                OPEN I-O PeriodosContables
                  MOVE LSPeriodo TO PerPeriodo
                  READ PeriodosContables
                    KEY IS PerPeriodo
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      IF PeriodoBloqueado THEN
                         MOVE "BLQ" TO Motivo
                      END-IF
                  END-READ
                CLOSE PeriodosContables
             END-IF

      *EL BALANCE DE PRUEBA DEBE TENER TODO EL MES Y NADA DEL
      *SIGUIENTE: LA FECHA DE PROCESO ES EL PRIMER DIA DEL MES
      *SIGUIENTE Y SU CIERRE NO HA EMPEZADO
             IF Motivo = SPACES THEN
                IF LSFechaProceso(1:6) NOT = PeriodoSiguiente
                   OR LSFechaProceso(7:2) NOT = "01" THEN
                   MOVE "FEC" TO Motivo
                END-IF
             END-IF
             IF Motivo = SPACES THEN
                INVOKE cierre "New"
                        RETURNING obj-cierre
                INVOKE obj-cierre "CierreEnCurso"
                                  returning EnCurso
                IF EnCurso = 1 THEN
                   MOVE "CUR" TO Motivo
                END-IF
             END-IF

      *LOS PERIODOS SE CIERRAN EN ORDEN: SI YA HAY ALGUNO CERRADO,
      *EL MES ANTERIOR DEBE ESTARLO
             IF Motivo = SPACES THEN
                MOVE "S" TO HayMas
                OPEN I-O PeriodosContables
                PERFORM RevisarPeriodoSiguiente UNTIL NoHayMas
                CLOSE PeriodosContables
                IF HayPeriodos = "S" AND AnteriorCerrado = "N" THEN
                   MOVE "ANT" TO Motivo
                END-IF
             END-IF

             IF Motivo = SPACES THEN
                MOVE "S" TO EstadosPend
                INITIALIZE TablaGrupos
                INITIALIZE TablaClases
                PERFORM CalcularFechaCorte

                MOVE "C" TO DestinoFoto
                MOVE "S" TO HayMas
                OPEN INPUT BalancePrueba
                OPEN I-O SaldosMensuales
                PERFORM FotografiarCodigoSiguiente UNTIL NoHayMas
                CLOSE SaldosMensuales
                CLOSE BalancePrueba

                MOVE PeriodoAnterior TO PeriodoLeer
                MOVE "A" TO DestinoFoto
                PERFORM LeerFotoPeriodo
                MOVE PeriodoPrevio TO PeriodoLeer
                MOVE "P" TO DestinoFoto
                PERFORM LeerFotoPeriodo

                MOVE 10 TO IndGrupo
                PERFORM SumarGrupoEnClase UNTIL IndGrupo > 99
                COMPUTE ResultadoAcum = CBActual(4) - CBActual(5)
                        - CBActual(6) - CBActual(7)
                COMPUTE ResultadoAcumAnt = CBAnterior(4)
                        - CBAnterior(5) - CBAnterior(6)
                        - CBAnterior(7)
                COMPUTE TotalPasPat = CBActual(2) + CBActual(3)
                        + ResultadoAcum
                COMPUTE TotalPasPatAnt = CBAnterior(2)
                        + CBAnterior(3) + ResultadoAcumAnt
                COMPUTE UtilidadMes = CRActual(4) - CRActual(5)
                        - CRActual(6) - CRActual(7)
                COMPUTE UtilidadMesAnt = CRAnterior(4)
                        - CRAnterior(5) - CRAnterior(6)
                        - CRAnterior(7)

      *BALANCE GENERAL: ACTIVO = PASIVO + PATRIMONIO + RESULTADO;
      *EL TOTAL DE CONTROL ES LA DIFERENCIA Y DEBE SER CERO
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreBalance
                                           TituloBalance
                                           FechaCorte
                                           EncabezadoEstados
                MOVE "B" TO TipoEstado
                MOVE 1 TO ClaseImp
                PERFORM ImprimirClase 3 TIMES
                MOVE "RESULTADO DEL EJERCICIO" TO NombreGrupo
                MOVE ResultadoAcum    TO MontoActual
                MOVE ResultadoAcumAnt TO MontoAnterior
                PERFORM EscribirLineaTotal
                MOVE "TOTAL PASIVO Y PATRIMONIO" TO NombreGrupo
                MOVE TotalPasPat    TO MontoActual
                MOVE TotalPasPatAnt TO MontoAnterior
                PERFORM EscribirLineaTotal
                COMPUTE MontoControl = CBActual(1) - TotalPasPat
                INVOKE obj-reporte "CerrarReporte"
                                     using MontoControl
                IF MontoControl NOT = 0 THEN
                   DISPLAY "EL BALANCE GENERAL NO CUADRA: "
                           MontoControl
                END-IF

      *ESTADO DE RESULTADOS: EL TOTAL DE CONTROL ES LA UTILIDAD
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreResultados
                                           TituloResultados
                                           FechaCorte
                                           EncabezadoEstados
                MOVE "R" TO TipoEstado
                MOVE 4 TO ClaseImp
                PERFORM ImprimirClase 4 TIMES
                MOVE "UTILIDAD DEL MES" TO NombreGrupo
                MOVE UtilidadMes    TO MontoActual
                MOVE UtilidadMesAnt TO MontoAnterior
                PERFORM EscribirLineaTotal
                MOVE UtilidadMes TO MontoControl
                INVOKE obj-reporte "CerrarReporte"
                                     using MontoControl

                PERFORM BloquearPeriodo
                MOVE "N" TO EstadosPend
                MOVE 1 TO EstadosOk

                DISPLAY "Codigos en la foto del mes : " TotalFotos
                IF CodigosFuera > 0 THEN
                   DISPLAY "AVISO: " CodigosFuera " codigos sin"
                           " grupo numerico quedaron fuera"
                END-IF
                IF HuboAnterior = "N" THEN
                   DISPLAY "Sin foto del mes " PeriodoAnterior
                           ": la columna anterior va en cero"
                END-IF
                DISPLAY "Total activo               : " CBActual(1)
                DISPLAY "Total pasivo y patrimonio  : " TotalPasPat
                DISPLAY "Utilidad del mes           : " UtilidadMes
                DISPLAY "Reportes impresos en balance_general.txt y"
                DISPLAY "estado_resultados.txt"
                DISPLAY "Periodo " LSPeriodo " cerrado"
             END-IF

             EVALUATE Motivo
               WHEN "PER"
                 DISPLAY "Periodo invalido: " LSPeriodo
               WHEN "BLQ"
                 DISPLAY "El periodo " LSPeriodo " ya esta cerrado"
               WHEN "FEC"
                 DISPLAY "El periodo se cierra con la fecha de"
                 DISPLAY "proceso en el primer dia del mes"
                 DISPLAY "siguiente; la fecha de proceso es "
                         LSFechaProceso
               WHEN "CUR"
                 DISPLAY "Hay un cierre diario en curso"
               WHEN "ANT"
                 DISPLAY "El periodo " PeriodoAnterior " no esta"
                 DISPLAY "cerrado"
             END-EVALUATE.

       RevisarPeriodoSiguiente.
             READ PeriodosContables NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PeriodoBloqueado THEN
                    MOVE "S" TO HayPeriodos
                    IF PerPeriodo = PeriodoAnterior THEN
                       MOVE "S" TO AnteriorCerrado
                    END-IF
                 END-IF
             END-READ.

       CalcularFechaCorte.
             MOVE PTAnio TO FCAnio
             MOVE PTMes  TO FCMes
             EVALUATE PTMes
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO DiasDelMes
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO DiasDelMes
               WHEN OTHER
                 MOVE "N" TO AnioBisiesto
                 DIVIDE PTAnio BY 4 GIVING CocienteBisiesto
                        REMAINDER RestoBisiesto
                 IF RestoBisiesto = 0 THEN
                    MOVE "S" TO AnioBisiesto
                 END-IF
                 DIVIDE PTAnio BY 100 GIVING CocienteBisiesto
                        REMAINDER RestoBisiesto
                 IF RestoBisiesto = 0 THEN
                    MOVE "N" TO AnioBisiesto
                 END-IF
                 DIVIDE PTAnio BY 400 GIVING CocienteBisiesto
                        REMAINDER RestoBisiesto
                 IF RestoBisiesto = 0 THEN
                    MOVE "S" TO AnioBisiesto
                 END-IF
                 IF EsBisiesto THEN
                    MOVE 29 TO DiasDelMes
                 ELSE
                    MOVE 28 TO DiasDelMes
                 END-IF
             END-EVALUATE
             MOVE DiasDelMes TO FCDia.

      *LA FOTO SE REGRABA SI YA EXISTIA (CORRIDA INTERRUMPIDA ANTES
      *DE CERRAR EL PERIODO)
       FotografiarCodigoSiguiente.
             READ BalancePrueba NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF EstadosPend = "S" THEN
                    MOVE LSPeriodo   TO SMPeriodo
                    MOVE BPCodigo    TO SMCodigo
                    MOVE BPAcumDebe  TO SMAcumDebe
                    MOVE BPAcumHaber TO SMAcumHaber
                    WRITE saldos-mensuales-file
                      INVALID KEY
                        REWRITE saldos-mensuales-file
                        END-REWRITE
                    END-WRITE
                    ADD 1 TO TotalFotos
                    MOVE BPCodigo TO CodigoLeido
                    COMPUTE SaldoLeido = BPAcumDebe - BPAcumHaber
                    PERFORM AcumularEnGrupo
                 END-IF
             END-READ.

       LeerFotoPeriodo.
             IF EstadosPend = "S" THEN
                MOVE PeriodoLeer TO SMPeriodo
                MOVE LOW-VALUES  TO SMCodigo
                OPEN INPUT SaldosMensuales
                START SaldosMensuales KEY IS NOT < SMClave
                  INVALID KEY
                    MOVE "N" TO HayMas
                  NOT INVALID KEY
                    MOVE "S" TO HayMas
                END-START
                PERFORM LeerFotoSiguiente UNTIL NoHayMas
                CLOSE SaldosMensuales
             END-IF.

       LeerFotoSiguiente.
             READ SaldosMensuales NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF SMPeriodo NOT = PeriodoLeer THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF DestinoFoto = "A" THEN
                       MOVE "S" TO HuboAnterior
                    END-IF
                    MOVE SMCodigo TO CodigoLeido
                    COMPUTE SaldoLeido = SMAcumDebe - SMAcumHaber
                    PERFORM AcumularEnGrupo
                 END-IF
             END-READ.

      *EL GRUPO SON LOS DOS PRIMEROS DIGITOS DEL CODIGO; EL PRIMERO
      *ES LA CLASE (1 ACTIVO, 2 PASIVO, 3 PATRIMONIO, 4 INGRESOS,
      *5 GASTOS, 6 Y 7 COSTOS). LAS CLASES 8 Y 9 SON CUENTAS DE
      *ORDEN Y NO ENTRAN A LOS ESTADOS
       AcumularEnGrupo.
             MOVE CodigoLeido(1:2) TO CodigoGrupo
             IF CodigoGrupo IS NUMERIC AND NumeroGrupo > 9 THEN
                EVALUATE DestinoFoto
                  WHEN "C"
                    ADD SaldoLeido TO GrupoActual(NumeroGrupo)
                  WHEN "A"
                    ADD SaldoLeido TO GrupoAnterior(NumeroGrupo)
                  WHEN "P"
                    ADD SaldoLeido TO GrupoPrevio(NumeroGrupo)
                END-EVALUATE
             ELSE
                IF DestinoFoto = "C" THEN
                   ADD 1 TO CodigosFuera
                END-IF
             END-IF.

       SumarGrupoEnClase.
             IF EstadosPend = "S" THEN
                DIVIDE IndGrupo BY 10 GIVING ClaseImp
                PERFORM FijarSignoClase
                COMPUTE CBActual(ClaseImp) = CBActual(ClaseImp)
                        + GrupoActual(IndGrupo) * SignoClase
                COMPUTE CBAnterior(ClaseImp) = CBAnterior(ClaseImp)
                        + GrupoAnterior(IndGrupo) * SignoClase
                COMPUTE CRActual(ClaseImp) = CRActual(ClaseImp)
                        + (GrupoActual(IndGrupo)
                           - GrupoAnterior(IndGrupo)) * SignoClase
                COMPUTE CRAnterior(ClaseImp) = CRAnterior(ClaseImp)
                        + (GrupoAnterior(IndGrupo)
                           - GrupoPrevio(IndGrupo)) * SignoClase
                ADD 1 TO IndGrupo
             END-IF.

      *LAS CLASES DE NATURALEZA CREDITO (PASIVO, PATRIMONIO E
      *INGRESOS) SE PRESENTAN CON EL SIGNO INVERTIDO
       FijarSignoClase.
             IF ClaseImp = 2 OR ClaseImp = 3 OR ClaseImp = 4 THEN
                MOVE -1 TO SignoClase
             ELSE
                MOVE 1 TO SignoClase
             END-IF.

       ImprimirClase.
             IF EstadosPend = "S" THEN
                EVALUATE ClaseImp
                  WHEN 1 MOVE "ACTIVO"     TO NombreClase
                  WHEN 2 MOVE "PASIVO"     TO NombreClase
                  WHEN 3 MOVE "PATRIMONIO" TO NombreClase
                  WHEN 4 MOVE "INGRESOS"   TO NombreClase
                  WHEN 5 MOVE "GASTOS"     TO NombreClase
                  WHEN 6 MOVE "COSTOS DE VENTAS" TO NombreClase
                  WHEN 7 MOVE "COSTOS DE PRODUCCION"
                                           TO NombreClase
                END-EVALUATE
                MOVE SPACES      TO LineaEstado
                MOVE NombreClase TO LENombre
                INVOKE obj-reporte "EscribirLinea" using
                                                 LineaEstado
                PERFORM FijarSignoClase
                COMPUTE IndGrupo = ClaseImp * 10
                COMPUTE UltimoGrupo = IndGrupo + 9
                PERFORM ImprimirGrupo UNTIL IndGrupo > UltimoGrupo
                MOVE SPACES TO NombreGrupo
                STRING "TOTAL " NombreClase DELIMITED BY SIZE
                       INTO NombreGrupo
                END-STRING
                IF TipoEstado = "B" THEN
                   MOVE CBActual(ClaseImp)   TO MontoActual
                   MOVE CBAnterior(ClaseImp) TO MontoAnterior
                ELSE
                   MOVE CRActual(ClaseImp)   TO MontoActual
                   MOVE CRAnterior(ClaseImp) TO MontoAnterior
                END-IF
                PERFORM EscribirLineaTotal
                ADD 1 TO ClaseImp
             END-IF.

      *EN EL BALANCE CADA GRUPO LLEVA SU SALDO ACUMULADO; EN EL
      *ESTADO DE RESULTADOS, SU MOVIMIENTO DEL MES
       ImprimirGrupo.
             IF EstadosPend = "S" THEN
                IF TipoEstado = "B" THEN
                   COMPUTE MontoActual =
                           GrupoActual(IndGrupo) * SignoClase
                   COMPUTE MontoAnterior =
                           GrupoAnterior(IndGrupo) * SignoClase
                ELSE
                   COMPUTE MontoActual = (GrupoActual(IndGrupo)
                           - GrupoAnterior(IndGrupo)) * SignoClase
                   COMPUTE MontoAnterior = (GrupoAnterior(IndGrupo)
                           - GrupoPrevio(IndGrupo)) * SignoClase
                END-IF
                IF MontoActual NOT = 0 OR MontoAnterior NOT = 0 THEN
                   MOVE IndGrupo TO NumeroGrupo
                   PERFORM BuscarNombreGrupo
                   MOVE CodigoGrupo   TO LEGrupo
                   MOVE NombreGrupo   TO LENombre
                   MOVE MontoActual   TO LEActual
                   MOVE MontoAnterior TO LEAnterior
                   INVOKE obj-reporte "EscribirLinea" using
                                                    LineaEstado
                   DISPLAY LEGrupo " " LENombre " " LEActual " "
                           LEAnterior
                END-IF
                ADD 1 TO IndGrupo
             END-IF.

      *EL NOMBRE DEL GRUPO SE TOMA DEL PLAN DE CUENTAS SI EL CODIGO
      *DE DOS DIGITOS ESTA REGISTRADO
       BuscarNombreGrupo.
             MOVE SPACES TO NombreGrupo
             STRING "GRUPO " CodigoGrupo DELIMITED BY SIZE
                    INTO NombreGrupo
             END-STRING
             OPEN INPUT PlanCuentas
               MOVE SPACES      TO PlanCodigo
               MOVE CodigoGrupo TO PlanCodigo(1:2)
               READ PlanCuentas
                 KEY IS PlanCodigo
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE PlanNombre TO NombreGrupo
               END-READ
             CLOSE PlanCuentas.

       EscribirLineaTotal.
             IF EstadosPend = "S" THEN
                MOVE SPACES        TO LineaEstado
                MOVE NombreGrupo   TO LENombre
                MOVE MontoActual   TO LEActual
                MOVE MontoAnterior TO LEAnterior
                INVOKE obj-reporte "EscribirLinea" using
                                                 LineaEstado
                DISPLAY LENombre " " LEActual " " LEAnterior
             END-IF.

       BloquearPeriodo.
             IF EstadosPend = "S" THEN
                ACCEPT FechaReloj FROM DATE YYYYMMDD
                ACCEPT HoraReloj FROM TIME
                OPEN I-O PeriodosContables
                  MOVE LSPeriodo   TO PerPeriodo
                  MOVE "C"         TO PerEstado
                  MOVE FechaCorte  TO PerFechaCorte
                  MOVE FechaReloj  TO PerFechaCierre
                  MOVE HoraReloj   TO PerHoraCierre
                  MOVE CBActual(1) TO PerTotalActivo
                  MOVE UtilidadMes TO PerUtilidadMes
                  WRITE periodos-contables-file
                    INVALID KEY
                      REWRITE periodos-contables-file
                      END-REWRITE
                  END-WRITE
                CLOSE PeriodosContables
             END-IF.

       End Method GenerarEstadosFinancieros.
      *>----------------------------------------------

       end object.
       end class Contabilidad.
