      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Productividad as "productividad"
                 inherits from base.

       object section.
       class-control.
           reporte       is class "reporte"
           productividad is class "productividad".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LOS ARCHIVOS SE LEEN AQUI SOLO EN CONSULTA, CON EL MISMO
      *TRAZADO QUE DEFINE SU CLASE DUENA
           SELECT Operadores ASSIGN TO "operadores.dat"
           organization is indexed
           access is dynamic
           record key is OperId.

           SELECT CajaDiaria ASSIGN TO "caja_diaria.dat"
           organization is indexed
           access is dynamic
           record key is CajaSeq.

           SELECT Auditoria ASSIGN TO "auditoria.dat"
           organization is indexed
           access is dynamic
           record key is IDA.

           SELECT Sesiones ASSIGN TO "sesiones.dat"
           organization is indexed
           access is dynamic
           record key is SesId.

           SELECT Aprobaciones ASSIGN TO "aprobaciones.dat"
           organization is indexed
           access is dynamic
           record key is AprId.

           SELECT Incidentes ASSIGN TO "incidentes.dat"
           organization is indexed
           access is dynamic
           record key is IncSeq.

       DATA DIVISION.
       FILE SECTION.
       FD Operadores.
       01 operadores-file.
           05  OperId          PIC 9(9).
           05  OperNombre      PIC X(15).
           05  OperClave       PIC 9(4).
           05  OperEstado      PIC 9.
           05  OperCambioClave PIC X.
           05  OperRol         PIC 9.
           05  OperSucursal    PIC 9(2).

       FD CajaDiaria.
       01 caja-diaria-file.
           05  CajaSeq       PIC 9(5).
           05  CajaFecha     PIC X(8).
           05  CajaOperador  PIC 9(9).
           05  CajaTipoMov   PIC 9.
           05  CajaMonto     PIC 9(10)V99.
           05  CajaReferencia PIC X(9).

       FD Auditoria.
       01 auditoria-file.
           05  IDA           PIC 9(5).
           05  FechaAud      PIC X(8).
           05  HoraAud       PIC X(4).
           05  OperadorIdAud PIC 9(9).
           05  AccionAud     PIC X(30).
           05  CadenaAud     PIC 9(4).

       FD Sesiones.
       01 sesiones-file.
           05  SesId           PIC 9(6).
           05  SesOperador     PIC 9(9).
           05  SesTerminal     PIC 9(3).
           05  SesFecha        PIC X(8).
           05  SesHoraLogin    PIC X(4).
           05  SesHoraUltAct   PIC X(4).
           05  SesHoraLogout   PIC X(4).
           05  SesEstado       PIC 9.
               88  SesionActiva  VALUE 0.
               88  SesionCerrada VALUE 1.

       FD Aprobaciones.
       01 aprobaciones-file.
           05  AprId           PIC 9(5).
           05  AprTipo         PIC X(3).
           05  AprSolicitante  PIC 9(9).
           05  AprFecha        PIC X(8).
           05  AprVence        PIC X(8).
           05  AprDatos        PIC X(60).
           05  AprEstado       PIC 9.
               88  AprPendiente VALUE 0.
               88  AprAprobada  VALUE 1.
               88  AprRechazada VALUE 2.
               88  AprExpirada  VALUE 3.
           05  AprAprobador    PIC 9(9).
           05  AprMotivoRechazo PIC X(30).

       FD Incidentes.
       01 incidentes-file.
           05  IncSeq        PIC 9(5).
           05  IncFecha      PIC X(8).
           05  IncHora       PIC X(4).
           05  IncPrograma   PIC X(12).
           05  IncMetodo     PIC X(20).
           05  IncOperador   PIC 9(9).
           05  IncCuenta     PIC X(9).
           05  IncCondicion  PIC X(30).

       Method-ID. ReporteProductividad.
      *>----------------------------------------------
      *PRODUCTIVIDAD DE CAJEROS Y OPERADORES ENTRE DOS FECHAS (UN
      *DIA O UN MES), UN BLOQUE POR OPERADOR CON ACTIVIDAD:
      *  - MOVIMIENTOS DE CAJA ATENDIDOS POR TIPO, CON SU MONTO
      *    PROMEDIO (CAJA DEL DIA)
      *  - ACCIONES REGISTRADAS POR HORA DEL DIA (AUDITORIA, QUE
      *    ES LA QUE LLEVA LA HORA DE CADA OPERACION)
      *  - AUTORIZACIONES DE SUPERVISOR SOLICITADAS Y RECHAZADAS
      *    (COLA DE CUATRO OJOS)
      *  - OPERACIONES RECHAZADAS (BITACORA DE INCIDENTES)
      *  - SESIONES, MINUTOS CONECTADO Y MINUTOS OCIOSOS: DENTRO DE
      *    CADA SESION, TODO HUECO ENTRE EL INGRESO, LAS ACCIONES Y
      *    LA SALIDA QUE SUPERE LSMINUTOSOCIO CUENTA COMPLETO
      *AL FINAL VA LA ACTIVIDAD DE TODOS LOS OPERADORES DEL
      *REPORTE POR HORA, PARA DIMENSIONAR LAS CAJAS EN LAS HORAS
      *PICO. CON FILTRO DE SUCURSAL SOLO SALEN LOS OPERADORES DE
      *ESA SUCURSAL (999 ES TODO EL BANCO)
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayOperador     PIC X VALUE "S".
               88  NoHayOperador VALUE "N".
      *ProductividadPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  ProductividadPend PIC X VALUE "N".
           77  IndTipo         PIC 99.
           77  IndHora         PIC 99.
           77  AccionesOper    PIC 9(6).
           77  CierresInact    PIC 9(4).
           77  SesionesOper    PIC 9(4).
           77  MinutosSesion   PIC 9(7).
           77  MinutosOcio     PIC 9(7).
           77  Solicitudes     PIC 9(4).
           77  SolicRechazadas PIC 9(4).
           77  Rechazos        PIC 9(4).
           77  ActividadOper   PIC 9(7).
           77  MinInicio       PIC 9(5).
           77  MinFin          PIC 9(5).
           77  MinPrevio       PIC 9(5).
           77  MinAccion       PIC 9(5).
           77  DifMinutos      PIC S9(5).
           77  Promedio        PIC 9(10)V99.
           77  MontoControl    PIC S9(14)V99.
           77  TituloImpresion PIC X(30)
                       VALUE "PRODUCTIVIDAD DE OPERADORES".
           77  EncabezadoImpresion PIC X(80)
               VALUE "CONCEPTO                     CANTIDAD  PROMEDIO".
           77  LineaImpresion  PIC X(80).
           77  AccionInactividad PIC X(30)
                       VALUE "CIERRE POR INACTIVIDAD".
           01  HoraDesc.
               02  HDHora      PIC 99.
               02  HDMinuto    PIC 99.
           01  TablaTipos.
               02  TipoFila OCCURS 8.
                   03  TTCantidad  PIC 9(6).
                   03  TTSuma      PIC 9(14)V99.
           01  TextosTipo.
               02  FILLER      PIC X(20) VALUE "FONDO APERTURA".
               02  FILLER      PIC X(20) VALUE "ENTRADA EFECTIVO".
               02  FILLER      PIC X(20) VALUE "SALIDA EFECTIVO".
               02  FILLER      PIC X(20) VALUE "DESDE BOVEDA".
               02  FILLER      PIC X(20) VALUE "HACIA BOVEDA".
               02  FILLER      PIC X(20) VALUE "CONTEO CIERRE".
               02  FILLER      PIC X(20) VALUE "COMPRA DIVISA".
               02  FILLER      PIC X(20) VALUE "VENTA DIVISA".
           01  TablaTextosTipo REDEFINES TextosTipo.
               02  TextoTipo   PIC X(20) OCCURS 8.
      *ACCIONES POR HORA (POSICION = HORA + 1) DEL OPERADOR EN
      *CURSO Y DEL TOTAL DEL REPORTE
           01  TablaHoras.
               02  HorasOper   PIC 9(6) OCCURS 24.
           01  TablaHorasBanco.
               02  HorasBanco  PIC 9(7) OCCURS 24.
           01  LineaOperador.
               02  FILLER      PIC X(9) VALUE "OPERADOR ".
               02  LOOperador  PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LONombre    PIC X(15).
               02  FILLER      PIC X(10) VALUE " SUCURSAL ".
               02  LOSucursal  PIC 9(2).
               02  FILLER      PIC X(34) VALUE SPACES.
           01  LineaDato.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LDConcepto  PIC X(26).
               02  FILLER      PIC X VALUE SPACE.
               02  LDCantidad  PIC Z,ZZZ,ZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LDPromedio  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               02  FILLER      PIC X(24) VALUE SPACES.
           01  HoraEditada     PIC 99.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFechaDesde    PIC X(8).
           77  LSFechaHasta    PIC X(8).
           77  LSFiltroSucursal PIC 9(3).
           77  LSMinutosOcio   PIC 9(3).
           77  LSNombreArchivo PIC X(30).
           77  TotalOperadores PIC 9(4).

       Procedure Division using  LSFechaDesde
                                 LSFechaHasta
                                 LSFiltroSucursal
                                 LSMinutosOcio
                                 LSNombreArchivo
                                 returning TotalOperadores.

             MOVE 0 TO TotalOperadores
             MOVE 0 TO MontoControl
             INITIALIZE TablaHorasBanco
             MOVE "S" TO ProductividadPend

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using LSNombreArchivo
                                    TituloImpresion
                                    LSFechaDesde
                                    EncabezadoImpresion
             MOVE SPACES TO LineaImpresion
             STRING "PERIODO DEL " LSFechaDesde " AL " LSFechaHasta
                    DELIMITED BY SIZE INTO LineaImpresion
             END-STRING
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion

             MOVE "S" TO HayOperador
             OPEN INPUT Operadores
             PERFORM ReportarOperadorSiguiente UNTIL NoHayOperador
             CLOSE Operadores

      *ACTIVIDAD DE TODO EL REPORTE POR HORA DEL DIA
             MOVE SPACES TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             MOVE "ACCIONES POR HORA, TODOS LOS OPERADORES"
               TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             MOVE 1 TO IndHora
             PERFORM EscribirHoraBanco UNTIL IndHora > 24

             INVOKE obj-reporte "CerrarReporte"
                              using MontoControl
             MOVE "N" TO ProductividadPend.

       ReportarOperadorSiguiente.
           IF ProductividadPend = "S" THEN
             READ Operadores NEXT RECORD
               AT END
                 MOVE "N" TO HayOperador
               NOT AT END
                 IF LSFiltroSucursal = 999
                    OR OperSucursal = LSFiltroSucursal THEN
                    PERFORM MedirOperador
                 END-IF
             END-READ
           END-IF.

      *UNA PASADA POR CADA ARCHIVO FUENTE PARA EL OPERADOR EN CURSO
       MedirOperador.
           IF ProductividadPend = "S" THEN
             INITIALIZE TablaTipos
             INITIALIZE TablaHoras
             MOVE 0 TO AccionesOper
             MOVE 0 TO CierresInact
             MOVE 0 TO SesionesOper
             MOVE 0 TO MinutosSesion
             MOVE 0 TO MinutosOcio
             MOVE 0 TO Solicitudes
             MOVE 0 TO SolicRechazadas
             MOVE 0 TO Rechazos

             MOVE "S" TO HayMas
             OPEN INPUT CajaDiaria
             PERFORM AcumularCajaSiguiente UNTIL NoHayMas
             CLOSE CajaDiaria

             MOVE "S" TO HayMas
             OPEN INPUT Auditoria
             PERFORM AcumularAccionSiguiente UNTIL NoHayMas
             CLOSE Auditoria

             MOVE "S" TO HayMas
             OPEN INPUT Sesiones
             PERFORM AcumularSesionSiguiente UNTIL NoHayMas
             CLOSE Sesiones

             MOVE "S" TO HayMas
             OPEN INPUT Aprobaciones
             PERFORM AcumularSolicitudSiguiente UNTIL NoHayMas
             CLOSE Aprobaciones

             MOVE "S" TO HayMas
             OPEN INPUT Incidentes
             PERFORM AcumularRechazoSiguiente UNTIL NoHayMas
             CLOSE Incidentes

             MOVE 0 TO ActividadOper
             MOVE 1 TO IndTipo
             PERFORM SumarActividadTipo UNTIL IndTipo > 8
             ADD AccionesOper SesionesOper Solicitudes Rechazos
               TO ActividadOper
             IF ActividadOper > 0 THEN
                PERFORM EscribirOperador
             END-IF
           END-IF.

       AcumularCajaSiguiente.
             READ CajaDiaria NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CajaOperador = OperId
                    AND CajaFecha NOT < LSFechaDesde
                    AND CajaFecha NOT > LSFechaHasta
                    AND CajaTipoMov > 0 AND CajaTipoMov < 9 THEN
                    ADD 1 TO TTCantidad(CajaTipoMov)
                    ADD CajaMonto TO TTSuma(CajaTipoMov)
                 END-IF
             END-READ.

       AcumularAccionSiguiente.
             READ Auditoria NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OperadorIdAud = OperId
                    AND FechaAud NOT < LSFechaDesde
                    AND FechaAud NOT > LSFechaHasta THEN
                    ADD 1 TO AccionesOper
                    MOVE HoraAud TO HoraDesc
                    IF HoraDesc NUMERIC AND HDHora < 24 THEN
                       ADD 1 TO HorasOper(HDHora + 1)
                    END-IF
                    IF AccionAud = AccionInactividad THEN
                       ADD 1 TO CierresInact
                    END-IF
                 END-IF
             END-READ.

      *UNA SESION ABIERTA SE MIDE HASTA SU ULTIMA ACTIVIDAD
       AcumularSesionSiguiente.
             READ Sesiones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF SesOperador = OperId
                    AND SesFecha NOT < LSFechaDesde
                    AND SesFecha NOT > LSFechaHasta THEN
                    ADD 1 TO SesionesOper
                    MOVE SesHoraLogin TO HoraDesc
                    COMPUTE MinInicio = (HDHora * 60) + HDMinuto
                    IF SesionCerrada THEN
                       MOVE SesHoraLogout TO HoraDesc
                    ELSE
                       MOVE SesHoraUltAct TO HoraDesc
                    END-IF
                    COMPUTE MinFin = (HDHora * 60) + HDMinuto
                    IF MinFin < MinInicio THEN
                       MOVE 1440 TO MinFin
                    END-IF
                    COMPUTE MinutosSesion
                          = MinutosSesion + MinFin - MinInicio
                    PERFORM MedirOcioSesion
                 END-IF
             END-READ.

      *HUECOS DE LA SESION: DEL INGRESO A LA PRIMERA ACCION, ENTRE
      *ACCIONES Y DE LA ULTIMA ACCION A LA SALIDA
       MedirOcioSesion.
           IF ProductividadPend = "S" THEN
             MOVE MinInicio TO MinPrevio
             OPEN INPUT Auditoria
             PERFORM MedirHuecoSiguiente UNTIL NoHayMas
             CLOSE Auditoria
             MOVE MinFin TO MinAccion
             PERFORM SumarHueco
             MOVE "S" TO HayMas
           END-IF.

       MedirHuecoSiguiente.
             READ Auditoria NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OperadorIdAud = OperId
                    AND FechaAud = SesFecha
                    AND HoraAud NUMERIC THEN
                    MOVE HoraAud TO HoraDesc
                    COMPUTE MinAccion = (HDHora * 60) + HDMinuto
                    IF MinAccion NOT < MinPrevio
                       AND MinAccion NOT > MinFin THEN
                       PERFORM SumarHueco
                    END-IF
                 END-IF
             END-READ.

       SumarHueco.
             COMPUTE DifMinutos = MinAccion - MinPrevio
             IF DifMinutos > LSMinutosOcio THEN
                ADD DifMinutos TO MinutosOcio
             END-IF
             MOVE MinAccion TO MinPrevio.

       AcumularSolicitudSiguiente.
             READ Aprobaciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF AprSolicitante = OperId
                    AND AprFecha NOT < LSFechaDesde
                    AND AprFecha NOT > LSFechaHasta THEN
                    ADD 1 TO Solicitudes
                    IF AprRechazada THEN
                       ADD 1 TO SolicRechazadas
                    END-IF
                 END-IF
             END-READ.

       AcumularRechazoSiguiente.
             READ Incidentes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF IncOperador = OperId
                    AND IncFecha NOT < LSFechaDesde
                    AND IncFecha NOT > LSFechaHasta THEN
                    ADD 1 TO Rechazos
                 END-IF
             END-READ.

       SumarActividadTipo.
             ADD TTCantidad(IndTipo) TO ActividadOper
             ADD 1 TO IndTipo.

       EscribirOperador.
           IF ProductividadPend = "S" THEN
             MOVE SPACES TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             MOVE OperId       TO LOOperador
             MOVE OperNombre   TO LONombre
             MOVE OperSucursal TO LOSucursal
             MOVE LineaOperador TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion

             MOVE 1 TO IndTipo
             PERFORM EscribirTipoCaja UNTIL IndTipo > 8

             MOVE 0 TO LDPromedio
             MOVE "ACCIONES REGISTRADAS" TO LDConcepto
             MOVE AccionesOper TO LDCantidad
             PERFORM EscribirDato
             MOVE "AUTORIZACIONES PEDIDAS" TO LDConcepto
             MOVE Solicitudes TO LDCantidad
             PERFORM EscribirDato
             MOVE "AUTORIZACIONES RECHAZADAS" TO LDConcepto
             MOVE SolicRechazadas TO LDCantidad
             PERFORM EscribirDato
             MOVE "OPERACIONES RECHAZADAS" TO LDConcepto
             MOVE Rechazos TO LDCantidad
             PERFORM EscribirDato
             MOVE "SESIONES" TO LDConcepto
             MOVE SesionesOper TO LDCantidad
             PERFORM EscribirDato
             MOVE "MINUTOS CONECTADO" TO LDConcepto
             MOVE MinutosSesion TO LDCantidad
             PERFORM EscribirDato
             MOVE "MINUTOS OCIOSOS" TO LDConcepto
             MOVE MinutosOcio TO LDCantidad
             PERFORM EscribirDato
             MOVE "CIERRES POR INACTIVIDAD" TO LDConcepto
             MOVE CierresInact TO LDCantidad
             PERFORM EscribirDato

             MOVE 1 TO IndHora
             PERFORM EscribirHoraOperador UNTIL IndHora > 24
             ADD 1 TO TotalOperadores
           END-IF.

      *EL PROMEDIO DE LOS TIPOS 7 Y 8 ESTA EN LA MONEDA EXTRANJERA
       EscribirTipoCaja.
             IF TTCantidad(IndTipo) > 0 THEN
                MOVE TextoTipo(IndTipo) TO LDConcepto
                MOVE TTCantidad(IndTipo) TO LDCantidad
                COMPUTE Promedio ROUNDED
                      = TTSuma(IndTipo) / TTCantidad(IndTipo)
                MOVE Promedio TO LDPromedio
                PERFORM EscribirDato
                IF IndTipo < 7 THEN
                   ADD TTSuma(IndTipo) TO MontoControl
                END-IF
             END-IF
             ADD 1 TO IndTipo.

       EscribirHoraOperador.
             IF HorasOper(IndHora) > 0 THEN
                COMPUTE HoraEditada = IndHora - 1
                MOVE SPACES TO LDConcepto
                STRING "ACCIONES HORA " HoraEditada
                       DELIMITED BY SIZE INTO LDConcepto
                END-STRING
                MOVE HorasOper(IndHora) TO LDCantidad
                MOVE 0 TO LDPromedio
                PERFORM EscribirDato
                ADD HorasOper(IndHora) TO HorasBanco(IndHora)
             END-IF
             ADD 1 TO IndHora.

       EscribirHoraBanco.
           IF ProductividadPend = "S" THEN
             IF HorasBanco(IndHora) > 0 THEN
                COMPUTE HoraEditada = IndHora - 1
                MOVE SPACES TO LDConcepto
                STRING "ACCIONES HORA " HoraEditada
                       DELIMITED BY SIZE INTO LDConcepto
                END-STRING
                MOVE HorasBanco(IndHora) TO LDCantidad
                MOVE 0 TO LDPromedio
                PERFORM EscribirDato
             END-IF
           END-IF
           ADD 1 TO IndHora.

       EscribirDato.
           IF ProductividadPend = "S" THEN
             MOVE LineaDato TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
           END-IF.

       End Method ReporteProductividad.
      *>----------------------------------------------

       end object.
       end class Productividad.
