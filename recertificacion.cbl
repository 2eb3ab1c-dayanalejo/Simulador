      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Recertificacion as "recertificacion"
                 inherits from base.

       object section.
       class-control.
           reporte         is class "reporte"
           operador        is class "operador"
           auditoria       is class "auditoria"
           recertificacion is class "recertificacion".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Recertificaciones ASSIGN TO "recertificaciones.dat"
           organization is indexed
           access is dynamic
           record key is RecClave.

      *LOS ARCHIVOS SE LEEN AQUI SOLO EN CONSULTA, CON EL MISMO
      *TRAZADO QUE DEFINE SU CLASE DUENA
           SELECT Operadores ASSIGN TO "operadores.dat"
           organization is indexed
           access is dynamic
           record key is OperId.

           SELECT Sesiones ASSIGN TO "sesiones.dat"
           organization is indexed
           access is dynamic
           record key is SesId.

           SELECT Auditoria ASSIGN TO "auditoria.dat"
           organization is indexed
           access is dynamic
           record key is IDA.

       DATA DIVISION.
       FILE SECTION.
       FD Recertificaciones.
      *UN REGISTRO POR OPERADOR ACTIVO EN CADA CICLO TRIMESTRAL DE
      *RECERTIFICACION DE ACCESOS (CICLO AAAATn). EL SUPERVISOR DE
      *LA SUCURSAL CONFIRMA O REVOCA; LO QUE SIGUE PENDIENTE AL
      *VENCER LA FECHA LIMITE SE DESHABILITA SOLO
       01 recertificaciones-file.
           05  RecClave.
               10  RecCiclo        PIC X(6).
               10  RecOperador     PIC 9(9).
           05  RecSucursal     PIC 9(2).
           05  RecRol          PIC 9.
           05  RecFechaApertura PIC X(8).
           05  RecFechaLimite  PIC X(8).
           05  RecUltimoIngreso PIC X(8).
           05  RecSensibles    PIC 9(5).
           05  RecEstado       PIC X.
               88  RecPendiente  VALUE "P".
               88  RecCertificado VALUE "C".
               88  RecRevocado   VALUE "R".
               88  RecVencido    VALUE "V".
           05  RecCertificador PIC 9(9).
           05  RecFechaDecision PIC X(8).
      *"S" CUANDO EL CICLO YA SALIO EN EL REPORTE DE CUMPLIMIENTO
      *DEFINITIVO
           05  RecReportado    PIC X.

       FD Operadores.
       01 operadores-file.
           05  OperId          PIC 9(9).
           05  OperNombre      PIC X(15).
           05  OperClave       PIC 9(4).
           05  OperEstado      PIC 9.
           05  OperCambioClave PIC X.
           05  OperRol         PIC 9.
           05  OperSucursal    PIC 9(2).

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

       FD Auditoria.
       01 auditoria-file.
           05  IDA           PIC 9(5).
           05  FechaAud      PIC X(8).
           05  HoraAud       PIC X(4).
           05  OperadorIdAud PIC 9(9).
           05  AccionAud     PIC X(30).
           05  CadenaAud     PIC 9(4).

       Method-ID. AbrirCiclo.
      *>----------------------------------------------
      *ABRE EL CICLO: UN REGISTRO PENDIENTE POR CADA OPERADOR
      *ACTIVO Y EL LISTADO PARA LOS GERENTES, AGRUPADO POR
      *SUCURSAL, CON EL ROL, EL ULTIMO INGRESO (SESIONES) Y LAS
      *OPCIONES SENSIBLES QUE USO EN EL TRIMESTRE ANTERIOR AL
      *CICLO (AUDITORIA). UN CICLO SOLO SE ABRE UNA VEZ
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayOperador     PIC X VALUE "S".
               88  NoHayOperador VALUE "N".
      *AperturaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  AperturaPend    PIC X VALUE "N".
           77  CicloExiste     PIC X VALUE "N".
           77  IndSuc          PIC 9(3).
           77  IndAcc          PIC 99.
           77  SucursalEnCurso PIC 9(2).
           77  UltimoIngreso   PIC X(8).
           77  SensiblesOper   PIC 9(5).
           77  MontoControl    PIC S9(14)V99.
           77  TituloImpresion PIC X(30)
                       VALUE "RECERTIFICACION DE ACCESOS".
           77  EncabezadoImpresion PIC X(80)
               VALUE "OPERADOR  NOMBRE          ROL       ACTIVIDAD".
           77  LineaImpresion  PIC X(80).
           01  CicloTrabajo.
               02  CTAnio      PIC 9(4).
               02  CTLetra     PIC X.
               02  CTTrimestre PIC 9.
      *VENTANA DE REVISION: EL TRIMESTRE CALENDARIO ANTERIOR
           01  VentanaDesde.
               02  VDAnio      PIC 9(4).
               02  VDMes       PIC 99.
               02  VDDia       PIC 99.
           01  VentanaHasta.
               02  VHAnio      PIC 9(4).
               02  VHMes       PIC 99.
               02  VHDia       PIC 99.
           01  TablaSucursales.
               02  OperSucursalCant PIC 9(4) OCCURS 100.
      *ACCIONES DE AUDITORIA QUE CUENTAN COMO OPCION SENSIBLE
           01  AccionesSensibles.
               02  FILLER PIC X(30) VALUE "CREACION DE OPERADOR".
               02  FILLER PIC X(30) VALUE "DESHABILITACION OPERADOR".
               02  FILLER PIC X(30) VALUE "HABILITACION OPERADOR".
               02  FILLER PIC X(30) VALUE "FORZADO CAMBIO DE CLAVE".
               02  FILLER PIC X(30) VALUE "REAPERTURA DE FECHA".
               02  FILLER PIC X(30) VALUE "ANULACION DE TRANSACCION".
               02  FILLER PIC X(30) VALUE "ELIMINACION DE CUENTA".
               02  FILLER PIC X(30) VALUE "ELIMINACION DE CLIENTE".
               02  FILLER PIC X(30) VALUE "ELIMINACION DE BANCO".
               02  FILLER PIC X(30) VALUE "FUSION DE CLIENTES".
               02  FILLER PIC X(30) VALUE "CASTIGO DE PRESTAMO".
               02  FILLER PIC X(30) VALUE "APROBO CAMBIO SENSIBLE".
               02  FILLER PIC X(30) VALUE "OVERRIDE MORA PRESTAMO".
               02  FILLER PIC X(30) VALUE "ENTREGA DE SUCESION".
               02  FILLER PIC X(30) VALUE "APROBACION DE PRESTAMO".
               02  FILLER PIC X(30) VALUE "CAMBIO ESTADO DE CUENTA".
               02  FILLER PIC X(30) VALUE "ACTUALIZACION PLAN CTAS".
               02  FILLER PIC X(30) VALUE "MARCA CUENTA EXENTA GMF".
           01  TablaSensibles REDEFINES AccionesSensibles.
               02  AccionSensible PIC X(30) OCCURS 18.
           77  TotalSensibles  PIC 99 VALUE 18.
           01  TablaConteo.
               02  ConteoSensible PIC 9(5) OCCURS 18.
           01  TextosRol.
               02  FILLER      PIC X(13) VALUE "CAJERO".
               02  FILLER      PIC X(13) VALUE "SUPERVISOR".
               02  FILLER      PIC X(13) VALUE "ADMINISTRADOR".
           01  TablaTextosRol REDEFINES TextosRol.
               02  TextoRol    PIC X(13) OCCURS 3.
           01  LineaSucursal.
               02  FILLER      PIC X(9) VALUE "SUCURSAL ".
               02  LBSucursal  PIC 9(2).
               02  FILLER      PIC X(41)
                   VALUE " - LA REVISA EL SUPERVISOR DE LA SUCURSAL".
               02  FILLER      PIC X(28) VALUE SPACES.
           01  LineaRevision.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LROperador  PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LRNombre    PIC X(15).
               02  FILLER      PIC X VALUE SPACE.
               02  LRRol       PIC X(13).
               02  FILLER      PIC X(13) VALUE " ULT.INGRESO ".
               02  LRIngreso   PIC X(8).
               02  FILLER      PIC X(11) VALUE " SENSIBLES ".
               02  LRSensibles PIC ZZZZ9.
               02  FILLER      PIC X(2) VALUE SPACES.
           01  LineaSensible.
               02  FILLER      PIC X(6) VALUE SPACES.
               02  LXAccion    PIC X(30).
               02  FILLER      PIC X VALUE SPACE.
               02  LXCantidad  PIC ZZZZ9.
               02  FILLER      PIC X(38) VALUE SPACES.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSCiclo         PIC X(6).
           77  LSFechaApertura PIC X(8).
           77  LSFechaLimite   PIC X(8).
           77  LSNombreArchivo PIC X(30).
           77  TotalOperadores PIC 9(4).

       Procedure Division using  LSCiclo
                                 LSFechaApertura
                                 LSFechaLimite
                                 LSNombreArchivo
                                 returning TotalOperadores.

             MOVE 0 TO TotalOperadores
             MOVE 0 TO MontoControl
             MOVE "S" TO AperturaPend
             MOVE LSCiclo TO CicloTrabajo

             IF CTAnio NOT NUMERIC OR CTLetra NOT = "T"
                OR CTTrimestre NOT NUMERIC
                OR CTTrimestre < 1 OR CTTrimestre > 4 THEN
                DISPLAY "El ciclo debe ser AAAATn, con n de 1 a 4"
             ELSE
             IF LSFechaLimite NOT > LSFechaApertura THEN
                DISPLAY "La fecha limite debe ser posterior a la"
                DISPLAY "apertura del ciclo"
             ELSE
                PERFORM BuscarCicloAbierto
                IF CicloExiste = "S" THEN
                   DISPLAY "El ciclo " LSCiclo " ya fue abierto"
                ELSE
                   PERFORM CalcularVentana
                   INVOKE reporte "New"
                           RETURNING obj-reporte
                   INVOKE obj-reporte "AbrirReporte"
                                    using LSNombreArchivo
                                          TituloImpresion
                                          LSFechaApertura
                                          EncabezadoImpresion
                   MOVE SPACES TO LineaImpresion
                   STRING "CICLO " LSCiclo " ACTIVIDAD DEL "
                          VentanaDesde " AL " VentanaHasta
                          " LIMITE " LSFechaLimite
                          DELIMITED BY SIZE INTO LineaImpresion
                   END-STRING
                   INVOKE obj-reporte "EscribirLinea"
                                    using LineaImpresion

                   INITIALIZE TablaSucursales
                   MOVE "S" TO HayOperador
                   OPEN INPUT Operadores
                   PERFORM ContarOperadorSucursal UNTIL NoHayOperador
                   CLOSE Operadores

                   OPEN I-O Recertificaciones
                   MOVE 1 TO IndSuc
                   PERFORM ListarSucursal UNTIL IndSuc > 100
                   CLOSE Recertificaciones

                   INVOKE obj-reporte "CerrarReporte"
                                    using MontoControl
                END-IF
             END-IF
             END-IF
             MOVE "N" TO AperturaPend.

       BuscarCicloAbierto.
           IF AperturaPend = "S" THEN
             MOVE "N" TO CicloExiste
             OPEN INPUT Recertificaciones
             MOVE LSCiclo TO RecCiclo
             MOVE 0 TO RecOperador
             START Recertificaciones KEY IS NOT < RecClave
               INVALID KEY
                 MOVE "N" TO HayMas
               NOT INVALID KEY
                 MOVE "S" TO HayMas
             END-START
             IF HayMas = "S" THEN
                READ Recertificaciones NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF RecCiclo = LSCiclo THEN
                       MOVE "S" TO CicloExiste
                    END-IF
                END-READ
             END-IF
             CLOSE Recertificaciones
           END-IF.

       CalcularVentana.
           IF AperturaPend = "S" THEN
             IF CTTrimestre = 1 THEN
                COMPUTE VDAnio = CTAnio - 1
                MOVE 10 TO VDMes
             ELSE
                MOVE CTAnio TO VDAnio
                COMPUTE VDMes = (CTTrimestre - 2) * 3 + 1
             END-IF
             MOVE 1 TO VDDia
             MOVE VDAnio TO VHAnio
             COMPUTE VHMes = VDMes + 2
             MOVE 31 TO VHDia
           END-IF.

       ContarOperadorSucursal.
           IF AperturaPend = "S" THEN
             READ Operadores NEXT RECORD
               AT END
                 MOVE "N" TO HayOperador
               NOT AT END
                 IF OperEstado = 0 THEN
                    ADD 1 TO OperSucursalCant(OperSucursal + 1)
                 END-IF
             END-READ
           END-IF.

      *UN BLOQUE DEL LISTADO POR SUCURSAL CON OPERADORES ACTIVOS
       ListarSucursal.
           IF AperturaPend = "S" THEN
             IF OperSucursalCant(IndSuc) > 0 THEN
                COMPUTE SucursalEnCurso = IndSuc - 1
                MOVE SPACES TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE SucursalEnCurso TO LBSucursal
                MOVE LineaSucursal TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE "S" TO HayOperador
                OPEN INPUT Operadores
                PERFORM IncluirOperadorSiguiente UNTIL NoHayOperador
                CLOSE Operadores
             END-IF
           END-IF
           ADD 1 TO IndSuc.

       IncluirOperadorSiguiente.
           IF AperturaPend = "S" THEN
             READ Operadores NEXT RECORD
               AT END
                 MOVE "N" TO HayOperador
               NOT AT END
                 IF OperEstado = 0
                    AND OperSucursal = SucursalEnCurso THEN
                    PERFORM RevisarOperador
                 END-IF
             END-READ
           END-IF.

       RevisarOperador.
           IF AperturaPend = "S" THEN
             MOVE SPACES TO UltimoIngreso
             MOVE 0 TO SensiblesOper
             INITIALIZE TablaConteo

             MOVE "S" TO HayMas
             OPEN INPUT Sesiones
             PERFORM BuscarIngresoSiguiente UNTIL NoHayMas
             CLOSE Sesiones

             MOVE "S" TO HayMas
             OPEN INPUT Auditoria
             PERFORM ContarSensibleSiguiente UNTIL NoHayMas
             CLOSE Auditoria

             MOVE LSCiclo          TO RecCiclo
             MOVE OperId           TO RecOperador
             MOVE OperSucursal     TO RecSucursal
             MOVE OperRol          TO RecRol
             MOVE LSFechaApertura  TO RecFechaApertura
             MOVE LSFechaLimite    TO RecFechaLimite
             MOVE UltimoIngreso    TO RecUltimoIngreso
             MOVE SensiblesOper    TO RecSensibles
             MOVE "P"              TO RecEstado
             MOVE 0                TO RecCertificador
             MOVE SPACES           TO RecFechaDecision
             MOVE "N"              TO RecReportado
             WRITE recertificaciones-file
             END-WRITE
             ADD 1 TO TotalOperadores

             MOVE OperId     TO LROperador
             MOVE OperNombre TO LRNombre
             IF OperRol > 0 AND OperRol < 4 THEN
                MOVE TextoRol(OperRol) TO LRRol
             ELSE
                MOVE "SIN ROL" TO LRRol
             END-IF
             IF UltimoIngreso = SPACES THEN
                MOVE "NUNCA" TO LRIngreso
             ELSE
                MOVE UltimoIngreso TO LRIngreso
             END-IF
             MOVE SensiblesOper TO LRSensibles
             MOVE LineaRevision TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             MOVE 1 TO IndAcc
             PERFORM EscribirSensible UNTIL IndAcc > TotalSensibles
           END-IF.

       BuscarIngresoSiguiente.
           IF AperturaPend = "S" THEN
             READ Sesiones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF SesOperador = OperId THEN
                    IF UltimoIngreso = SPACES
                       OR SesFecha > UltimoIngreso THEN
                       MOVE SesFecha TO UltimoIngreso
                    END-IF
                 END-IF
             END-READ
           END-IF.

       ContarSensibleSiguiente.
           IF AperturaPend = "S" THEN
             READ Auditoria NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OperadorIdAud = OperId
                    AND FechaAud NOT < VentanaDesde
                    AND FechaAud NOT > VentanaHasta THEN
                    MOVE 1 TO IndAcc
                    PERFORM CompararSensible
                            UNTIL IndAcc > TotalSensibles
                 END-IF
             END-READ
           END-IF.

       CompararSensible.
           IF AperturaPend = "S" THEN
             IF AccionAud = AccionSensible(IndAcc) THEN
                ADD 1 TO ConteoSensible(IndAcc)
                ADD 1 TO SensiblesOper
             END-IF
           END-IF
           ADD 1 TO IndAcc.

       EscribirSensible.
           IF AperturaPend = "S" THEN
             IF ConteoSensible(IndAcc) > 0 THEN
                MOVE AccionSensible(IndAcc) TO LXAccion
                MOVE ConteoSensible(IndAcc) TO LXCantidad
                MOVE LineaSensible TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
             END-IF
           END-IF
           ADD 1 TO IndAcc.

       End Method AbrirCiclo.
      *>----------------------------------------------

       Method-ID. ListarPendientes.
      *>----------------------------------------------
      *PENDIENTES DEL CICLO QUE LE TOCAN AL REVISOR: LOS DE SU
      *SUCURSAL (999 TODO EL BANCO), SIN EL MISMO REVISOR, QUE NO
      *PUEDE CERTIFICAR SU PROPIO ACCESO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  NombreOper      PIC X(15).
           77  TextoRol        PIC X(13).
           77  TextoIngreso    PIC X(8).

        Linkage Section.
           77  LSCiclo         PIC X(6).
           77  LSFiltroSucursal PIC 9(3).
           77  LSRevisor       PIC 9(9).
           77  TotalPendientes PIC 9(4).

       Procedure Division using  LSCiclo
                                 LSFiltroSucursal
                                 LSRevisor
                                 returning TotalPendientes.

             MOVE 0 TO TotalPendientes
             OPEN INPUT Recertificaciones
             OPEN INPUT Operadores
             MOVE LSCiclo TO RecCiclo
             MOVE 0 TO RecOperador
             START Recertificaciones KEY IS NOT < RecClave
               INVALID KEY
                 MOVE "N" TO HayMas
               NOT INVALID KEY
                 MOVE "S" TO HayMas
             END-START
             PERFORM MostrarPendienteSiguiente UNTIL NoHayMas
             CLOSE Operadores
             CLOSE Recertificaciones.

       MostrarPendienteSiguiente.
             READ Recertificaciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RecCiclo NOT = LSCiclo THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF RecPendiente
                       AND RecOperador NOT = LSRevisor
                       AND (LSFiltroSucursal = 999
                            OR RecSucursal = LSFiltroSucursal) THEN
                       PERFORM MostrarPendiente
                    END-IF
                 END-IF
             END-READ.

       MostrarPendiente.
             MOVE RecOperador TO OperId
             READ Operadores
               KEY IS OperId
               INVALID KEY
                 MOVE SPACES TO NombreOper
               NOT INVALID KEY
                 MOVE OperNombre TO NombreOper
             END-READ
             EVALUATE RecRol
               WHEN 1 MOVE "CAJERO"        TO TextoRol
               WHEN 2 MOVE "SUPERVISOR"    TO TextoRol
               WHEN 3 MOVE "ADMINISTRADOR" TO TextoRol
               WHEN OTHER MOVE "SIN ROL"   TO TextoRol
             END-EVALUATE
             IF RecUltimoIngreso = SPACES THEN
                MOVE "NUNCA" TO TextoIngreso
             ELSE
                MOVE RecUltimoIngreso TO TextoIngreso
             END-IF
             DISPLAY RecOperador " " NombreOper " " TextoRol
                     " SUC " RecSucursal " ULT " TextoIngreso
                     " SENS " RecSensibles
             ADD 1 TO TotalPendientes.

       End Method ListarPendientes.
      *>----------------------------------------------

       Method-ID. CertificarOperador.
      *>----------------------------------------------
      *DECISION DEL REVISOR SOBRE UN OPERADOR PENDIENTE DEL CICLO:
      *1 CONFIRMA EL ACCESO, 2 LO REVOCA Y DESHABILITA AL OPERADOR
      *DE INMEDIATO. EL SUPERVISOR SOLO DECIDE SOBRE SU SUCURSAL
      *(999 PARA EL ADMINISTRADOR) Y NADIE DECIDE SOBRE SI MISMO
       Data Division.
        Local-Storage Section.
           77  EstadoDeshabilitado PIC 9 VALUE 1.
           77  SetEstadoOk     PIC 9.
           77  RevocarPend     PIC X VALUE "N".
           01  obj-operador    object reference.

        Linkage Section.
           77  LSCiclo         PIC X(6).
           77  LSOperador      PIC 9(9).
           77  LSRevisor       PIC 9(9).
           77  LSFiltroSucursal PIC 9(3).
           77  LSDecision      PIC 9.
           77  LSFecha         PIC X(8).
           77  CertificarOk    PIC 9.

       Procedure Division using  LSCiclo
                                 LSOperador
                                 LSRevisor
                                 LSFiltroSucursal
                                 LSDecision
                                 LSFecha
                                 returning CertificarOk.

             MOVE 0 TO CertificarOk
             IF LSDecision NOT = 1 AND LSDecision NOT = 2 THEN
                DISPLAY "Decision no valida"
             ELSE
             IF LSOperador = LSRevisor THEN
                DISPLAY "Nadie puede certificar su propio acceso"
             ELSE
                OPEN I-O Recertificaciones
                MOVE LSCiclo    TO RecCiclo
                MOVE LSOperador TO RecOperador
                READ Recertificaciones
                  KEY IS RecClave
                  INVALID KEY
                    DISPLAY "El operador no esta en el ciclo"
                  NOT INVALID KEY
                    IF NOT RecPendiente THEN
                       DISPLAY "El operador ya fue decidido"
                    ELSE
                    IF LSFiltroSucursal NOT = 999
                       AND RecSucursal NOT = LSFiltroSucursal THEN
                       DISPLAY "El operador no es de su sucursal"
                    ELSE
                       IF LSDecision = 1 THEN
                          MOVE "C" TO RecEstado
                       ELSE
                          MOVE "R" TO RecEstado
                          MOVE "S" TO RevocarPend
                       END-IF
                       MOVE LSRevisor TO RecCertificador
                       MOVE LSFecha   TO RecFechaDecision
                       REWRITE recertificaciones-file
                       END-REWRITE
                       MOVE 1 TO CertificarOk
                    END-IF
                    END-IF
                END-READ
                CLOSE Recertificaciones
                PERFORM DeshabilitarRevocado
             END-IF
             END-IF.

       DeshabilitarRevocado.
             IF RevocarPend = "S" THEN
                MOVE "N" TO RevocarPend
                INVOKE operador "New"
                        RETURNING obj-operador
                INVOKE obj-operador "SetEstadoOperador"
                                  using LSOperador
                                        EstadoDeshabilitado
                                  returning SetEstadoOk
                IF SetEstadoOk = 1 THEN
                   DISPLAY "El operador quedo deshabilitado"
                END-IF
             END-IF.

       End Method CertificarOperador.
      *>----------------------------------------------

       Method-ID. VencerPendientes.
      *>----------------------------------------------
      *CIERRE AUTOMATICO DE UN CICLO CUYA FECHA LIMITE YA PASO Y
      *QUE NO TIENE REPORTE DE CUMPLIMIENTO DEFINITIVO: CADA
      *OPERADOR QUE SIGUE PENDIENTE QUEDA VENCIDO Y DESHABILITADO.
      *DEVUELVE EL CICLO PROCESADO (ESPACIOS SI NO HAY NINGUNO) PARA
      *QUE EL LLAMADOR EMITA SU REPORTE; SE PROCESA UN CICLO POR
      *LLAMADA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  EstadoDeshabilitado PIC 9 VALUE 1.
           77  SetEstadoOk     PIC 9.
           77  OperadorLote    PIC 9(9) VALUE 0.
      *VencerPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  VencerPend      PIC X VALUE "N".
           01  obj-operador    object reference.
           01  obj-auditoria   object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSCicloVencido  PIC X(6).
           77  TotalVencidos   PIC 9(4).

       Procedure Division using  LSFecha
                                 LSCicloVencido
                                 returning TotalVencidos.

             MOVE 0 TO TotalVencidos
             MOVE SPACES TO LSCicloVencido
             MOVE "S" TO VencerPend
             INVOKE operador "New"
                     RETURNING obj-operador
             INVOKE auditoria "New"
                     RETURNING obj-auditoria

             MOVE "S" TO HayMas
             OPEN I-O Recertificaciones
             PERFORM VencerSiguiente UNTIL NoHayMas
             CLOSE Recertificaciones
             MOVE "N" TO VencerPend.

       VencerSiguiente.
           IF VencerPend = "S" THEN
             READ Recertificaciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RecReportado = "N"
                    AND RecFechaLimite < LSFecha THEN
                    IF LSCicloVencido = SPACES THEN
                       MOVE RecCiclo TO LSCicloVencido
                    END-IF
                    IF RecCiclo = LSCicloVencido
                       AND RecPendiente THEN
                       PERFORM VencerOperador
                    END-IF
                 END-IF
             END-READ
           END-IF.

       VencerOperador.
           IF VencerPend = "S" THEN
             MOVE "V"     TO RecEstado
             MOVE 0       TO RecCertificador
             MOVE LSFecha TO RecFechaDecision
             REWRITE recertificaciones-file
             END-REWRITE
             INVOKE obj-operador "SetEstadoOperador"
                               using RecOperador
                                     EstadoDeshabilitado
                               returning SetEstadoOk
             IF SetEstadoOk = 1 THEN
                INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorLote
                                         "BAJA POR NO RECERTIFICAR"
             END-IF
             DISPLAY "DESHABILITADO operador " RecOperador
                     " sin recertificar en el ciclo " RecCiclo
             ADD 1 TO TotalVencidos
           END-IF.

       End Method VencerPendientes.
      *>----------------------------------------------

       Method-ID. ReporteCumplimiento.
      *>----------------------------------------------
      *REPORTE DE CUMPLIMIENTO DEL CICLO PARA AUDITORIA: POR
      *SUCURSAL, CADA OPERADOR CON SU DECISION, QUIEN LA TOMO Y
      *CUANDO, Y LOS TOTALES POR ESTADO. CON LSDEFINITIVO = "S" EL
      *CICLO QUEDA MARCADO COMO REPORTADO Y NO SE VUELVE A VENCER
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *CumplimientoPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  CumplimientoPend PIC X VALUE "N".
           77  IndSuc          PIC 9(3).
           77  SucursalEnCurso PIC 9(2).
           77  SucCertificados PIC 9(4).
           77  SucRevocados    PIC 9(4).
           77  SucVencidos     PIC 9(4).
           77  SucPendientes   PIC 9(4).
           77  TotCertificados PIC 9(4).
           77  TotRevocados    PIC 9(4).
           77  TotVencidos     PIC 9(4).
           77  TotPendientes   PIC 9(4).
           77  MontoControl    PIC S9(14)V99.
           77  TituloImpresion PIC X(30)
                       VALUE "CUMPLIMIENTO RECERTIFICACION".
           77  EncabezadoImpresion PIC X(80)
               VALUE "OPERADOR  NOMBRE          ROL           ESTADO".
           77  LineaImpresion  PIC X(80).
           01  TablaSucursales.
               02  RecSucursalCant PIC 9(4) OCCURS 100.
           01  LineaSucursal.
               02  FILLER      PIC X(9) VALUE "SUCURSAL ".
               02  LCSucursal  PIC 9(2).
               02  FILLER      PIC X(69) VALUE SPACES.
           01  LineaCumplimiento.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LCOperador  PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LCNombre    PIC X(15).
               02  FILLER      PIC X VALUE SPACE.
               02  LCRol       PIC X(13).
               02  FILLER      PIC X VALUE SPACE.
               02  LCEstado    PIC X(11).
               02  FILLER      PIC X VALUE SPACE.
               02  LCCertificador PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LCFecha     PIC X(8).
               02  FILLER      PIC X(8) VALUE SPACES.
           01  LineaResumen.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LRConcepto  PIC X(30).
               02  LRCantidad  PIC ZZZ,ZZ9.
               02  FILLER      PIC X(41) VALUE SPACES.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSCiclo         PIC X(6).
           77  LSFecha         PIC X(8).
           77  LSDefinitivo    PIC X.
           77  LSNombreArchivo PIC X(30).
           77  TotalOperadores PIC 9(4).

       Procedure Division using  LSCiclo
                                 LSFecha
                                 LSDefinitivo
                                 LSNombreArchivo
                                 returning TotalOperadores.

             MOVE 0 TO TotalOperadores
             MOVE 0 TO MontoControl
             MOVE 0 TO TotCertificados
             MOVE 0 TO TotRevocados
             MOVE 0 TO TotVencidos
             MOVE 0 TO TotPendientes
             MOVE "S" TO CumplimientoPend

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using LSNombreArchivo
                                    TituloImpresion
                                    LSFecha
                                    EncabezadoImpresion
             MOVE SPACES TO LineaImpresion
             IF LSDefinitivo = "S" THEN
                STRING "CICLO " LSCiclo " REPORTE DEFINITIVO"
                       DELIMITED BY SIZE INTO LineaImpresion
                END-STRING
             ELSE
                STRING "CICLO " LSCiclo " AVANCE AL " LSFecha
                       DELIMITED BY SIZE INTO LineaImpresion
                END-STRING
             END-IF
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion

             INITIALIZE TablaSucursales
             OPEN INPUT Recertificaciones
             PERFORM PosicionarCiclo
             PERFORM ContarSucursalSiguiente UNTIL NoHayMas
             CLOSE Recertificaciones

             OPEN INPUT Operadores
             MOVE 1 TO IndSuc
             PERFORM ReportarSucursal UNTIL IndSuc > 100
             CLOSE Operadores

             MOVE SPACES TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             IF TotalOperadores = 0 THEN
                MOVE "EL CICLO NO TIENE OPERADORES" TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
             END-IF
             MOVE "TOTAL CERTIFICADOS"  TO LRConcepto
             MOVE TotCertificados       TO LRCantidad
             PERFORM EscribirResumen
             MOVE "TOTAL REVOCADOS"     TO LRConcepto
             MOVE TotRevocados          TO LRCantidad
             PERFORM EscribirResumen
             MOVE "TOTAL VENCIDOS DESHABILITADOS" TO LRConcepto
             MOVE TotVencidos           TO LRCantidad
             PERFORM EscribirResumen
             MOVE "TOTAL PENDIENTES"    TO LRConcepto
             MOVE TotPendientes         TO LRCantidad
             PERFORM EscribirResumen
             INVOKE obj-reporte "CerrarReporte"
                              using MontoControl

             IF LSDefinitivo = "S" THEN
                OPEN I-O Recertificaciones
                PERFORM PosicionarCiclo
                PERFORM MarcarReportadoSiguiente UNTIL NoHayMas
                CLOSE Recertificaciones
             END-IF
             MOVE "N" TO CumplimientoPend.

       PosicionarCiclo.
           IF CumplimientoPend = "S" THEN
             MOVE LSCiclo TO RecCiclo
             MOVE 0 TO RecOperador
             START Recertificaciones KEY IS NOT < RecClave
               INVALID KEY
                 MOVE "N" TO HayMas
               NOT INVALID KEY
                 MOVE "S" TO HayMas
             END-START
           END-IF.

       ContarSucursalSiguiente.
           IF CumplimientoPend = "S" THEN
             READ Recertificaciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RecCiclo NOT = LSCiclo THEN
                    MOVE "N" TO HayMas
                 ELSE
                    ADD 1 TO RecSucursalCant(RecSucursal + 1)
                 END-IF
             END-READ
           END-IF.

       ReportarSucursal.
           IF CumplimientoPend = "S" THEN
             IF RecSucursalCant(IndSuc) > 0 THEN
                COMPUTE SucursalEnCurso = IndSuc - 1
                MOVE 0 TO SucCertificados
                MOVE 0 TO SucRevocados
                MOVE 0 TO SucVencidos
                MOVE 0 TO SucPendientes
                MOVE SPACES TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE SucursalEnCurso TO LCSucursal
                MOVE LineaSucursal TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                OPEN INPUT Recertificaciones
                PERFORM PosicionarCiclo
                PERFORM ReportarOperadorSiguiente UNTIL NoHayMas
                CLOSE Recertificaciones
                MOVE "CERTIFICADOS"  TO LRConcepto
                MOVE SucCertificados TO LRCantidad
                PERFORM EscribirResumen
                MOVE "REVOCADOS"     TO LRConcepto
                MOVE SucRevocados    TO LRCantidad
                PERFORM EscribirResumen
                MOVE "VENCIDOS"      TO LRConcepto
                MOVE SucVencidos     TO LRCantidad
                PERFORM EscribirResumen
                MOVE "PENDIENTES"    TO LRConcepto
                MOVE SucPendientes   TO LRCantidad
                PERFORM EscribirResumen
             END-IF
           END-IF
           ADD 1 TO IndSuc.

       ReportarOperadorSiguiente.
           IF CumplimientoPend = "S" THEN
             READ Recertificaciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RecCiclo NOT = LSCiclo THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF RecSucursal = SucursalEnCurso THEN
                       PERFORM ReportarOperador
                    END-IF
                 END-IF
             END-READ
           END-IF.

       ReportarOperador.
           IF CumplimientoPend = "S" THEN
             MOVE RecOperador TO OperId
             READ Operadores
               KEY IS OperId
               INVALID KEY
                 MOVE SPACES TO LCNombre
               NOT INVALID KEY
                 MOVE OperNombre TO LCNombre
             END-READ
             MOVE RecOperador TO LCOperador
             EVALUATE RecRol
               WHEN 1 MOVE "CAJERO"        TO LCRol
               WHEN 2 MOVE "SUPERVISOR"    TO LCRol
               WHEN 3 MOVE "ADMINISTRADOR" TO LCRol
               WHEN OTHER MOVE "SIN ROL"   TO LCRol
             END-EVALUATE
             EVALUATE TRUE
               WHEN RecCertificado
                 MOVE "CERTIFICADO" TO LCEstado
                 ADD 1 TO SucCertificados
                 ADD 1 TO TotCertificados
               WHEN RecRevocado
                 MOVE "REVOCADO"    TO LCEstado
                 ADD 1 TO SucRevocados
                 ADD 1 TO TotRevocados
               WHEN RecVencido
                 MOVE "VENCIDO"     TO LCEstado
                 ADD 1 TO SucVencidos
                 ADD 1 TO TotVencidos
               WHEN OTHER
                 MOVE "PENDIENTE"   TO LCEstado
                 ADD 1 TO SucPendientes
                 ADD 1 TO TotPendientes
             END-EVALUATE
             MOVE RecCertificador  TO LCCertificador
             MOVE RecFechaDecision TO LCFecha
             MOVE LineaCumplimiento TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             ADD 1 TO TotalOperadores
           END-IF.

       EscribirResumen.
           IF CumplimientoPend = "S" THEN
             MOVE LineaResumen TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
           END-IF.

       MarcarReportadoSiguiente.
           IF CumplimientoPend = "S" THEN
             READ Recertificaciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RecCiclo NOT = LSCiclo THEN
                    MOVE "N" TO HayMas
                 ELSE
                    MOVE "S" TO RecReportado
                    REWRITE recertificaciones-file
                    END-REWRITE
                 END-IF
             END-READ
           END-IF.

       End Method ReporteCumplimiento.
      *>----------------------------------------------

       end object.
       end class Recertificacion.
