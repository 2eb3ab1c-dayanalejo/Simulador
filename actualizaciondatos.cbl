      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. ActualizacionDatos as "actualizaciondatos"
                 inherits from base.

       object section.
       class-control.
           customer     is class "customer"
           accounts     is class "accounts"
           notificacion is class "notificacion"
           auditoria    is class "auditoria"
           parametro    is class "parametro"
           reporte      is class "reporte"
           actualizaciondatos is class "actualizaciondatos".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CUENTAS QUE LA ACTUALIZACION DE DATOS DEJO SIN DEBITOS, PARA
      *DESBLOQUEAR SOLO ESAS CUANDO EL CLIENTE CONFIRMA SUS DATOS
           SELECT BloqueosActualizacion ASSIGN TO
                  "bloqueos_actualizacion.dat"
           organization is indexed
           access is dynamic
           record key is BlqCuenta.

      *LOS MAESTROS DE CLIENTES, DE PERFILES Y DE CUENTAS SE LEEN
      *AQUI SOLO EN CONSULTA, CON EL MISMO TRAZADO QUE DEFINE SU
      *CLASE DUENA; SI EL TRAZADO CAMBIA ALLA, DEBE CAMBIARSE
      *TAMBIEN AQUI
           SELECT ActCustomer ASSIGN TO "customer.dat"
           organization is indexed
           access is dynamic
           record key is ACCIdentificacion.

           SELECT ActPerfil ASSIGN TO "customer_perfil.dat"
           organization is indexed
           access is dynamic
           record key is ACPIdentificacion.

           SELECT ActAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is ACANumaccounts.

       DATA DIVISION.
       FILE SECTION.
       FD BloqueosActualizacion.
       01 bloqueos-actualizacion-file.
           05  BlqCuenta         PIC X(9).
           05  BlqCliente        PIC 9(9).
           05  BlqFecha          PIC X(8).

       FD ActCustomer.
       01 act-customer-file.
           05  ACCIdentificacion PIC 9(9).
           05  ACCNombre         PIC X(15).
           05  ACCDireccion      PIC X(20).
           05  ACCTipoPersona    PIC X.
           05  ACCRazonSocial    PIC X(30).
           05  ACCRepresentante  PIC 9(9).

       FD ActPerfil.
       01 act-perfil-file.
           05  ACPIdentificacion PIC 9(9).
           05  ACPTelefono       PIC X(15).
           05  ACPEmail          PIC X(30).
           05  ACPFechaNacim     PIC X(8).
           05  ACPTipoDocumento  PIC 9.
           05  ACPSegmentoRiesgo PIC 9.
           05  ACPFechaVerificacion PIC X(8).
           05  ACPEtapaActualizacion PIC 9.
           05  ACPDireccionDevuelta PIC X.
           05  ACPTelefonoDevuelto PIC X.
           05  ACPEmailDevuelto PIC X.
           05  ACPFechaDevolucion PIC X(8).

       FD ActAccounts.
       01 act-accounts-file.
           05  ACANumaccounts     PIC X(9).
           05  ACAMontodisponible PIC S9(10)V99.
           05  ACAIdCustomer      PIC 9(9).
           05  ACAIdCustomer2     PIC 9(9).
           05  ACAIdDebitcard     PIC X(15).
           05  ACATipodeCueta     PIC 9.
           05  ACALimiteSobregiro PIC 9(10)V99.
           05  ACAMontoMinimo     PIC 9(10)V99.
           05  ACAFechaVencim     PIC X(8).
           05  ACAEstadoCuenta    PIC 9.
               88  ACACuentaActiva  VALUE 0.
               88  ACACuentaCerrada VALUE 3.
           05  ACAMonedaCuenta    PIC X(3).
           05  ACASucursalCuenta  PIC 9(2).
           05  ACAMancomunada     PIC X.
           05  ACAUmbralMancom    PIC 9(10)V99.
           05  ACAProducto        PIC X(4).

       Method-ID. RevisarActualizaciones.
      *>----------------------------------------------
      *REVISION MENSUAL DE LA ACTUALIZACION DE DATOS. CADA CLIENTE
      *DEBE CONFIRMAR SUS DATOS CADA TANTOS MESES SEGUN SU SEGMENTO
      *DE RIESGO (PARAMETROS KYCMESBAJO, KYCMESMEDIO, KYCMESALTO).
      *EL MES ANTERIOR AL VENCIMIENTO SE LE AVISA; VENCIDO QUEDA EN
      *AVISO Y, PASADOS LOS MESES DE GRACIA (KYCMESGRACIA), SE LE
      *RESTRINGE POR ETAPAS: PRIMERO NO PUEDE ABRIR PRODUCTOS NUEVOS
      *Y DESPUES SUS CUENTAS ACTIVAS QUEDAN BLOQUEADAS PARA DEBITOS.
      *CADA CORRIDA SUBE A LO SUMO UNA ETAPA, ASI QUE LOS CLIENTES
      *QUE NUNCA CONFIRMARON PASAN POR TODAS. UN CLIENTE CON UN
      *CONTACTO DEVUELTO TIENE DATOS QUE SE SABEN ERRADOS: SE TRATA
      *COMO VENCIDO AUNQUE NO HAYA LLEGADO SU PLAZO. LOS AVISADOS
      *SALEN EN actualizacion_datos.txt AGRUPADOS POR LA SUCURSAL DE
      *SU PRIMERA CUENTA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayCuenta       PIC X VALUE "S".
               88  NoHayCuenta VALUE "N".
      *RevisionPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  RevisionPend    PIC X VALUE "N".
           77  CodigoParam     PIC X(12).
           77  ValorDefecto    PIC 9(12)V99.
           77  ValorParametro  PIC 9(12)V99.
           77  MesesBajo       PIC 9(3).
           77  MesesMedio      PIC 9(3).
           77  MesesAlto       PIC 9(3).
           77  MesesGracia     PIC 9(3).
           77  MesesLimite     PIC 9(3).
           77  MesesDesde      PIC S9(5).
           77  FechaVerif      PIC X(8).
           77  Segmento        PIC 9.
           77  EtapaActual     PIC 9.
           77  EtapaObjetivo   PIC 9.
           77  EtapaNueva      PIC 9.
           77  ContactoDevuelto PIC X.
           77  SucursalCliente PIC 9(2).
           77  TieneCuenta     PIC X.
           77  SetOk           PIC 9.
           77  EventoNotif     PIC X(3).
           77  ReferenciaNotif PIC X(15) VALUE "ACTUALIZ. DATOS".
      *ID DE OPERADOR CERO = TRABAJO AUTOMATICO DE LOTE
           77  OperadorLote    PIC 9(9) VALUE 0.
           77  TotalCuentasCli PIC 99.
           77  IndCta          PIC 99.
           77  TotalTabla      PIC 9(4).
           77  IndTab          PIC 9(4).
           77  IndSuc          PIC 9(3).
           77  SucursalEnCurso PIC 9(2).
           77  CantSucursal    PIC 9(4).
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                       VALUE "actualizacion_datos.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "ACTUALIZACION DE DATOS".
           77  LineaImpresion  PIC X(80).
           01  EncabezadoImpresion.
               02  FILLER      PIC X(28)
                   VALUE "  CLIENTE   NOMBRE".
               02  FILLER      PIC X(52)
                   VALUE "SEGM. VERIFIC. SITUACION".
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaVerDesc.
               02  FVAnio      PIC 9(4).
               02  FVMes       PIC 99.
               02  FVDia       PIC 99.
      *CUENTAS ACTIVAS DEL CLIENTE COMO PRIMER TITULAR, POR SI HAY
      *QUE BLOQUEARLAS
           01  TablaCuentasCli.
               02  CuentaCli   PIC X(9) OCCURS 50.
      *CLIENTES AVISADOS EN LA CORRIDA, PARA EL LISTADO POR SUCURSAL
           01  TablaAvisados.
               02  Avisado     OCCURS 2000.
                   03  AvCliente   PIC 9(9).
                   03  AvNombre    PIC X(15).
                   03  AvSucursal  PIC 9(2).
                   03  AvSegmento  PIC 9.
                   03  AvVerif     PIC X(8).
                   03  AvEtapa     PIC 9.
                   03  AvDevuelto  PIC X.
           01  TextosSegmento.
               02  FILLER      PIC X(5) VALUE "S/D".
               02  FILLER      PIC X(5) VALUE "BAJO".
               02  FILLER      PIC X(5) VALUE "MEDIO".
               02  FILLER      PIC X(5) VALUE "ALTO".
           01  TablaTextosSegmento REDEFINES TextosSegmento.
               02  TextoSegmento PIC X(5) OCCURS 4.
           01  TextosEtapa.
               02  FILLER      PIC X(20) VALUE "POR VENCER".
               02  FILLER      PIC X(20) VALUE "VENCIDA EN AVISO".
               02  FILLER      PIC X(20) VALUE "SIN PRODUCTOS NUEVOS".
               02  FILLER      PIC X(20) VALUE "SIN DEBITOS".
           01  TablaTextosEtapa REDEFINES TextosEtapa.
               02  TextoEtapa  PIC X(20) OCCURS 4.
           01  LineaSucursal.
               02  FILLER      PIC X(9) VALUE "SUCURSAL ".
               02  LBSucursal  PIC 9(2).
               02  FILLER      PIC X(12) VALUE " - CLIENTES ".
               02  LBCantidad  PIC ZZZ9.
               02  FILLER      PIC X(53) VALUE SPACES.
           01  LineaAvisado.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LACliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LANombre    PIC X(15).
               02  FILLER      PIC X VALUE SPACE.
               02  LASegmento  PIC X(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LAVerif     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LAEtapa     PIC X(20).
               02  FILLER      PIC X VALUE SPACE.
               02  LADevuelto  PIC X(16).
           01  obj-customer     object reference.
           01  obj-accounts     object reference.
           01  obj-notificacion object reference.
           01  obj-auditoria    object reference.
           01  obj-parametro    object reference.
           01  obj-reporte      object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSAvisados      PIC 9(5).
           77  LSRestringidos  PIC 9(5).
           77  LSVencidos      PIC 9(5).

       Procedure Division using  LSFecha
                                 LSAvisados
                                 LSRestringidos
                                 returning LSVencidos.

             MOVE 0 TO LSVencidos
             MOVE 0 TO LSAvisados
             MOVE 0 TO LSRestringidos
             MOVE 0 TO TotalTabla
             MOVE "S" TO RevisionPend
             MOVE LSFecha TO FechaHoyDesc
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE auditoria "New"
                     RETURNING obj-auditoria
             INVOKE parametro "New"
                     RETURNING obj-parametro
             PERFORM CargarParametros

             MOVE "S" TO HayMas
             OPEN INPUT ActCustomer
             PERFORM RevisarClienteSiguiente UNTIL NoHayMas
             CLOSE ActCustomer

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using NombreImpresion
                                    TituloImpresion
                                    LSFecha
                                    EncabezadoImpresion
             MOVE SPACES TO LineaImpresion
             STRING "MESES PARA ACTUALIZAR: BAJO " MesesBajo
                    " MEDIO " MesesMedio " ALTO " MesesAlto
                    " GRACIA " MesesGracia
                    DELIMITED BY SIZE INTO LineaImpresion
             END-STRING
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             MOVE 1 TO IndSuc
             PERFORM ListarSucursal UNTIL IndSuc > 100
             MOVE TotalTabla TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                              using MontoControl
             MOVE "N" TO RevisionPend.

       CargarParametros.
           IF RevisionPend = "S" THEN
             MOVE "KYCMESBAJO" TO CodigoParam
             MOVE 12 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        LSFecha
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MesesBajo
             MOVE "KYCMESMEDIO" TO CodigoParam
             MOVE 12 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        LSFecha
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MesesMedio
             MOVE "KYCMESALTO" TO CodigoParam
             MOVE 6 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        LSFecha
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MesesAlto
             MOVE "KYCMESGRACIA" TO CodigoParam
             MOVE 1 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        LSFecha
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MesesGracia
           END-IF.

       RevisarClienteSiguiente.
           IF RevisionPend = "S" THEN
             READ ActCustomer NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 PERFORM RevisarCliente
             END-READ
           END-IF.

       RevisarCliente.
           IF RevisionPend = "S" THEN
             PERFORM LeerPerfil
             EVALUATE Segmento
               WHEN 1
                 MOVE MesesBajo  TO MesesLimite
               WHEN 3
                 MOVE MesesAlto  TO MesesLimite
               WHEN OTHER
                 MOVE MesesMedio TO MesesLimite
             END-EVALUATE
             IF FechaVerif = SPACES THEN
                MOVE 999 TO MesesDesde
             ELSE
                MOVE FechaVerif TO FechaVerDesc
                COMPUTE MesesDesde =
                        ((FHAnio - FVAnio) * 12)
                      + (FHMes - FVMes)
             END-IF
             IF ContactoDevuelto = "S"
                AND MesesDesde < MesesLimite THEN
                MOVE MesesLimite TO MesesDesde
             END-IF

             IF MesesDesde NOT < MesesLimite THEN
                PERFORM BuscarCuentasCliente
                PERFORM EscalarCliente
             ELSE
                IF MesesDesde + 1 = MesesLimite
                   AND EtapaActual = 0 THEN
                   PERFORM BuscarCuentasCliente
                   MOVE "KYV" TO EventoNotif
                   PERFORM AvisarCliente
                END-IF
             END-IF
           END-IF.

       LeerPerfil.
           IF RevisionPend = "S" THEN
             MOVE SPACES TO FechaVerif
             MOVE 0 TO Segmento
             MOVE 0 TO EtapaActual
             MOVE "N" TO ContactoDevuelto
             OPEN INPUT ActPerfil
               MOVE ACCIdentificacion TO ACPIdentificacion
               READ ActPerfil
                 KEY IS ACPIdentificacion
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE ACPFechaVerificacion  TO FechaVerif
                   MOVE ACPSegmentoRiesgo     TO Segmento
                   MOVE ACPEtapaActualizacion TO EtapaActual
                   IF ACPDireccionDevuelta = "S"
                      OR ACPTelefonoDevuelto = "S"
                      OR ACPEmailDevuelto = "S" THEN
                      MOVE "S" TO ContactoDevuelto
                   END-IF
               END-READ
             CLOSE ActPerfil
             IF Segmento > 3 THEN
                MOVE 0 TO Segmento
             END-IF
           END-IF.

      *LA SUCURSAL DEL CLIENTE ES LA DE SU PRIMERA CUENTA NO CERRADA;
      *SIN CUENTAS SALE EN LA SUCURSAL CERO
       BuscarCuentasCliente.
           IF RevisionPend = "S" THEN
             MOVE 0 TO SucursalCliente
             MOVE "N" TO TieneCuenta
             MOVE 0 TO TotalCuentasCli
             MOVE "S" TO HayCuenta
             OPEN INPUT ActAccounts
             PERFORM RevisarCuentaSiguiente UNTIL NoHayCuenta
             CLOSE ActAccounts
           END-IF.

       RevisarCuentaSiguiente.
           IF RevisionPend = "S" THEN
             READ ActAccounts NEXT RECORD
               AT END
                 MOVE "N" TO HayCuenta
               NOT AT END
                 IF ACAIdCustomer = ACCIdentificacion
                    AND NOT ACACuentaCerrada THEN
                    IF TieneCuenta = "N" THEN
                       MOVE ACASucursalCuenta TO SucursalCliente
                       MOVE "S" TO TieneCuenta
                    END-IF
                    IF ACACuentaActiva AND TotalCuentasCli < 50 THEN
                       ADD 1 TO TotalCuentasCli
                       MOVE ACANumaccounts
                         TO CuentaCli(TotalCuentasCli)
                    END-IF
                 END-IF
             END-READ
           END-IF.

      *UNA ETAPA MAS POR CORRIDA COMO MAXIMO, HASTA LA QUE LE TOCA
      *POR LOS MESES DE GRACIA VENCIDOS
       EscalarCliente.
           IF RevisionPend = "S" THEN
             MOVE 1 TO EtapaObjetivo
             IF MesesDesde NOT < MesesLimite + MesesGracia THEN
                MOVE 2 TO EtapaObjetivo
             END-IF
             IF MesesDesde NOT < MesesLimite + (MesesGracia * 2) THEN
                MOVE 3 TO EtapaObjetivo
             END-IF
             MOVE EtapaActual TO EtapaNueva
             IF EtapaObjetivo > EtapaActual THEN
                COMPUTE EtapaNueva = EtapaActual + 1
                INVOKE obj-customer "SetEtapaActualizacion"
                                    using ACCIdentificacion
                                          EtapaNueva
                                    returning SetOk
                IF EtapaNueva = 2 THEN
                   ADD 1 TO LSRestringidos
                END-IF
                IF EtapaNueva = 3 THEN
                   MOVE 1 TO IndCta
                   PERFORM BloquearCuentaCliente
                           UNTIL IndCta > TotalCuentasCli
                END-IF
             END-IF
             EVALUATE EtapaNueva
               WHEN 3
                 MOVE "KYD" TO EventoNotif
               WHEN 2
                 MOVE "KYP" TO EventoNotif
               WHEN OTHER
                 MOVE "KYA" TO EventoNotif
             END-EVALUATE
             MOVE EtapaNueva TO EtapaActual
             ADD 1 TO LSVencidos
             PERFORM AvisarCliente
           END-IF.

       BloquearCuentaCliente.
           IF RevisionPend = "S" THEN
             INVOKE obj-accounts "SetEstadoCuenta" using
                                           CuentaCli(IndCta)
                                           1
                                 returning SetOk
             IF SetOk = 1 THEN
                OPEN I-O BloqueosActualizacion
                MOVE CuentaCli(IndCta)  TO BlqCuenta
                MOVE ACCIdentificacion  TO BlqCliente
                MOVE LSFecha            TO BlqFecha
                WRITE bloqueos-actualizacion-file
                  INVALID KEY
                    REWRITE bloqueos-actualizacion-file
                    END-REWRITE
                END-WRITE
                CLOSE BloqueosActualizacion
                INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorLote
                                         "BLOQUEO POR DATOS VENCIDOS"
                DISPLAY "BLOQUEADA cuenta " CuentaCli(IndCta)
                        " cliente " ACCIdentificacion
             END-IF
           END-IF
           ADD 1 TO IndCta.

       AvisarCliente.
           IF RevisionPend = "S" THEN
             INVOKE obj-notificacion "RegistrarNotificacion"
                                   using ACCIdentificacion
                                         ReferenciaNotif
                                         EventoNotif
                                         LSFecha
             ADD 1 TO LSAvisados
             IF TotalTabla < 2000 THEN
                ADD 1 TO TotalTabla
                MOVE ACCIdentificacion TO AvCliente(TotalTabla)
                MOVE ACCNombre         TO AvNombre(TotalTabla)
                MOVE SucursalCliente   TO AvSucursal(TotalTabla)
                MOVE Segmento          TO AvSegmento(TotalTabla)
                MOVE FechaVerif        TO AvVerif(TotalTabla)
                MOVE ContactoDevuelto  TO AvDevuelto(TotalTabla)
                IF EventoNotif = "KYV" THEN
                   MOVE 0 TO AvEtapa(TotalTabla)
                ELSE
                   MOVE EtapaActual TO AvEtapa(TotalTabla)
                END-IF
             ELSE
                DISPLAY "Cliente fuera del listado: " ACCIdentificacion
             END-IF
           END-IF.

      *UN BLOQUE DEL LISTADO POR SUCURSAL CON CLIENTES AVISADOS
       ListarSucursal.
           IF RevisionPend = "S" THEN
             COMPUTE SucursalEnCurso = IndSuc - 1
             MOVE 0 TO CantSucursal
             MOVE 1 TO IndTab
             PERFORM ContarAvisadoSucursal UNTIL IndTab > TotalTabla
             IF CantSucursal > 0 THEN
                MOVE SPACES TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE SucursalEnCurso TO LBSucursal
                MOVE CantSucursal    TO LBCantidad
                MOVE LineaSucursal TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE 1 TO IndTab
                PERFORM ListarAvisado UNTIL IndTab > TotalTabla
             END-IF
           END-IF
           ADD 1 TO IndSuc.

       ContarAvisadoSucursal.
           IF RevisionPend = "S" THEN
             IF AvSucursal(IndTab) = SucursalEnCurso THEN
                ADD 1 TO CantSucursal
             END-IF
           END-IF
           ADD 1 TO IndTab.

       ListarAvisado.
           IF RevisionPend = "S" THEN
             IF AvSucursal(IndTab) = SucursalEnCurso THEN
                MOVE AvCliente(IndTab) TO LACliente
                MOVE AvNombre(IndTab)  TO LANombre
                MOVE AvSegmento(IndTab) TO Segmento
                MOVE TextoSegmento(Segmento + 1) TO LASegmento
                IF AvVerif(IndTab) = SPACES THEN
                   MOVE "NUNCA" TO LAVerif
                ELSE
                   MOVE AvVerif(IndTab) TO LAVerif
                END-IF
                MOVE AvEtapa(IndTab) TO EtapaNueva
                MOVE TextoEtapa(EtapaNueva + 1) TO LAEtapa
                IF AvDevuelto(IndTab) = "S" THEN
                   MOVE "DATO DEVUELTO" TO LADevuelto
                ELSE
                   MOVE SPACES TO LADevuelto
                END-IF
                MOVE LineaAvisado TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
             END-IF
           END-IF
           ADD 1 TO IndTab.

       End Method RevisarActualizaciones.
      *>----------------------------------------------

       Method-ID. ConfirmarActualizacion.
      *>----------------------------------------------
      *EL CLIENTE CONFIRMO SUS DATOS: QUEDAN VERIFICADOS A LA FECHA,
      *SE LEVANTAN LAS RESTRICCIONES Y SE DESBLOQUEAN LAS CUENTAS QUE
      *LA REVISION HABIA BLOQUEADO Y QUE SIGUEN BLOQUEADAS
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *ConfirmaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  ConfirmaPend    PIC X VALUE "N".
           77  EstadoActual    PIC 9.
           77  SetOk           PIC 9.
           77  Desbloqueadas   PIC 9(3).
           01  obj-customer    object reference.
           01  obj-accounts    object reference.

        Linkage Section.
           77  LSIdCustomer    PIC 9(9).
           77  LSFecha         PIC X(8).
           77  ConfirmaOk      PIC 9.

       Procedure Division using  LSIdCustomer
                                 LSFecha
                                 returning ConfirmaOk.

             MOVE 0 TO Desbloqueadas
             MOVE "S" TO ConfirmaPend
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE obj-customer "ConfirmarDatos"
                                 using LSIdCustomer
                                       LSFecha
                                 returning ConfirmaOk
             IF ConfirmaOk = 1 THEN
                INVOKE accounts "New"
                        RETURNING obj-accounts
                MOVE "S" TO HayMas
                OPEN I-O BloqueosActualizacion
                PERFORM LevantarBloqueoSiguiente UNTIL NoHayMas
                CLOSE BloqueosActualizacion
                IF Desbloqueadas > 0 THEN
                   DISPLAY "Cuentas desbloqueadas: " Desbloqueadas
                END-IF
             ELSE
                IF ConfirmaOk = 2 THEN
                   DISPLAY "El cliente tiene un contacto devuelto:"
                   DISPLAY "corrijalo o rehabilitelo antes de confirmar"
                ELSE
                   DISPLAY "El cliente no tiene perfil para confirmar"
                END-IF
             END-IF
             MOVE "N" TO ConfirmaPend.

       LevantarBloqueoSiguiente.
           IF ConfirmaPend = "S" THEN
             READ BloqueosActualizacion NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF BlqCliente = LSIdCustomer THEN
                    INVOKE obj-accounts "GetEstadoCuenta"
                                        using BlqCuenta
                                        returning EstadoActual
                    IF EstadoActual = 1 THEN
                       INVOKE obj-accounts "SetEstadoCuenta"
                                           using BlqCuenta
                                                 0
                                           returning SetOk
                       ADD 1 TO Desbloqueadas
                    END-IF
                    DELETE BloqueosActualizacion RECORD
                    END-DELETE
                 END-IF
             END-READ
           END-IF.

       End Method ConfirmarActualizacion.
      *>----------------------------------------------

       Method-ID. ReporteCobertura.
      *>----------------------------------------------
      *REPORTE DE CUMPLIMIENTO: POR SEGMENTO DE RIESGO, CUANTOS
      *CLIENTES TIENEN LOS DATOS AL DIA, CUANTOS ESTAN VENCIDOS Y EN
      *QUE ETAPA, CUANTOS NUNCA LOS CONFIRMARON Y LA COBERTURA
      *(AL DIA SOBRE EL TOTAL). QUEDA EN cobertura_actualizacion.txt
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *CoberturaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  CoberturaPend   PIC X VALUE "N".
           77  CodigoParam     PIC X(12).
           77  ValorDefecto    PIC 9(12)V99.
           77  ValorParametro  PIC 9(12)V99.
           77  MesesBajo       PIC 9(3).
           77  MesesMedio      PIC 9(3).
           77  MesesAlto       PIC 9(3).
           77  MesesLimite     PIC 9(3).
           77  MesesDesde      PIC S9(5).
           77  Segmento        PIC 9.
           77  IndSeg          PIC 9.
           77  PorcentajeCob   PIC 9(3)V99.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                       VALUE "cobertura_actualizacion.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "COBERTURA ACTUALIZACION DATOS".
           77  LineaImpresion  PIC X(80).
           01  EncabezadoImpresion.
               02  FILLER      PIC X(26)
                   VALUE "SEGM.  TOTAL AL DIA  AVISO".
               02  FILLER      PIC X(21)
                   VALUE " S/PROD  S/DEB S/FECH".
               02  FILLER      PIC X(33) VALUE "   COBERT.".
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaVerDesc.
               02  FVAnio      PIC 9(4).
               02  FVMes       PIC 99.
               02  FVDia       PIC 99.
      *UNA FILA POR SEGMENTO (SIN DATO, BAJO, MEDIO, ALTO) Y LA
      *QUINTA CON EL TOTAL DEL BANCO
           01  TablaCobertura.
               02  Cobertura   OCCURS 5.
                   03  CbTotal     PIC 9(6).
                   03  CbAlDia     PIC 9(6).
                   03  CbAviso     PIC 9(6).
                   03  CbSinProd   PIC 9(6).
                   03  CbSinDeb    PIC 9(6).
                   03  CbSinFecha  PIC 9(6).
           01  TextosSegmento.
               02  FILLER      PIC X(5) VALUE "S/D".
               02  FILLER      PIC X(5) VALUE "BAJO".
               02  FILLER      PIC X(5) VALUE "MEDIO".
               02  FILLER      PIC X(5) VALUE "ALTO".
               02  FILLER      PIC X(5) VALUE "TOTAL".
           01  TablaTextosSegmento REDEFINES TextosSegmento.
               02  TextoSegmento PIC X(5) OCCURS 5.
           01  LineaCobertura.
               02  LCSegmento  PIC X(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LCTotal     PIC ZZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LCAlDia     PIC ZZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LCAviso     PIC ZZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LCSinProd   PIC ZZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LCSinDeb    PIC ZZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LCSinFecha  PIC ZZZZZ9.
               02  FILLER      PIC X(3) VALUE SPACES.
               02  LCPorcentaje PIC ZZ9.99.
               02  FILLER      PIC X VALUE "%".
               02  FILLER      PIC X(22) VALUE SPACES.
           01  obj-parametro   object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSTotalClientes PIC 9(6).

       Procedure Division using  LSFecha
                                 returning LSTotalClientes.

             MOVE "S" TO CoberturaPend
             INITIALIZE TablaCobertura
             MOVE LSFecha TO FechaHoyDesc
             INVOKE parametro "New"
                     RETURNING obj-parametro
             PERFORM CargarPlazos

             MOVE "S" TO HayMas
             OPEN INPUT ActCustomer
             OPEN INPUT ActPerfil
             PERFORM ClasificarClienteSiguiente UNTIL NoHayMas
             CLOSE ActPerfil
             CLOSE ActCustomer

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using NombreImpresion
                                    TituloImpresion
                                    LSFecha
                                    EncabezadoImpresion
             MOVE 1 TO IndSeg
             PERFORM ImprimirSegmento UNTIL IndSeg > 5
             MOVE CbTotal(5) TO LSTotalClientes
             MOVE CbTotal(5) TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                              using MontoControl
             MOVE "N" TO CoberturaPend.

       CargarPlazos.
           IF CoberturaPend = "S" THEN
             MOVE "KYCMESBAJO" TO CodigoParam
             MOVE 12 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        LSFecha
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MesesBajo
             MOVE "KYCMESMEDIO" TO CodigoParam
             MOVE 12 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        LSFecha
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MesesMedio
             MOVE "KYCMESALTO" TO CodigoParam
             MOVE 6 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        LSFecha
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MesesAlto
           END-IF.

       ClasificarClienteSiguiente.
           IF CoberturaPend = "S" THEN
             READ ActCustomer NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE ACCIdentificacion TO ACPIdentificacion
                 READ ActPerfil
                   KEY IS ACPIdentificacion
                   INVALID KEY
                     MOVE 0 TO Segmento
                     ADD 1 TO CbTotal(1)
                     ADD 1 TO CbSinFecha(1)
                   NOT INVALID KEY
                     PERFORM ClasificarPerfil
                 END-READ
             END-READ
           END-IF.

       ClasificarPerfil.
           IF CoberturaPend = "S" THEN
             MOVE ACPSegmentoRiesgo TO Segmento
             IF Segmento > 3 THEN
                MOVE 0 TO Segmento
             END-IF
             ADD 1 TO CbTotal(Segmento + 1)
             EVALUATE Segmento
               WHEN 1
                 MOVE MesesBajo  TO MesesLimite
               WHEN 3
                 MOVE MesesAlto  TO MesesLimite
               WHEN OTHER
                 MOVE MesesMedio TO MesesLimite
             END-EVALUATE
             EVALUATE TRUE
               WHEN ACPEtapaActualizacion = 3
                 ADD 1 TO CbSinDeb(Segmento + 1)
               WHEN ACPEtapaActualizacion = 2
                 ADD 1 TO CbSinProd(Segmento + 1)
               WHEN ACPFechaVerificacion = SPACES
                 ADD 1 TO CbSinFecha(Segmento + 1)
               WHEN OTHER
                 MOVE ACPFechaVerificacion TO FechaVerDesc
                 COMPUTE MesesDesde =
                         ((FHAnio - FVAnio) * 12)
                       + (FHMes - FVMes)
                 IF MesesDesde < MesesLimite THEN
                    ADD 1 TO CbAlDia(Segmento + 1)
                 ELSE
                    ADD 1 TO CbAviso(Segmento + 1)
                 END-IF
             END-EVALUATE
           END-IF.

      *LA FILA 5 ACUMULA LAS CUATRO ANTERIORES ANTES DE IMPRIMIRSE
       ImprimirSegmento.
           IF CoberturaPend = "S" THEN
             IF IndSeg < 5 THEN
                ADD CbTotal(IndSeg)    TO CbTotal(5)
                ADD CbAlDia(IndSeg)    TO CbAlDia(5)
                ADD CbAviso(IndSeg)    TO CbAviso(5)
                ADD CbSinProd(IndSeg)  TO CbSinProd(5)
                ADD CbSinDeb(IndSeg)   TO CbSinDeb(5)
                ADD CbSinFecha(IndSeg) TO CbSinFecha(5)
             END-IF
             IF CbTotal(IndSeg) > 0 THEN
                COMPUTE PorcentajeCob ROUNDED =
                        (CbAlDia(IndSeg) * 100) / CbTotal(IndSeg)
             ELSE
                MOVE 0 TO PorcentajeCob
             END-IF
             MOVE TextoSegmento(IndSeg) TO LCSegmento
             MOVE CbTotal(IndSeg)    TO LCTotal
             MOVE CbAlDia(IndSeg)    TO LCAlDia
             MOVE CbAviso(IndSeg)    TO LCAviso
             MOVE CbSinProd(IndSeg)  TO LCSinProd
             MOVE CbSinDeb(IndSeg)   TO LCSinDeb
             MOVE CbSinFecha(IndSeg) TO LCSinFecha
             MOVE PorcentajeCob      TO LCPorcentaje
             MOVE LineaCobertura TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             DISPLAY LineaCobertura
           END-IF
           ADD 1 TO IndSeg.

       End Method ReporteCobertura.
      *>----------------------------------------------

       end object.
       end class ActualizacionDatos.
