      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Depuracion as "depuracion"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           customer     is class "customer"
           prestamo     is class "prestamo"
           auditoria    is class "auditoria"
           parametro    is class "parametro"
           reporte      is class "reporte"
           depuracion   is class "depuracion".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARCHIVO FUERA DE LINEA DE LA DEPURACION, UNO POR FECHA DE
      *CORRIDA (depurado_AAAAMMDD.seq). OPERACIONES LO BAJA A MEDIO
      *EXTERNO; PARA UNA CONSULTA LEGAL SE VUELVE A PONER EN LINEA
           SELECT ArchivoDepurado ASSIGN TO DYNAMIC NombreDepurado
           organization is sequential.

           SELECT CatalogoDepuracion ASSIGN TO
                  "depuracion_catalogo.dat"
           organization is indexed
           access is dynamic
           record key is DcId.

      *COPIA PARA EL REQUERIMIENTO LEGAL DE LOS REGISTROS HALLADOS,
      *CON LA IMAGEN COMPLETA TAL COMO SE ARCHIVO
           SELECT RecuperacionLegal ASSIGN TO
                  "recuperacion_legal.dat"
           organization is sequential.

      *LOS ARCHIVOS QUE SE DEPURAN Y LOS QUE DAN LAS RETENCIONES
      *LEGALES SE LEEN AQUI CON EL MISMO TRAZADO QUE DEFINE SU
      *CLASE DUENA; SI EL TRAZADO CAMBIA ALLA, DEBE CAMBIARSE
      *TAMBIEN AQUI
           SELECT DepArchivoTrx ASSIGN TO
                  "transacition_archivo.dat"
           organization is indexed
           access is dynamic
           record key is DTASeq
           alternate record key is DTANumaccounts with duplicates
           alternate record key is DTAFecha with duplicates.

           SELECT DepTransacciones ASSIGN TO "transacition.dat"
           organization is indexed
           access is dynamic
           record key is DTRIdt
           alternate record key is DTRNumaccounts with duplicates
           alternate record key is DTRFecha with duplicates.

           SELECT DepAuditoria ASSIGN TO "auditoria.dat"
           organization is indexed
           access is dynamic
           record key is DAUIda.

           SELECT DepSesiones ASSIGN TO "sesiones.dat"
           organization is indexed
           access is dynamic
           record key is DSEId.

           SELECT DepNotificaciones ASSIGN TO "notificaciones.dat"
           organization is indexed
           access is dynamic
           record key is DNOId.

           SELECT DepTarjetaUsos ASSIGN TO "tarjeta_usos.dat"
           organization is indexed
           access is dynamic
           record key is DTUId
           alternate record key is DTUNumeroTarjeta with duplicates.

           SELECT DepAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is DACNumaccounts.

           SELECT DepCerradas ASSIGN TO "cuentas_cerradas.dat"
           organization is indexed
           access is dynamic
           record key is DCCCuenta.

           SELECT DepCustomer ASSIGN TO "customer.dat"
           organization is indexed
           access is dynamic
           record key is DCUIdentificacion.

           SELECT DepPerfil ASSIGN TO "customer_perfil.dat"
           organization is indexed
           access is dynamic
           record key is DPEIdentificacion.

           SELECT DepEmbargos ASSIGN TO "embargos.dat"
           organization is indexed
           access is dynamic
           record key is DEMId.

           SELECT DepReclamos ASSIGN TO "reclamos.dat"
           organization is indexed
           access is dynamic
           record key is DREId.

           SELECT DepAlertas ASSIGN TO "alertas_aml.dat"
           organization is indexed
           access is dynamic
           record key is DALId.

           SELECT DepSucesiones ASSIGN TO "sucesiones.dat"
           organization is indexed
           access is dynamic
           record key is DSUCliente.

       DATA DIVISION.
       FILE SECTION.
       FD ArchivoDepurado.
      *ARCHIVO: 1=transacition_archivo 2=auditoria 3=sesiones
      *4=notificaciones 5=tarjeta_usos 6=accounts (CERRADAS)
      *7=customer 8=customer_perfil 9=GENERACION _old RETIRADA
      *CLAVE: CUENTA O IDENTIFICACION DEL CLIENTE (OPERADOR EN
      *AUDITORIA Y SESIONES), PARA LA CONSULTA LEGAL
       01 registro-depurado.
           05  RdArchivo       PIC 9(2).
           05  RdClave         PIC X(9).
           05  RdFecha         PIC X(8).
           05  RdImagen        PIC X(120).

       FD CatalogoDepuracion.
      *UNA FILA POR ARCHIVO EN CADA CORRIDA: PLAZO APLICADO, FECHA
      *DE CORTE Y TOTALES DE CONTROL DE LO DEPURADO Y LO RETENIDO
       01 catalogo-depuracion-file.
           05  DcId            PIC 9(5).
           05  DcFecha         PIC X(8).
           05  DcArchivo       PIC 9(2).
           05  DcAnios         PIC 9(2).
           05  DcCorte         PIC X(8).
           05  DcDepurados     PIC 9(7).
           05  DcRetenidos     PIC 9(7).
           05  DcControl       PIC 9(14)V99.

       FD RecuperacionLegal.
       01 recuperacion-legal-file.
           05  RlFechaDepuracion PIC X(8).
           05  RlRegistro      PIC X(139).

       FD DepArchivoTrx.
       01 dep-archivo-file.
           05  DTASeq            PIC 9(9).
           05  DTAIdt            PIC 9(9).
           05  DTAFecha          PIC X(8).
           05  DTAHora           PIC X(4).
           05  DTATipo           PIC 9.
           05  DTANumaccounts    PIC X(9).
           05  DTAValor          PIC 9(10)V99.
           05  DTAAnulada        PIC X.
           05  DTAConcepto       PIC X(20).

       FD DepTransacciones.
       01 dep-transacciones-file.
           05  DTRIdt            PIC 9(9).
           05  DTRFecha          PIC X(8).
           05  DTRHora           PIC X(4).
           05  DTRTipo           PIC 9.
           05  DTRNumaccounts    PIC X(9).
           05  DTRValor          PIC 9(10)V99.
           05  DTRAnulada        PIC X.
           05  DTRConcepto       PIC X(20).

       FD DepAuditoria.
       01 dep-auditoria-file.
           05  DAUIda            PIC 9(5).
           05  DAUFecha          PIC X(8).
           05  DAUHora           PIC X(4).
           05  DAUOperador       PIC 9(9).
           05  DAUAccion         PIC X(30).
           05  DAUCadena         PIC 9(4).

       FD DepSesiones.
       01 dep-sesiones-file.
           05  DSEId             PIC 9(6).
           05  DSEOperador       PIC 9(9).
           05  DSETerminal       PIC 9(3).
           05  DSEFecha          PIC X(8).
           05  DSEHoraLogin      PIC X(4).
           05  DSEHoraUltAct     PIC X(4).
           05  DSEHoraLogout     PIC X(4).
           05  DSEEstado         PIC 9.
               88  DSESesionCerrada VALUE 1.

       FD DepNotificaciones.
       01 dep-notificaciones-file.
           05  DNOId             PIC 9(6).
           05  DNOFecha          PIC X(8).
           05  DNOIdCustomer     PIC 9(9).
           05  DNOReferencia     PIC X(15).
           05  DNOEvento         PIC X(3).
           05  DNOEstado         PIC 9.
               88  DNONotifEnviada VALUE 1.

       FD DepTarjetaUsos.
       01 dep-tarjeta-usos-file.
           05  DTUId             PIC 9(5).
           05  DTUFecha          PIC X(8).
           05  DTUHora           PIC X(4).
           05  DTUCuenta         PIC X(9).
           05  DTUNumeroTarjeta  PIC X(10).
           05  DTUMonto          PIC 9(10)V99.
           05  DTUTerminal       PIC 9(3).

       FD DepAccounts.
       01 dep-accounts-file.
           05  DACNumaccounts     PIC X(9).
           05  DACMontodisponible PIC S9(10)V99.
           05  DACIdCustomer      PIC 9(9).
           05  DACIdCustomer2     PIC 9(9).
           05  DACIdDebitcard     PIC X(15).
           05  DACTipodeCueta     PIC 9.
           05  DACLimiteSobregiro PIC 9(10)V99.
           05  DACMontoMinimo     PIC 9(10)V99.
           05  DACFechaVencim     PIC X(8).
           05  DACEstadoCuenta    PIC 9.
               88  DACCuentaCerrada VALUE 3.
           05  DACMonedaCuenta    PIC X(3).
           05  DACSucursalCuenta  PIC 9(2).
           05  DACMancomunada     PIC X.
           05  DACUmbralMancom    PIC 9(10)V99.
           05  DACProducto        PIC X(4).

       FD DepCerradas.
       01 dep-cerradas-file.
           05  DCCCuenta         PIC X(9).
           05  DCCFecha          PIC X(8).

       FD DepCustomer.
       01 dep-customer-file.
           05  DCUIdentificacion PIC 9(9).
           05  DCUNombre         PIC X(15).
           05  DCUDireccion      PIC X(20).
           05  DCUTipoPersona    PIC X.
           05  DCURazonSocial    PIC X(30).
           05  DCURepresentante  PIC 9(9).

       FD DepPerfil.
       01 dep-perfil-file.
           05  DPEIdentificacion PIC 9(9).
           05  DPETelefono       PIC X(15).
           05  DPEEmail          PIC X(30).
           05  DPEFechaNacim     PIC X(8).
           05  DPETipoDocumento  PIC 9.
           05  DPESegmentoRiesgo PIC 9.
           05  DPEFechaVerificacion PIC X(8).
           05  DPEEtapaActualizacion PIC 9.
           05  DPEDireccionDevuelta PIC X.
           05  DPETelefonoDevuelto PIC X.
           05  DPEEmailDevuelto PIC X.
           05  DPEFechaDevolucion PIC X(8).

       FD DepEmbargos.
       01 dep-embargos-file.
           05  DEMId               PIC 9(4).
           05  DEMCuenta           PIC X(9).
           05  DEMMonto            PIC 9(10)V99.
           05  DEMAutoridad        PIC X(20).
           05  DEMFechaImposicion  PIC X(8).
           05  DEMFechaLevantam    PIC X(8).
           05  DEMEstado           PIC 9.
               88  DEMEmbargoVigente VALUE 0.

       FD DepReclamos.
       01 dep-reclamos-file.
           05  DREId             PIC 9(5).
           05  DREIdCustomer     PIC 9(9).
           05  DREIDT            PIC 9(9).
           05  DREArcSeq         PIC 9(9).
           05  DRETexto          PIC X(40).
           05  DREFechaApertura  PIC X(8).
           05  DREFechaCierre    PIC X(8).
           05  DREEstado         PIC 9.
               88  DREReclamoAbierto   VALUE 0.
               88  DREReclamoEnEstudio VALUE 1.
           05  DREIDTAjuste      PIC 9(9).

       FD DepAlertas.
       01 dep-alertas-file.
           05  DALId             PIC 9(5).
           05  DALFecha          PIC X(8).
           05  DALCuenta         PIC X(9).
           05  DALRegla          PIC X(3).
           05  DALValor          PIC 9(12)V99.
           05  DALEstado         PIC 9.
               88  DALAlertaDescartada VALUE 4.
           05  DALAnalista       PIC 9(9).
           05  DALNota           PIC X(40).
           05  DALRos            PIC X.

       FD DepSucesiones.
       01 dep-sucesiones-file.
           05  DSUCliente        PIC 9(9).
           05  DSUFecha          PIC X(8).
           05  DSUDocumento      PIC X(20).
           05  DSUFechaCierre    PIC X(8).
           05  DSUEstado         PIC 9.
               88  DSUSucesionAbierta VALUE 0.

       object-storage section.
       77  NombreDepurado   PIC X(40).
       01  NombreArmadoDep.
           02  FILLER       PIC X(9) VALUE "depurado_".
           02  NADFecha     PIC X(8).
           02  FILLER       PIC X(4) VALUE ".seq".
      *TABLA DE RETENCION: POR CADA ARCHIVO, EL PARAMETRO CON LOS
      *ANOS QUE SE CONSERVA EN LINEA Y SU VALOR DE FABRICA. CERO
      *ANOS = EL ARCHIVO NO SE DEPURA. CLIENTES Y PERFILES SIGUEN EL
      *PLAZO DE LAS CUENTAS CERRADAS: SALEN CON SU ULTIMA CUENTA
       01  ArchivosDepuracion.
           02  FILLER PIC X(24) VALUE "transacition_archivo.dat".
           02  FILLER PIC X(12) VALUE "RETANIOSARC".
           02  FILLER PIC 9(2)  VALUE 10.
           02  FILLER PIC X(24) VALUE "auditoria.dat".
           02  FILLER PIC X(12) VALUE "RETANIOSAUD".
           02  FILLER PIC 9(2)  VALUE 10.
           02  FILLER PIC X(24) VALUE "sesiones.dat".
           02  FILLER PIC X(12) VALUE "RETANIOSSES".
           02  FILLER PIC 9(2)  VALUE 2.
           02  FILLER PIC X(24) VALUE "notificaciones.dat".
           02  FILLER PIC X(12) VALUE "RETANIOSNOT".
           02  FILLER PIC 9(2)  VALUE 2.
           02  FILLER PIC X(24) VALUE "tarjeta_usos.dat".
           02  FILLER PIC X(12) VALUE "RETANIOSTUS".
           02  FILLER PIC 9(2)  VALUE 5.
           02  FILLER PIC X(24) VALUE "accounts.dat (cerradas)".
           02  FILLER PIC X(12) VALUE "RETANIOSCTA".
           02  FILLER PIC 9(2)  VALUE 10.
           02  FILLER PIC X(24) VALUE "customer.dat".
           02  FILLER PIC X(12) VALUE "RETANIOSCTA".
           02  FILLER PIC 9(2)  VALUE 10.
           02  FILLER PIC X(24) VALUE "customer_perfil.dat".
           02  FILLER PIC X(12) VALUE "RETANIOSCTA".
           02  FILLER PIC 9(2)  VALUE 10.
           02  FILLER PIC X(24) VALUE "generaciones *_old.dat".
           02  FILLER PIC X(12) VALUE "RETANIOSOLD".
           02  FILLER PIC 9(2)  VALUE 1.
       01  TablaArchivosDep REDEFINES ArchivosDepuracion.
           02  ArchivoDep OCCURS 9.
               03  ArdNombre     PIC X(24).
               03  ArdParametro  PIC X(12).
               03  ArdDefecto    PIC 9(2).
      *GENERACIONES QUE DEJARON LAS CONVERSIONES DE TRAZADO
       01  GeneracionesViejas.
           02  FILLER PIC X(30) VALUE "accounts_old.dat".
           02  FILLER PIC X(30) VALUE "alertas_aml_old.dat".
           02  FILLER PIC X(30) VALUE "amortizacion_old.dat".
           02  FILLER PIC X(30) VALUE "auditoria_old.dat".
           02  FILLER PIC X(30) VALUE "bodega_claves_old.dat".
           02  FILLER PIC X(30) VALUE "bodega_historial_old.dat".
           02  FILLER PIC X(30) VALUE "caja_diaria_old.dat".
           02  FILLER PIC X(30) VALUE "cheques_old.dat".
           02  FILLER PIC X(30) VALUE "cierre_control_old.dat".
           02  FILLER PIC X(30) VALUE "conversiones_old.dat".
           02  FILLER PIC X(30) VALUE "customer_old.dat".
           02  FILLER PIC X(30) VALUE "debitcard_old.dat".
           02  FILLER PIC X(30) VALUE "embargos_old.dat".
           02  FILLER PIC X(30) VALUE "interbancarias_old.dat".
           02  FILLER PIC X(30) VALUE "libretas_old.dat".
           02  FILLER PIC X(30)
                      VALUE "operaciones_pendientes_old.dat".
           02  FILLER PIC X(30) VALUE "ordenes_permanentes_old.dat".
           02  FILLER PIC X(30) VALUE "prestamos_old.dat".
           02  FILLER PIC X(30) VALUE "reclamos_old.dat".
           02  FILLER PIC X(30) VALUE "registro_intereses_old.dat".
           02  FILLER PIC X(30) VALUE "reglas_aml_old.dat".
           02  FILLER PIC X(30) VALUE "tarjeta_usos_old.dat".
           02  FILLER PIC X(30) VALUE "tarjetas_cuenta_old.dat".
           02  FILLER PIC X(30) VALUE "tasas_cambio_old.dat".
           02  FILLER PIC X(30) VALUE "tasas_old.dat".
           02  FILLER PIC X(30)
                      VALUE "transacition_archivo_old.dat".
           02  FILLER PIC X(30) VALUE "transacition_old.dat".
       01  TablaGeneracionesViejas REDEFINES GeneracionesViejas.
           02  GenVieja      PIC X(30) OCCURS 27.
       77  TotalGenViejas   PIC 99 VALUE 27.
      *DATOS QUE DEVUELVE CBL_CHECK_FILE_EXIST
       01  DatosArchivo.
           02  DAVTamano    PIC 9(18) COMP-X.
           02  DAVDia       PIC 99 COMP-X.
           02  DAVMes       PIC 99 COMP-X.
           02  DAVAnio      PIC 9(4) COMP-X.
           02  DAVHora      PIC 99 COMP-X.
           02  DAVMinuto    PIC 99 COMP-X.
           02  DAVSegundo   PIC 99 COMP-X.
           02  DAVCentesima PIC 99 COMP-X.

       procedure division.

       Method-ID. DepurarHistoria.
      *>----------------------------------------------
      *DEPURACION ANUAL: PASA AL ARCHIVO FUERA DE LINEA DE LA FECHA
      *LOS REGISTROS QUE YA CUMPLIERON SU PLAZO DE RETENCION Y LOS
      *BORRA DE LOS ARCHIVOS VIVOS. NUNCA SE DEPURA NADA DE UNA
      *CUENTA O CLIENTE CON EMBARGO VIGENTE, RECLAMO ABIERTO, CASO
      *DE LAVADO (ALERTA NO DESCARTADA) O SUCESION ABIERTA. DEJA EL
      *CATALOGO CON LOS TOTALES DE CONTROL DE CADA ARCHIVO Y EL
      *INFORME depuracion_historia.txt
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *DepuracionPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  DepuracionPend  PIC X VALUE "N".
           77  IndDep          PIC 99.
           77  IndProt         PIC 9(4).
           77  IndCer          PIC 9(4).
           77  IndVieja        PIC 99.
           77  CodigoParam     PIC X(12).
           77  ValorDefecto    PIC 9(12)V99.
           77  ValorParametro  PIC 9(12)V99.
           77  RegistrosPrevios PIC 9(7).
           77  RegistrosArchivo PIC 9(7).
           77  TotalEscritos   PIC 9(7).
           77  MaxIda          PIC 9(5).
           77  UltIdaDep       PIC 9(5).
           77  UltCadenaDep    PIC 9(4).
           77  MaxDcId         PIC 9(5).
           77  CuentaBuscada   PIC X(9).
           77  ClienteBuscado  PIC 9(9).
           77  ClienteRetiro   PIC 9(9).
           77  EsProtegida     PIC X.
           77  ProteccionLlena PIC X VALUE "N".
           77  FaltanFechas    PIC X.
           77  CuentaHallada   PIC X.
           77  ClienteHallado  PIC X.
           77  EliminarOk      PIC 9.
           77  TotalCuentasCli PIC 9(4).
           77  TotalPrestCli   PIC 9(4).
           77  FechaArchivoNum PIC 9(8).
           77  FechaArchivo REDEFINES FechaArchivoNum PIC X(8).
           77  NombreVieja     PIC X(30).
           77  NombreRetirada  PIC X(60).
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                       VALUE "depuracion_historia.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "DEPURACION DE HISTORIA".
           77  LineaImpresion  PIC X(80).
           01  EncabezadoImpresion.
               02  FILLER      PIC X(40)
                   VALUE "ARCHIVO                  ANOS CORTE    ".
               02  FILLER      PIC X(40)
                   VALUE "DEPURADOS RETENIDOS        CONTROL".
           01  FechaCorte.
               02  FCAnio      PIC 9(4).
               02  FCMesDia    PIC X(4).
           01  TablaRetencion.
               02  Retencion OCCURS 9.
                   03  DpAnios      PIC 9(2).
                   03  DpCorte      PIC X(8).
                   03  DpDepurados  PIC 9(7).
                   03  DpRetenidos  PIC 9(7).
                   03  DpControl    PIC 9(14)V99.
      *CUENTAS Y CLIENTES CON RETENCION LEGAL. SI LA TABLA SE LLENA
      *NADA DE CUENTAS NI CLIENTES SE DEPURA EN LA CORRIDA
           01  TablaProtCuentas.
               02  ProtCuenta  PIC X(9) OCCURS 3000.
           77  TotalProtCuentas PIC 9(4) VALUE 0.
           01  TablaProtClientes.
               02  ProtCliente PIC 9(9) OCCURS 3000.
           77  TotalProtClientes PIC 9(4) VALUE 0.
      *CUENTAS CERRADAS CANDIDATAS, CON LA FECHA DESDE LA QUE CORRE
      *SU PLAZO: LA DEL CIERRE O, PARA LAS CERRADAS ANTES DEL
      *REGISTRO DE CIERRES, LA DE SU ULTIMO MOVIMIENTO
           01  TablaCerradas.
               02  Cerrada OCCURS 2000.
                   03  TCCuenta     PIC X(9).
                   03  TCFecha      PIC X(8).
                   03  TCUltMov     PIC X(8).
                   03  TCTitular1   PIC 9(9).
                   03  TCTitular2   PIC 9(9).
           77  TotalCerradas   PIC 9(4) VALUE 0.
           01  LineaRetencion.
               02  LRNombre    PIC X(24).
               02  FILLER      PIC X VALUE SPACE.
               02  LRAnios     PIC Z9.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LRCorte     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LRDepurados PIC Z,ZZZ,ZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LRRetenidos PIC Z,ZZZ,ZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LRControl   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           01  ImagenGeneracion.
               02  IGNombre    PIC X(30).
               02  FILLER      PIC X(4) VALUE " -> ".
               02  IGRetirada  PIC X(60).
               02  FILLER      PIC X(26) VALUE SPACES.
           01  obj-parametro   object reference.
           01  obj-reporte     object reference.
           01  obj-accounts    object reference.
           01  obj-customer    object reference.
           01  obj-prestamo    object reference.
           01  obj-auditoria   object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSRetenidos     PIC 9(7).
           77  LSDepurados     PIC 9(7).

       Procedure Division using  LSFecha
                                 LSRetenidos
                                 returning LSDepurados.

             MOVE 0 TO LSDepurados
             MOVE 0 TO LSRetenidos
             MOVE 0 TO TotalEscritos
             MOVE "S" TO DepuracionPend
             INVOKE parametro "New"
                     RETURNING obj-parametro
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE prestamo "New"
                     RETURNING obj-prestamo
             INVOKE auditoria "New"
                     RETURNING obj-auditoria

             MOVE 1 TO IndDep
             PERFORM CargarRetencion UNTIL IndDep > 9

             PERFORM AbrirArchivoDepurado
             PERFORM ArmarProtecciones
             PERFORM IdentificarCerradas

             PERFORM DepurarArchivoTrx
             PERFORM DepurarAuditoria
             PERFORM DepurarSesiones
             PERFORM DepurarNotificaciones
             PERFORM DepurarTarjetaUsos
             MOVE 1 TO IndCer
             PERFORM DepurarCerrada UNTIL IndCer > TotalCerradas
             MOVE 1 TO IndVieja
             PERFORM RetirarGeneracionVieja
                     UNTIL IndVieja > TotalGenViejas
             CLOSE ArchivoDepurado

             PERFORM VerificarArchivoDepurado
             PERFORM RegistrarCatalogo
             MOVE "N" TO DepuracionPend.

      *PLAZO DE CADA ARCHIVO Y SU FECHA DE CORTE: SE DEPURA LO
      *ANTERIOR AL CORTE. SIN PLAZO, EL CORTE EN LOW-VALUES NO
      *DEJA PASAR NINGUN REGISTRO
       CargarRetencion.
             IF DepuracionPend = "S" THEN
                MOVE ArdParametro(IndDep) TO CodigoParam
                MOVE ArdDefecto(IndDep)   TO ValorDefecto
                INVOKE obj-parametro "ObtenerParametro"
                                     using CodigoParam
                                           LSFecha
                                           ValorDefecto
                                     returning ValorParametro
                MOVE ValorParametro TO DpAnios(IndDep)
                IF DpAnios(IndDep) = 0 THEN
                   MOVE LOW-VALUES TO DpCorte(IndDep)
                ELSE
                   MOVE LSFecha TO FechaCorte
                   SUBTRACT DpAnios(IndDep) FROM FCAnio
                   MOVE FechaCorte TO DpCorte(IndDep)
                END-IF
                MOVE 0 TO DpDepurados(IndDep)
                MOVE 0 TO DpRetenidos(IndDep)
                MOVE 0 TO DpControl(IndDep)
             END-IF
             ADD 1 TO IndDep.

      *SI YA HUBO UNA CORRIDA EN LA FECHA, EL ARCHIVO SE EXTIENDE
      *PARA NO PERDER LO QUE ESA CORRIDA DEPURO
       AbrirArchivoDepurado.
             IF DepuracionPend = "S" THEN
                MOVE LSFecha TO NADFecha
                MOVE NombreArmadoDep TO NombreDepurado
                MOVE 0 TO RegistrosPrevios
                CALL "CBL_CHECK_FILE_EXIST" using NombreDepurado
                                                  DatosArchivo
                IF RETURN-CODE = 0 THEN
                   MOVE "S" TO HayMas
                   OPEN INPUT ArchivoDepurado
                   PERFORM ContarPrevioSiguiente UNTIL NoHayMas
                   CLOSE ArchivoDepurado
                   OPEN EXTEND ArchivoDepurado
                ELSE
                   OPEN OUTPUT ArchivoDepurado
                END-IF
             END-IF.

       ContarPrevioSiguiente.
             IF DepuracionPend = "S" THEN
                READ ArchivoDepurado
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    ADD 1 TO RegistrosPrevios
                END-READ
             END-IF.

      *RETENCIONES LEGALES: EMBARGOS VIGENTES Y ALERTAS DE LAVADO
      *NO DESCARTADAS PROTEGEN LA CUENTA; RECLAMOS ABIERTOS O EN
      *ESTUDIO Y SUCESIONES ABIERTAS PROTEGEN AL CLIENTE. DESPUES
      *UNA PASADA POR LAS CUENTAS EXTIENDE LA PROTECCION DE LA
      *CUENTA A SUS TITULARES Y LA DEL CLIENTE A SUS CUENTAS
       ArmarProtecciones.
             IF DepuracionPend = "S" THEN
                MOVE "S" TO HayMas
                OPEN INPUT DepEmbargos
                PERFORM ProtegerPorEmbargo UNTIL NoHayMas
                CLOSE DepEmbargos
                MOVE "S" TO HayMas
                OPEN INPUT DepAlertas
                PERFORM ProtegerPorAlerta UNTIL NoHayMas
                CLOSE DepAlertas
                MOVE "S" TO HayMas
                OPEN INPUT DepReclamos
                PERFORM ProtegerPorReclamo UNTIL NoHayMas
                CLOSE DepReclamos
                MOVE "S" TO HayMas
                OPEN INPUT DepSucesiones
                PERFORM ProtegerPorSucesion UNTIL NoHayMas
                CLOSE DepSucesiones
                MOVE "S" TO HayMas
                OPEN INPUT DepAccounts
                PERFORM ExtenderProteccion UNTIL NoHayMas
                CLOSE DepAccounts
                DISPLAY "Cuentas con retencion legal : "
                        TotalProtCuentas
                DISPLAY "Clientes con retencion legal: "
                        TotalProtClientes
                IF ProteccionLlena = "S" THEN
                   DISPLAY "Tabla de retenciones llena: no se depuran"
                   DISPLAY "registros de cuentas ni de clientes"
                END-IF
             END-IF.

       ProtegerPorEmbargo.
             IF DepuracionPend = "S" THEN
                READ DepEmbargos NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DEMEmbargoVigente THEN
                       MOVE DEMCuenta TO CuentaBuscada
                       PERFORM AgregarProtCuenta
                    END-IF
                END-READ
             END-IF.

       ProtegerPorAlerta.
             IF DepuracionPend = "S" THEN
                READ DepAlertas NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF NOT DALAlertaDescartada THEN
                       MOVE DALCuenta TO CuentaBuscada
                       PERFORM AgregarProtCuenta
                    END-IF
                END-READ
             END-IF.

       ProtegerPorReclamo.
             IF DepuracionPend = "S" THEN
                READ DepReclamos NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DREReclamoAbierto OR DREReclamoEnEstudio THEN
                       MOVE DREIdCustomer TO ClienteBuscado
                       PERFORM AgregarProtCliente
                    END-IF
                END-READ
             END-IF.

       ProtegerPorSucesion.
             IF DepuracionPend = "S" THEN
                READ DepSucesiones NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DSUSucesionAbierta THEN
                       MOVE DSUCliente TO ClienteBuscado
                       PERFORM AgregarProtCliente
                    END-IF
                END-READ
             END-IF.

       ExtenderProteccion.
             IF DepuracionPend = "S" THEN
                READ DepAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    MOVE DACNumaccounts TO CuentaBuscada
                    PERFORM VerificarCuentaProtegida
                    IF EsProtegida = "N" THEN
                       MOVE DACIdCustomer TO ClienteBuscado
                       PERFORM VerificarClienteProtegido
                    END-IF
                    IF EsProtegida = "N"
                       AND DACIdCustomer2 NOT = 0 THEN
                       MOVE DACIdCustomer2 TO ClienteBuscado
                       PERFORM VerificarClienteProtegido
                    END-IF
                    IF EsProtegida = "S" THEN
                       PERFORM AgregarProtCuenta
                       MOVE DACIdCustomer TO ClienteBuscado
                       PERFORM AgregarProtCliente
                       IF DACIdCustomer2 NOT = 0 THEN
                          MOVE DACIdCustomer2 TO ClienteBuscado
                          PERFORM AgregarProtCliente
                       END-IF
                    END-IF
                END-READ
             END-IF.

       AgregarProtCuenta.
             IF DepuracionPend = "S" THEN
                PERFORM VerificarCuentaProtegida
                IF EsProtegida = "N" THEN
                   IF TotalProtCuentas < 3000 THEN
                      ADD 1 TO TotalProtCuentas
                      MOVE CuentaBuscada TO ProtCuenta(TotalProtCuentas)
                   ELSE
                      MOVE "S" TO ProteccionLlena
                   END-IF
                END-IF
             END-IF.

       AgregarProtCliente.
             IF DepuracionPend = "S" THEN
                PERFORM VerificarClienteProtegido
                IF EsProtegida = "N" THEN
                   IF TotalProtClientes < 3000 THEN
                      ADD 1 TO TotalProtClientes
                      MOVE ClienteBuscado
                        TO ProtCliente(TotalProtClientes)
                   ELSE
                      MOVE "S" TO ProteccionLlena
                   END-IF
                END-IF
             END-IF.

       VerificarCuentaProtegida.
             IF DepuracionPend = "S" THEN
                MOVE ProteccionLlena TO EsProtegida
                MOVE 1 TO IndProt
                PERFORM CompararProtCuenta
                        UNTIL IndProt > TotalProtCuentas
                           OR EsProtegida = "S"
             END-IF.

       CompararProtCuenta.
             IF DepuracionPend = "S" THEN
                IF ProtCuenta(IndProt) = CuentaBuscada THEN
                   MOVE "S" TO EsProtegida
                END-IF
             END-IF
             ADD 1 TO IndProt.

       VerificarClienteProtegido.
             IF DepuracionPend = "S" THEN
                MOVE ProteccionLlena TO EsProtegida
                MOVE 1 TO IndProt
                PERFORM CompararProtCliente
                        UNTIL IndProt > TotalProtClientes
                           OR EsProtegida = "S"
             END-IF.

       CompararProtCliente.
             IF DepuracionPend = "S" THEN
                IF ProtCliente(IndProt) = ClienteBuscado THEN
                   MOVE "S" TO EsProtegida
                END-IF
             END-IF
             ADD 1 TO IndProt.

      *CUENTAS CERRADAS SIN RETENCION LEGAL Y LA FECHA DESDE LA QUE
      *CORRE SU PLAZO. A LAS QUE NO TIENEN FECHA DE CIERRE SE LES
      *DEJA LA DE SU ULTIMO MOVIMIENTO O, SIN MOVIMIENTOS, LA DE
      *ESTA CORRIDA, PARA QUE EL PLAZO EMPIECE A CORRER
       IdentificarCerradas.
             IF DepuracionPend = "S" AND DpAnios(6) > 0 THEN
                MOVE "S" TO HayMas
                OPEN INPUT DepAccounts
                PERFORM CargarCerradaSiguiente UNTIL NoHayMas
                CLOSE DepAccounts

                MOVE "N" TO FaltanFechas
                OPEN INPUT DepCerradas
                MOVE 1 TO IndCer
                PERFORM BuscarFechaCierre UNTIL IndCer > TotalCerradas
                CLOSE DepCerradas

                IF FaltanFechas = "S" THEN
                   MOVE "S" TO HayMas
                   OPEN INPUT DepTransacciones
                   PERFORM UltimoMovVivo UNTIL NoHayMas
                   CLOSE DepTransacciones
                   MOVE "S" TO HayMas
                   OPEN INPUT DepArchivoTrx
                   PERFORM UltimoMovArchivo UNTIL NoHayMas
                   CLOSE DepArchivoTrx
                   OPEN I-O DepCerradas
                   MOVE 1 TO IndCer
                   PERFORM FijarFechaCierre UNTIL IndCer > TotalCerradas
                   CLOSE DepCerradas
                END-IF
             END-IF.

       CargarCerradaSiguiente.
             IF DepuracionPend = "S" THEN
                READ DepAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DACCuentaCerrada THEN
                       MOVE DACNumaccounts TO CuentaBuscada
                       PERFORM VerificarCuentaProtegida
                       IF EsProtegida = "S" THEN
                          ADD 1 TO DpRetenidos(6)
                       ELSE
                       IF TotalCerradas < 2000 THEN
                          ADD 1 TO TotalCerradas
                          MOVE DACNumaccounts
                            TO TCCuenta(TotalCerradas)
                          MOVE SPACES TO TCFecha(TotalCerradas)
                          MOVE SPACES TO TCUltMov(TotalCerradas)
                          MOVE DACIdCustomer
                            TO TCTitular1(TotalCerradas)
                          MOVE DACIdCustomer2
                            TO TCTitular2(TotalCerradas)
                       END-IF
                       END-IF
                    END-IF
                END-READ
             END-IF.

       BuscarFechaCierre.
             IF DepuracionPend = "S" THEN
                MOVE TCCuenta(IndCer) TO DCCCuenta
                READ DepCerradas
                  KEY IS DCCCuenta
                  INVALID KEY
                    MOVE "S" TO FaltanFechas
                  NOT INVALID KEY
                    MOVE DCCFecha TO TCFecha(IndCer)
                END-READ
             END-IF
             ADD 1 TO IndCer.

       UltimoMovVivo.
             IF DepuracionPend = "S" THEN
                READ DepTransacciones NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    MOVE DTRNumaccounts TO CuentaBuscada
                    MOVE DTRFecha TO FechaArchivo
                    PERFORM AnotarUltimoMov
                END-READ
             END-IF.

       UltimoMovArchivo.
             IF DepuracionPend = "S" THEN
                READ DepArchivoTrx NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    MOVE DTANumaccounts TO CuentaBuscada
                    MOVE DTAFecha TO FechaArchivo
                    PERFORM AnotarUltimoMov
                END-READ
             END-IF.

       AnotarUltimoMov.
             IF DepuracionPend = "S" THEN
                MOVE 1 TO IndCer
                PERFORM CompararUltimoMov
                        UNTIL IndCer > TotalCerradas
             END-IF.

       CompararUltimoMov.
             IF DepuracionPend = "S" THEN
                IF TCCuenta(IndCer) = CuentaBuscada
                   AND TCFecha(IndCer) = SPACES THEN
                   IF TCUltMov(IndCer) = SPACES
                      OR FechaArchivo > TCUltMov(IndCer) THEN
                      MOVE FechaArchivo TO TCUltMov(IndCer)
                   END-IF
                   MOVE TotalCerradas TO IndCer
                END-IF
             END-IF
             ADD 1 TO IndCer.

       FijarFechaCierre.
             IF DepuracionPend = "S" THEN
                IF TCFecha(IndCer) = SPACES THEN
                   IF TCUltMov(IndCer) = SPACES THEN
                      MOVE LSFecha TO TCFecha(IndCer)
                   ELSE
                      MOVE TCUltMov(IndCer) TO TCFecha(IndCer)
                   END-IF
                   MOVE TCCuenta(IndCer) TO DCCCuenta
                   MOVE TCFecha(IndCer)  TO DCCFecha
                   WRITE dep-cerradas-file
                   END-WRITE
                END-IF
             END-IF
             ADD 1 TO IndCer.

      *DEPURACION DE REGISTROS: PRIMERO LA COPIA AL ARCHIVO FUERA
      *DE LINEA, DESPUES EL BORRADO DEL ARCHIVO VIVO
       EscribirDepurado.
             IF DepuracionPend = "S" THEN
                WRITE registro-depurado
                END-WRITE
                ADD 1 TO TotalEscritos
                ADD 1 TO DpDepurados(RdArchivo)
             END-IF.

       DepurarArchivoTrx.
             IF DepuracionPend = "S" AND DpAnios(1) > 0 THEN
                MOVE "S" TO HayMas
                OPEN I-O DepArchivoTrx
                PERFORM DepurarArchivoTrxSiguiente UNTIL NoHayMas
                CLOSE DepArchivoTrx
             END-IF.

       DepurarArchivoTrxSiguiente.
             IF DepuracionPend = "S" THEN
                READ DepArchivoTrx NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DTAFecha NOT = SPACES
                       AND DTAFecha < DpCorte(1) THEN
                       MOVE DTANumaccounts TO CuentaBuscada
                       PERFORM VerificarCuentaProtegida
                       IF EsProtegida = "S" THEN
                          ADD 1 TO DpRetenidos(1)
                       ELSE
                          MOVE 1                TO RdArchivo
                          MOVE DTANumaccounts   TO RdClave
                          MOVE DTAFecha         TO RdFecha
                          MOVE dep-archivo-file TO RdImagen
                          PERFORM EscribirDepurado
                          ADD DTAValor TO DpControl(1)
                          DELETE DepArchivoTrx RECORD
                          END-DELETE
                       END-IF
                    END-IF
                END-READ
             END-IF.

      *EL RASTRO DE AUDITORIA SE DEPURA SOLO POR SU PUNTA MAS VIEJA
      *Y SIN LLEGAR AL ULTIMO REGISTRO, PARA QUE LA CADENA SIGA
      *VERIFICABLE DESDE EL ANCLA QUE SE DEJA AL TERMINAR
       DepurarAuditoria.
             IF DepuracionPend = "S" AND DpAnios(2) > 0 THEN
                MOVE 0 TO MaxIda
                MOVE "S" TO HayMas
                OPEN INPUT DepAuditoria
                PERFORM BuscarMaxIda UNTIL NoHayMas
                CLOSE DepAuditoria

                MOVE 0 TO UltIdaDep
                MOVE "S" TO HayMas
                OPEN I-O DepAuditoria
                MOVE 1 TO DAUIda
                START DepAuditoria KEY IS NOT < DAUIda
                  INVALID KEY
                    MOVE "N" TO HayMas
                END-START
                PERFORM DepurarAuditoriaSiguiente UNTIL NoHayMas
                CLOSE DepAuditoria

                IF UltIdaDep > 0 THEN
                   INVOKE obj-auditoria "FijarAnclaCadena"
                                      using UltIdaDep
                                            UltCadenaDep
                                            LSFecha
                END-IF
             END-IF.

       BuscarMaxIda.
             IF DepuracionPend = "S" THEN
                READ DepAuditoria NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DAUIda > MaxIda THEN
                       MOVE DAUIda TO MaxIda
                    END-IF
                END-READ
             END-IF.

       DepurarAuditoriaSiguiente.
             IF DepuracionPend = "S" THEN
                READ DepAuditoria NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DAUIda < MaxIda
                       AND DAUFecha NOT = SPACES
                       AND DAUFecha < DpCorte(2) THEN
                       MOVE 2                   TO RdArchivo
                       MOVE DAUOperador         TO RdClave
                       MOVE DAUFecha            TO RdFecha
                       MOVE dep-auditoria-file  TO RdImagen
                       PERFORM EscribirDepurado
                       MOVE DAUIda    TO UltIdaDep
                       MOVE DAUCadena TO UltCadenaDep
                       DELETE DepAuditoria RECORD
                       END-DELETE
                    ELSE
                       MOVE "N" TO HayMas
                    END-IF
                END-READ
             END-IF.

       DepurarSesiones.
             IF DepuracionPend = "S" AND DpAnios(3) > 0 THEN
                MOVE "S" TO HayMas
                OPEN I-O DepSesiones
                PERFORM DepurarSesionSiguiente UNTIL NoHayMas
                CLOSE DepSesiones
             END-IF.

       DepurarSesionSiguiente.
             IF DepuracionPend = "S" THEN
                READ DepSesiones NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DSESesionCerrada
                       AND DSEFecha NOT = SPACES
                       AND DSEFecha < DpCorte(3) THEN
                       MOVE 3                 TO RdArchivo
                       MOVE DSEOperador       TO RdClave
                       MOVE DSEFecha          TO RdFecha
                       MOVE dep-sesiones-file TO RdImagen
                       PERFORM EscribirDepurado
                       DELETE DepSesiones RECORD
                       END-DELETE
                    END-IF
                END-READ
             END-IF.

       DepurarNotificaciones.
             IF DepuracionPend = "S" AND DpAnios(4) > 0 THEN
                MOVE "S" TO HayMas
                OPEN I-O DepNotificaciones
                PERFORM DepurarNotificacionSiguiente UNTIL NoHayMas
                CLOSE DepNotificaciones
             END-IF.

      *LAS PENDIENTES DE ENVIO NO SE TOCAN
       DepurarNotificacionSiguiente.
             IF DepuracionPend = "S" THEN
                READ DepNotificaciones NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DNONotifEnviada
                       AND DNOFecha NOT = SPACES
                       AND DNOFecha < DpCorte(4) THEN
                       MOVE DNOIdCustomer TO ClienteBuscado
                       PERFORM VerificarClienteProtegido
                       IF EsProtegida = "S" THEN
                          ADD 1 TO DpRetenidos(4)
                       ELSE
                          MOVE 4             TO RdArchivo
                          MOVE DNOIdCustomer TO RdClave
                          MOVE DNOFecha      TO RdFecha
                          MOVE dep-notificaciones-file TO RdImagen
                          PERFORM EscribirDepurado
                          DELETE DepNotificaciones RECORD
                          END-DELETE
                       END-IF
                    END-IF
                END-READ
             END-IF.

       DepurarTarjetaUsos.
             IF DepuracionPend = "S" AND DpAnios(5) > 0 THEN
                MOVE "S" TO HayMas
                OPEN I-O DepTarjetaUsos
                PERFORM DepurarTarjetaUsoSiguiente UNTIL NoHayMas
                CLOSE DepTarjetaUsos
             END-IF.

       DepurarTarjetaUsoSiguiente.
             IF DepuracionPend = "S" THEN
                READ DepTarjetaUsos NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DTUFecha NOT = SPACES
                       AND DTUFecha < DpCorte(5) THEN
                       MOVE DTUCuenta TO CuentaBuscada
                       PERFORM VerificarCuentaProtegida
                       IF EsProtegida = "S" THEN
                          ADD 1 TO DpRetenidos(5)
                       ELSE
                          MOVE 5                     TO RdArchivo
                          MOVE DTUCuenta             TO RdClave
                          MOVE DTUFecha              TO RdFecha
                          MOVE dep-tarjeta-usos-file TO RdImagen
                          PERFORM EscribirDepurado
                          ADD DTUMonto TO DpControl(5)
                          DELETE DepTarjetaUsos RECORD
                          END-DELETE
                       END-IF
                    END-IF
                END-READ
             END-IF.

      *LA CUENTA CERRADA QUE CUMPLIO SU PLAZO SE RETIRA CON LA
      *ELIMINACION NORMAL (QUE DEJA SU IMAGEN EN EL JOURNAL), Y
      *CON ELLA SUS TITULARES QUE YA NO TENGAN NINGUN PRODUCTO
       DepurarCerrada.
             IF DepuracionPend = "S" THEN
                IF TCFecha(IndCer) < DpCorte(6) THEN
                   MOVE TCCuenta(IndCer) TO CuentaBuscada
                   MOVE "N" TO CuentaHallada
                   OPEN INPUT DepAccounts
                   MOVE CuentaBuscada TO DACNumaccounts
                   READ DepAccounts
                     KEY IS DACNumaccounts
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE "S" TO CuentaHallada
                       MOVE 6                 TO RdArchivo
                       MOVE CuentaBuscada     TO RdClave
                       MOVE TCFecha(IndCer)   TO RdFecha
                       MOVE dep-accounts-file TO RdImagen
                   END-READ
                   CLOSE DepAccounts
                   IF CuentaHallada = "S" THEN
                      PERFORM EscribirDepurado
                      INVOKE obj-accounts "EliminarCuenta"
                                        using CuentaBuscada
                                    returning EliminarOk
                      OPEN I-O DepCerradas
                      MOVE CuentaBuscada TO DCCCuenta
                      READ DepCerradas
                        KEY IS DCCCuenta
                        INVALID KEY
                          CONTINUE
                        NOT INVALID KEY
                          DELETE DepCerradas RECORD
                          END-DELETE
                      END-READ
                      CLOSE DepCerradas
                      MOVE TCTitular1(IndCer) TO ClienteRetiro
                      PERFORM RetirarCliente
                      MOVE TCTitular2(IndCer) TO ClienteRetiro
                      PERFORM RetirarCliente
                   END-IF
                END-IF
             END-IF
             ADD 1 TO IndCer.

       RetirarCliente.
             IF DepuracionPend = "S" AND ClienteRetiro NOT = 0 THEN
                MOVE ClienteRetiro TO ClienteBuscado
                PERFORM VerificarClienteProtegido
                IF EsProtegida = "S" THEN
                   ADD 1 TO DpRetenidos(7)
                ELSE
                   INVOKE obj-accounts "ExisteCuentaPorCustomer"
                                     using ClienteRetiro
                                 returning TotalCuentasCli
                   INVOKE obj-prestamo "ContarPrestamosCliente"
                                     using ClienteRetiro
                                 returning TotalPrestCli
                   IF TotalCuentasCli = 0 AND TotalPrestCli = 0 THEN
                      PERFORM RetirarClienteSinProductos
                   END-IF
                END-IF
             END-IF.

       RetirarClienteSinProductos.
             IF DepuracionPend = "S" THEN
                MOVE "N" TO ClienteHallado
                OPEN INPUT DepCustomer
                MOVE ClienteRetiro TO DCUIdentificacion
                READ DepCustomer
                  KEY IS DCUIdentificacion
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE "S" TO ClienteHallado
                    MOVE 7                 TO RdArchivo
                    MOVE ClienteRetiro     TO RdClave
                    MOVE TCFecha(IndCer)   TO RdFecha
                    MOVE dep-customer-file TO RdImagen
                END-READ
                CLOSE DepCustomer
                IF ClienteHallado = "S" THEN
                   PERFORM EscribirDepurado
                   INVOKE obj-customer "EliminarCustomer"
                                     using ClienteRetiro
                                 returning EliminarOk
                   OPEN I-O DepPerfil
                   MOVE ClienteRetiro TO DPEIdentificacion
                   READ DepPerfil
                     KEY IS DPEIdentificacion
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE 8               TO RdArchivo
                       MOVE ClienteRetiro   TO RdClave
                       MOVE TCFecha(IndCer) TO RdFecha
                       MOVE dep-perfil-file TO RdImagen
                       PERFORM EscribirDepurado
                       DELETE DepPerfil RECORD
                       END-DELETE
                   END-READ
                   CLOSE DepPerfil
                END-IF
             END-IF.

      *LAS GENERACIONES _old QUE DEJARON LAS CONVERSIONES SON COPIAS
      *COMPLETAS DE ARCHIVOS QUE HOY VIVEN CON EL TRAZADO NUEVO: SE
      *RETIRAN ENTERAS, RENOMBRADAS CON LA FECHA DE LA CORRIDA, CUANDO
      *SU ULTIMA MODIFICACION ES ANTERIOR AL CORTE. EL CONTROL ES EL
      *TAMANO EN BYTES
       RetirarGeneracionVieja.
             IF DepuracionPend = "S" AND DpAnios(9) > 0 THEN
                MOVE GenVieja(IndVieja) TO NombreVieja
                CALL "CBL_CHECK_FILE_EXIST" using NombreVieja
                                                  DatosArchivo
                IF RETURN-CODE = 0 THEN
                   COMPUTE FechaArchivoNum = DAVAnio * 10000
                                           + DAVMes * 100 + DAVDia
                   IF FechaArchivo < DpCorte(9) THEN
                      MOVE SPACES TO NombreRetirada
                      STRING "depurado_" LSFecha "_" NombreVieja
                             DELIMITED BY " " INTO NombreRetirada
                      END-STRING
                      CALL "CBL_RENAME_FILE" using NombreVieja
                                                   NombreRetirada
                      IF RETURN-CODE = 0 THEN
                         MOVE 9              TO RdArchivo
                         MOVE SPACES         TO RdClave
                         MOVE FechaArchivo   TO RdFecha
                         MOVE NombreVieja    TO IGNombre
                         MOVE NombreRetirada TO IGRetirada
                         MOVE ImagenGeneracion TO RdImagen
                         PERFORM EscribirDepurado
                         ADD DAVTamano TO DpControl(9)
                         DISPLAY "Generacion retirada: " NombreVieja
                      END-IF
                   END-IF
                END-IF
             END-IF
             ADD 1 TO IndVieja.

      *LA COPIA SE VERIFICA RELEYENDOLA, COMO EN EL RESPALDO
       VerificarArchivoDepurado.
             IF DepuracionPend = "S" THEN
                MOVE 0 TO RegistrosArchivo
                MOVE "S" TO HayMas
                OPEN INPUT ArchivoDepurado
                PERFORM ContarArchivoSiguiente UNTIL NoHayMas
                CLOSE ArchivoDepurado
                SUBTRACT RegistrosPrevios FROM RegistrosArchivo
                IF RegistrosArchivo NOT = TotalEscritos THEN
                   DISPLAY "DIFERENCIA en " NombreDepurado
                           " depurados " TotalEscritos
                           " verificados " RegistrosArchivo
                ELSE
                   DISPLAY NombreDepurado " registros "
                           TotalEscritos " verificados"
                END-IF
             END-IF.

       ContarArchivoSiguiente.
             IF DepuracionPend = "S" THEN
                READ ArchivoDepurado
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    ADD 1 TO RegistrosArchivo
                END-READ
             END-IF.

       RegistrarCatalogo.
             IF DepuracionPend = "S" THEN
                MOVE 0 TO MaxDcId
                MOVE "S" TO HayMas
                OPEN I-O CatalogoDepuracion
                PERFORM BuscarMaxDcId UNTIL NoHayMas
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                 using NombreImpresion
                                       TituloImpresion
                                       LSFecha
                                       EncabezadoImpresion
                MOVE 1 TO IndDep
                PERFORM RegistrarCatalogoArchivo UNTIL IndDep > 9
                CLOSE CatalogoDepuracion
                MOVE SPACES TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE SPACES TO LineaImpresion
                STRING "ARCHIVO FUERA DE LINEA: " NombreDepurado
                       DELIMITED BY SIZE INTO LineaImpresion
                END-STRING
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE LSDepurados TO MontoControl
                INVOKE obj-reporte "CerrarReporte"
                                 using MontoControl
             END-IF.

       BuscarMaxDcId.
             IF DepuracionPend = "S" THEN
                READ CatalogoDepuracion NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF DcId > MaxDcId THEN
                       MOVE DcId TO MaxDcId
                    END-IF
                END-READ
             END-IF.

       RegistrarCatalogoArchivo.
             IF DepuracionPend = "S" THEN
                ADD 1 TO MaxDcId
                MOVE MaxDcId              TO DcId
                MOVE LSFecha              TO DcFecha
                MOVE IndDep               TO DcArchivo
                MOVE DpAnios(IndDep)      TO DcAnios
                MOVE DpCorte(IndDep)      TO DcCorte
                MOVE DpDepurados(IndDep)  TO DcDepurados
                MOVE DpRetenidos(IndDep)  TO DcRetenidos
                MOVE DpControl(IndDep)    TO DcControl
                WRITE catalogo-depuracion-file
                END-WRITE
                ADD DpDepurados(IndDep) TO LSDepurados
                ADD DpRetenidos(IndDep) TO LSRetenidos

                MOVE ArdNombre(IndDep)   TO LRNombre
                MOVE DpAnios(IndDep)     TO LRAnios
                IF DpAnios(IndDep) = 0 THEN
                   MOVE "NO DEPURA" TO LRCorte
                ELSE
                   MOVE DpCorte(IndDep)  TO LRCorte
                END-IF
                MOVE DpDepurados(IndDep) TO LRDepurados
                MOVE DpRetenidos(IndDep) TO LRRetenidos
                MOVE DpControl(IndDep)   TO LRControl
                MOVE LineaRetencion TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                DISPLAY LineaRetencion
             END-IF
             ADD 1 TO IndDep.

       End Method DepurarHistoria.
      *>----------------------------------------------

       Method-ID. ConsultarArchivo.
      *>----------------------------------------------
      *REQUERIMIENTO LEGAL: BUSCA EN TODOS LOS ARCHIVOS FUERA DE
      *LINEA DEL CATALOGO LOS REGISTROS DE UNA CUENTA O CLIENTE
      *(ARCHIVO CERO = TODOS) Y LOS DEVUELVE EN
      *recuperacion_legal.txt Y, CON LA IMAGEN COMPLETA, EN
      *recuperacion_legal.dat. UN ARCHIVO QUE NO ESTE EN LINEA SE
      *INFORMA PARA QUE OPERACIONES LO MONTE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayMasCat       PIC X.
      *ConsultaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  ConsultaPend    PIC X VALUE "N".
           77  RecorriendoFechas PIC X.
           77  FechaRecorrida  PIC X(8).
           77  FechaCandidata  PIC X(8).
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                       VALUE "recuperacion_legal.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "RECUPERACION ARCHIVO HISTORICO".
           77  LineaImpresion  PIC X(80).
           01  EncabezadoImpresion.
               02  FILLER      PIC X(40)
                   VALUE "DEPURADO AR FECHA    REGISTRO ARCHIVADO".
               02  FILLER      PIC X(40) VALUE SPACES.
           01  LineaRequerimiento.
               02  FILLER      PIC X(14) VALUE "REQUERIMIENTO ".
               02  LQRequerimiento PIC X(20).
               02  FILLER      PIC X(7) VALUE " CLAVE ".
               02  LQClave     PIC X(9).
               02  FILLER      PIC X(30) VALUE SPACES.
           01  LineaHallado.
               02  LHFechaDep  PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LHArchivo   PIC 9(2).
               02  FILLER      PIC X VALUE SPACE.
               02  LHFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LHImagen    PIC X(59).
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSClave         PIC X(9).
           77  LSArchivo       PIC 9(2).
           77  LSRequerimiento PIC X(20).
           77  LSFecha         PIC X(8).
           77  LSHallados      PIC 9(5).

       Procedure Division using  LSClave
                                 LSArchivo
                                 LSRequerimiento
                                 LSFecha
                                 returning LSHallados.

             MOVE 0 TO LSHallados
             MOVE "S" TO ConsultaPend
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using NombreImpresion
                                    TituloImpresion
                                    LSFecha
                                    EncabezadoImpresion
             MOVE LSRequerimiento TO LQRequerimiento
             MOVE LSClave         TO LQClave
             MOVE LineaRequerimiento TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             OPEN OUTPUT RecuperacionLegal

             MOVE LOW-VALUES TO FechaRecorrida
             MOVE "S" TO RecorriendoFechas
             PERFORM ConsultarFechaSiguiente
                     UNTIL RecorriendoFechas = "N"

             CLOSE RecuperacionLegal
             MOVE LSHallados TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                              using MontoControl
             MOVE "N" TO ConsultaPend.

      *LAS FECHAS DE CORRIDA DEL CATALOGO SE RECORREN DE LA MAS
      *VIEJA A LA MAS NUEVA, UNA VEZ CADA UNA
       ConsultarFechaSiguiente.
             IF ConsultaPend = "S" THEN
                MOVE HIGH-VALUES TO FechaCandidata
                MOVE "S" TO HayMasCat
                OPEN INPUT CatalogoDepuracion
                PERFORM BuscarFechaMayor UNTIL HayMasCat = "N"
                CLOSE CatalogoDepuracion
                IF FechaCandidata = HIGH-VALUES THEN
                   MOVE "N" TO RecorriendoFechas
                ELSE
                   MOVE FechaCandidata TO FechaRecorrida
                   PERFORM ConsultarArchivoDeFecha
                END-IF
             END-IF.

       BuscarFechaMayor.
             IF ConsultaPend = "S" THEN
                READ CatalogoDepuracion NEXT RECORD
                  AT END
                    MOVE "N" TO HayMasCat
                  NOT AT END
                    IF DcFecha > FechaRecorrida
                       AND DcFecha < FechaCandidata THEN
                       MOVE DcFecha TO FechaCandidata
                    END-IF
                END-READ
             END-IF.

       ConsultarArchivoDeFecha.
             IF ConsultaPend = "S" THEN
                MOVE FechaRecorrida TO NADFecha
                MOVE NombreArmadoDep TO NombreDepurado
                CALL "CBL_CHECK_FILE_EXIST" using NombreDepurado
                                                  DatosArchivo
                IF RETURN-CODE NOT = 0 THEN
                   DISPLAY "No esta en linea: " NombreDepurado
                   MOVE SPACES TO LineaImpresion
                   STRING "NO ESTA EN LINEA: " NombreDepurado
                          DELIMITED BY SIZE INTO LineaImpresion
                   END-STRING
                   INVOKE obj-reporte "EscribirLinea"
                                    using LineaImpresion
                ELSE
                   MOVE "S" TO HayMas
                   OPEN INPUT ArchivoDepurado
                   PERFORM BuscarDepuradoSiguiente UNTIL NoHayMas
                   CLOSE ArchivoDepurado
                END-IF
             END-IF.

       BuscarDepuradoSiguiente.
             IF ConsultaPend = "S" THEN
                READ ArchivoDepurado
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF RdClave = LSClave
                       AND (LSArchivo = 0 OR RdArchivo = LSArchivo) THEN
                       MOVE FechaRecorrida TO LHFechaDep
                       MOVE RdArchivo      TO LHArchivo
                       MOVE RdFecha        TO LHFecha
                       MOVE RdImagen       TO LHImagen
                       MOVE LineaHallado TO LineaImpresion
                       INVOKE obj-reporte "EscribirLinea"
                                        using LineaImpresion
                       MOVE FechaRecorrida    TO RlFechaDepuracion
                       MOVE registro-depurado TO RlRegistro
                       WRITE recuperacion-legal-file
                       END-WRITE
                       ADD 1 TO LSHallados
                    END-IF
                END-READ
             END-IF.

       End Method ConsultarArchivo.
      *>----------------------------------------------

       Method-ID. ListarCatalogo.
      *>----------------------------------------------
      *CORRIDAS DE LA DEPURACION CON SUS TOTALES POR ARCHIVO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  TotalFilas    PIC 9(4).

       Procedure Division returning TotalFilas.

             MOVE 0   TO TotalFilas
             MOVE "S" TO HayMas
             OPEN INPUT CatalogoDepuracion
             PERFORM ListarCatalogoSiguiente UNTIL NoHayMas
             CLOSE CatalogoDepuracion.

       ListarCatalogoSiguiente.
             READ CatalogoDepuracion NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 DISPLAY DcFecha " " ArdNombre(DcArchivo)
                         " anos " DcAnios
                         " depurados " DcDepurados
                         " retenidos " DcRetenidos
                 ADD 1 TO TotalFilas
             END-READ.

       End Method ListarCatalogo.
      *>----------------------------------------------

       end object.
       end class Depuracion.
