      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Consentimiento as "consentimiento"
                 inherits from base.

       object section.
       class-control.
           customer     is class "customer"
           prestamo     is class "prestamo"
           reporte      is class "reporte"
           consentimiento is class "consentimiento".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Consentimientos ASSIGN TO "consentimientos.dat"
           organization is indexed
           access is dynamic
           record key is ConClave.

           SELECT ConsentimientosHistoria ASSIGN TO
                  "consentimientos_historia.dat"
           organization is sequential.

      *CUENTAS, POSICIONES REPORTADAS A LA CENTRAL Y NOTIFICACIONES
      *SE LEEN AQUI SOLO EN CONSULTA, CON EL MISMO TRAZADO QUE
      *DEFINE SU CLASE DUENA; SI EL TRAZADO CAMBIA ALLA, DEBE
      *CAMBIARSE TAMBIEN AQUI
           SELECT CnsAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is CACNumaccounts.

           SELECT CnsCentral ASSIGN TO "central_riesgo.dat"
           organization is indexed
           access is dynamic
           record key is CCRClave.

           SELECT CnsNotificaciones ASSIGN TO "notificaciones.dat"
           organization is indexed
           access is dynamic
           record key is CNOId.

       DATA DIVISION.
       FILE SECTION.
       FD Consentimientos.
      *AUTORIZACION DEL CLIENTE PARA CADA USO DE SUS DATOS: UNA FILA
      *POR CLIENTE Y FINALIDAD. CEN=REPORTE A CENTRALES DE RIESGO,
      *MKT=OFERTAS Y MERCADEO, SMS=AVISOS POR MENSAJE DE TEXTO,
      *EML=AVISOS POR CORREO ELECTRONICO, TER=COMPARTIR CON
      *TERCEROS. SIN FILA NO HAY AUTORIZACION: EL BANCO DEBE PODER
      *PROBAR CADA USO. ESTADO: A=AUTORIZADO, R=REVOCADO. CANAL:
      *S=SUCURSAL (CON EL OPERADOR QUE LO CAPTURO), U=EL CLIENTE EN
      *SU MENU (OPERADOR CERO). LA REVOCACION CONSERVA LA FECHA Y EL
      *CANAL EN QUE SE HABIA AUTORIZADO
       01 consentimientos-file.
           05  ConClave.
               10  ConCliente      PIC 9(9).
               10  ConFinalidad    PIC X(3).
           05  ConEstado           PIC X.
               88  ConAutorizado   VALUE "A".
               88  ConRevocado     VALUE "R".
           05  ConFechaAutoriza    PIC X(8).
           05  ConCanalCaptura     PIC X.
           05  ConOperador         PIC 9(9).
           05  ConFechaRevoca      PIC X(8).
           05  ConCanalRevoca      PIC X.

       FD ConsentimientosHistoria.
      *CADA CAMBIO DE UN CONSENTIMIENTO, EN EL ORDEN EN QUE OCURRIO;
      *NUNCA SE REESCRIBE
       01 consentimientos-historia-file.
           05  HcCliente           PIC 9(9).
           05  HcFinalidad         PIC X(3).
           05  HcEstado            PIC X.
           05  HcFecha             PIC X(8).
           05  HcCanal             PIC X.
           05  HcOperador          PIC 9(9).

       FD CnsAccounts.
       01 cns-accounts-file.
           05  CACNumaccounts     PIC X(9).
           05  CACMontodisponible PIC S9(10)V99.
           05  CACIdCustomer      PIC 9(9).
           05  CACIdCustomer2     PIC 9(9).
           05  CACIdDebitcard     PIC X(15).
           05  CACTipodeCueta     PIC 9.
           05  CACLimiteSobregiro PIC 9(10)V99.
           05  CACMontoMinimo     PIC 9(10)V99.
           05  CACFechaVencim     PIC X(8).
           05  CACEstadoCuenta    PIC 9.
           05  CACMonedaCuenta    PIC X(3).
           05  CACSucursalCuenta  PIC 9(2).
           05  CACMancomunada     PIC X.
           05  CACUmbralMancom    PIC 9(10)V99.
           05  CACProducto        PIC X(4).

       FD CnsCentral.
       01 cns-central-file.
           05  CCRClave.
               10  CCRPreId        PIC 9(5).
               10  CCRMes          PIC X(6).
           05  CCRIdCustomer       PIC 9(9).
           05  CCRTipoPersona      PIC X.
           05  CCRNombre           PIC X(15).
           05  CCRCapital          PIC 9(10)V99.
           05  CCRSaldo            PIC 9(12)V99.
           05  CCRCuotaMensual     PIC 9(10)V99.
           05  CCRPlazoMeses       PIC 9(3).
           05  CCRCuotasPagadas    PIC 9(3).
           05  CCRCuotasMora       PIC 9(3).
           05  CCRDiasMora         PIC 9(4).
           05  CCRCategoria        PIC X.
           05  CCRReestructurado   PIC X.
           05  CCREstadoPrestamo   PIC 9.
           05  CCREnvio            PIC X.
               88  CCREnvioHecho   VALUE "E".
           05  CCRCodigoRechazo    PIC X(3).
           05  CCRFechaEnvio       PIC X(8).
           05  CCRVecesEnviado     PIC 9(2).

       FD CnsNotificaciones.
       01 cns-notificaciones-file.
           05  CNOId               PIC 9(6).
           05  CNOFecha            PIC X(8).
           05  CNOIdCustomer       PIC 9(9).
           05  CNOReferencia       PIC X(15).
           05  CNOEvento           PIC X(3).
           05  CNOEstado           PIC 9.

       object-storage section.
      *FINALIDADES PARA LAS QUE SE PIDE AUTORIZACION
       01  FinalidadesConsentimiento.
           02  FILLER PIC X(3)  VALUE "CEN".
           02  FILLER PIC X(30) VALUE "REPORTE A CENTRALES DE RIESGO".
           02  FILLER PIC X(3)  VALUE "MKT".
           02  FILLER PIC X(30) VALUE "OFERTAS Y MERCADEO".
           02  FILLER PIC X(3)  VALUE "SMS".
           02  FILLER PIC X(30) VALUE "AVISOS POR MENSAJE DE TEXTO".
           02  FILLER PIC X(3)  VALUE "EML".
           02  FILLER PIC X(30) VALUE "AVISOS POR CORREO ELECTRONICO".
           02  FILLER PIC X(3)  VALUE "TER".
           02  FILLER PIC X(30) VALUE "COMPARTIR DATOS CON TERCEROS".
       01  TablaFinalidades REDEFINES FinalidadesConsentimiento.
           02  FcFila OCCURS 5.
               03  FcCodigo      PIC X(3).
               03  FcDescripcion PIC X(30).
       77  TotalFinalidades PIC 9 VALUE 5.
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
       77  NombreHistoria   PIC X(30)
                            VALUE "consentimientos_historia.dat".

       procedure division.

       Method-ID. RegistrarConsentimiento.
      *>----------------------------------------------
      *AUTORIZA O REVOCA UNA FINALIDAD PARA UN CLIENTE Y DEJA EL
      *CAMBIO EN LA HISTORIA. SI EL ESTADO PEDIDO YA ES EL VIGENTE
      *NO SE REGISTRA NADA. DEVUELVE 1 SI QUEDO EN EL ESTADO PEDIDO
       Data Division.
        Local-Storage Section.
           77  IndFinalidad    PIC 9.
           77  FinalidadHallada PIC X VALUE "N".
           77  ExisteFila      PIC X VALUE "N".
      *RegistroPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  RegistroPend    PIC X VALUE "N".

        Linkage Section.
           77  LSCliente       PIC 9(9).
           77  LSFinalidad     PIC X(3).
           77  LSEstado        PIC X.
           77  LSCanal         PIC X.
           77  LSOperador      PIC 9(9).
           77  LSFecha         PIC X(8).
           77  LSRegistroOk    PIC 9.

       Procedure Division using  LSCliente
                                 LSFinalidad
                                 LSEstado
                                 LSCanal
                                 LSOperador
                                 LSFecha
                                 returning LSRegistroOk.

             MOVE 0 TO LSRegistroOk
             MOVE "S" TO RegistroPend
             MOVE "N" TO FinalidadHallada
             MOVE 1 TO IndFinalidad
             PERFORM BuscarFinalidad
                     UNTIL IndFinalidad > TotalFinalidades
                        OR FinalidadHallada = "S"

             IF FinalidadHallada = "N" THEN
                DISPLAY "Finalidad no valida: " LSFinalidad
             ELSE
                IF LSEstado NOT = "A" AND LSEstado NOT = "R" THEN
                   DISPLAY "Estado no valido: A=autorizar, R=revocar"
                ELSE
                   OPEN I-O Consentimientos
                   MOVE LSCliente   TO ConCliente
                   MOVE LSFinalidad TO ConFinalidad
                   MOVE "S" TO ExisteFila
                   READ Consentimientos
                     KEY IS ConClave
                     INVALID KEY
                       MOVE "N" TO ExisteFila
                   END-READ
                   IF ExisteFila = "S" AND ConEstado = LSEstado THEN
                      DISPLAY "El consentimiento ya estaba en ese"
                              " estado"
                      MOVE 1 TO LSRegistroOk
                   ELSE
                      PERFORM GrabarConsentimiento
                      MOVE 1 TO LSRegistroOk
                   END-IF
                   CLOSE Consentimientos
                END-IF
             END-IF
             MOVE "N" TO RegistroPend.

       BuscarFinalidad.
             IF IndFinalidad NOT > TotalFinalidades THEN
                IF FcCodigo(IndFinalidad) = LSFinalidad THEN
                   MOVE "S" TO FinalidadHallada
                END-IF
             END-IF
             ADD 1 TO IndFinalidad.

       GrabarConsentimiento.
             IF RegistroPend = "S" THEN
                IF ExisteFila = "N" THEN
                   MOVE LSCliente   TO ConCliente
                   MOVE LSFinalidad TO ConFinalidad
                   MOVE SPACES TO ConFechaAutoriza
                   MOVE SPACE  TO ConCanalCaptura
                   MOVE 0      TO ConOperador
                END-IF
                MOVE LSEstado TO ConEstado
                IF ConAutorizado THEN
                   MOVE LSFecha    TO ConFechaAutoriza
                   MOVE LSCanal    TO ConCanalCaptura
                   MOVE LSOperador TO ConOperador
                   MOVE SPACES     TO ConFechaRevoca
                   MOVE SPACE      TO ConCanalRevoca
                ELSE
                   MOVE LSFecha    TO ConFechaRevoca
                   MOVE LSCanal    TO ConCanalRevoca
                END-IF
                WRITE consentimientos-file
                  INVALID KEY
                    REWRITE consentimientos-file
                END-WRITE

                CALL "CBL_CHECK_FILE_EXIST" using NombreHistoria
                                                  DatosArchivo
                IF RETURN-CODE = 0 THEN
                   OPEN EXTEND ConsentimientosHistoria
                ELSE
                   OPEN OUTPUT ConsentimientosHistoria
                END-IF
                MOVE LSCliente   TO HcCliente
                MOVE LSFinalidad TO HcFinalidad
                MOVE LSEstado    TO HcEstado
                MOVE LSFecha     TO HcFecha
                MOVE LSCanal     TO HcCanal
                MOVE LSOperador  TO HcOperador
                WRITE consentimientos-historia-file
                END-WRITE
                CLOSE ConsentimientosHistoria
             END-IF.

       End Method RegistrarConsentimiento.
      *>----------------------------------------------

       Method-ID. TieneConsentimiento.
      *>----------------------------------------------
      *1 SI EL CLIENTE TIENE AUTORIZADA LA FINALIDAD; SIN FILA O
      *CON LA AUTORIZACION REVOCADA DEVUELVE 0
       Data Division.
        Linkage Section.
           77  LSCliente       PIC 9(9).
           77  LSFinalidad     PIC X(3).
           77  LSAutorizado    PIC 9.

       Procedure Division using  LSCliente
                                 LSFinalidad
                                 returning LSAutorizado.

             MOVE 0 TO LSAutorizado
             OPEN INPUT Consentimientos
             MOVE LSCliente   TO ConCliente
             MOVE LSFinalidad TO ConFinalidad
             READ Consentimientos
               KEY IS ConClave
               NOT INVALID KEY
                 IF ConAutorizado THEN
                    MOVE 1 TO LSAutorizado
                 END-IF
             END-READ
             CLOSE Consentimientos.

       End Method TieneConsentimiento.
      *>----------------------------------------------

       Method-ID. ListarConsentimientos.
      *>----------------------------------------------
      *MUESTRA EN PANTALLA CADA FINALIDAD CON SU ESTADO PARA EL
      *CLIENTE. DEVUELVE CUANTAS TIENE AUTORIZADAS
       Data Division.
        Local-Storage Section.
           77  IndFinalidad    PIC 9.

        Linkage Section.
           77  LSCliente       PIC 9(9).
           77  TotalAutorizados PIC 9.

       Procedure Division using  LSCliente
                                 returning TotalAutorizados.

             MOVE 0 TO TotalAutorizados
             DISPLAY "Consentimientos del cliente " LSCliente
             OPEN INPUT Consentimientos
             MOVE 1 TO IndFinalidad
             PERFORM MostrarFinalidad
                     UNTIL IndFinalidad > TotalFinalidades
             CLOSE Consentimientos.

       MostrarFinalidad.
             IF IndFinalidad NOT > TotalFinalidades THEN
                DISPLAY " " FcCodigo(IndFinalidad) " "
                        FcDescripcion(IndFinalidad)
                MOVE LSCliente              TO ConCliente
                MOVE FcCodigo(IndFinalidad) TO ConFinalidad
                READ Consentimientos
                  KEY IS ConClave
                  INVALID KEY
                    DISPLAY "     SIN AUTORIZACION REGISTRADA"
                  NOT INVALID KEY
                    IF ConAutorizado THEN
                       DISPLAY "     AUTORIZADO el " ConFechaAutoriza
                               " canal " ConCanalCaptura
                       ADD 1 TO TotalAutorizados
                    ELSE
                       DISPLAY "     REVOCADO el " ConFechaRevoca
                               " canal " ConCanalRevoca
                    END-IF
                END-READ
             END-IF
             ADD 1 TO IndFinalidad.

       End Method ListarConsentimientos.
      *>----------------------------------------------

       Method-ID. ReporteAccesoDatos.
      *>----------------------------------------------
      *RESPUESTA A LA SOLICITUD DE ACCESO DEL CLIENTE A SUS DATOS
      *(acceso_datos.txt): DATOS PERSONALES Y DE CONTACTO, CUENTAS,
      *PRESTAMOS, AUTORIZACIONES VIGENTES Y SU HISTORIA, LO QUE SE
      *HA REPORTADO A LA CENTRAL DE RIESGO Y LOS AVISOS QUE SE LE
      *HAN ENVIADO. DEVUELVE 0 SI EL CLIENTE NO EXISTE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *AccesoPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  AccesoPend      PIC X VALUE "N".
           77  IndFinalidad    PIC 9.
           77  NombreCliente   PIC X(15).
           77  DirCliente      PIC X(20).
           77  TelefonoCli     PIC X(15).
           77  EmailCli        PIC X(30).
           77  existePerfil    PIC 9.
           77  TotalPrestamos  PIC 9(4).
           77  TotalLineas     PIC 9(6) VALUE 0.
           77  DatoClaro       PIC X(20).
           77  DatoMascara     PIC X(20).
           77  MontoControl    PIC S9(14)V99 VALUE 0.
           77  NombreImpresion PIC X(30) VALUE "acceso_datos.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "ACCESO DEL CLIENTE A SUS DATOS".
           77  EncabezadoImpresion PIC X(80)
               VALUE "DATOS QUE EL BANCO CONSERVA Y USOS AUTORIZADOS".
           77  LineaImpresion  PIC X(80).
           01  LineaDato.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LDEtiqueta  PIC X(20).
               02  LDValor     PIC X(30).
               02  FILLER      PIC X(28) VALUE SPACES.
           01  LineaCuenta.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LCCuenta    PIC X(20).
               02  FILLER      PIC X(8) VALUE " ESTADO ".
               02  LCEstado    PIC 9.
               02  FILLER      PIC X(10) VALUE " SUCURSAL ".
               02  LCSucursal  PIC 9(2).
               02  FILLER      PIC X(10) VALUE " PRODUCTO ".
               02  LCProducto  PIC X(4).
               02  FILLER      PIC X(23) VALUE SPACES.
           01  LineaFinalidad.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LFCodigo    PIC X(3).
               02  FILLER      PIC X VALUE SPACE.
               02  LFDescripcion PIC X(30).
               02  FILLER      PIC X VALUE SPACE.
               02  LFEstado    PIC X(12).
               02  FILLER      PIC X VALUE SPACE.
               02  LFFecha     PIC X(8).
               02  FILLER      PIC X(7) VALUE " CANAL ".
               02  LFCanal     PIC X.
               02  FILLER      PIC X(14) VALUE SPACES.
           01  LineaHistoria.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LHFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LHFinalidad PIC X(3).
               02  FILLER      PIC X VALUE SPACE.
               02  LHEstado    PIC X(10).
               02  FILLER      PIC X(7) VALUE " CANAL ".
               02  LHCanal     PIC X.
               02  FILLER      PIC X(10) VALUE " OPERADOR ".
               02  LHOperador  PIC 9(9).
               02  FILLER      PIC X(28) VALUE SPACES.
           01  LineaCentral.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  FILLER      PIC X(4) VALUE "MES ".
               02  LRMes       PIC X(6).
               02  FILLER      PIC X(10) VALUE " PRESTAMO ".
               02  LRPreId     PIC 9(5).
               02  FILLER      PIC X(7) VALUE " SALDO ".
               02  LRSaldo     PIC Z(11)9.99.
               02  FILLER      PIC X(11) VALUE " CATEGORIA ".
               02  LRCategoria PIC X.
               02  FILLER      PIC X(10) VALUE " ENVIADO ".
               02  LRFechaEnvio PIC X(8).
           01  LineaAviso.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LAFecha     PIC X(8).
               02  FILLER      PIC X(8) VALUE " AVISO  ".
               02  LAEvento    PIC X(3).
               02  FILLER      PIC X(59) VALUE SPACES.
           01  obj-customer    object reference.
           01  obj-prestamo    object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSCliente       PIC 9(9).
           77  LSFecha         PIC X(8).
           77  LSExiste        PIC 9.

       Procedure Division using  LSCliente
                                 LSFecha
                                 returning LSExiste.

             MOVE "S" TO AccesoPend
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE obj-customer "GetDatosCustomer" using
                                             LSCliente
                                             NombreCliente
                                             DirCliente
                                   returning LSExiste
             IF LSExiste = 0 THEN
                DISPLAY "No existe el cliente " LSCliente
             ELSE
                INVOKE obj-customer "GetContactoPerfil" using
                                             LSCliente
                                             TelefonoCli
                                             EmailCli
                                   returning existePerfil
                INVOKE prestamo "New"
                        RETURNING obj-prestamo
                INVOKE obj-prestamo "ContarPrestamosCliente"
                                    using LSCliente
                                returning TotalPrestamos
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                 using NombreImpresion
                                       TituloImpresion
                                       LSFecha
                                       EncabezadoImpresion

                MOVE "DATOS PERSONALES" TO LineaImpresion
                PERFORM EscribirAcceso
                MOVE "IDENTIFICACION" TO LDEtiqueta
                MOVE LSCliente        TO LDValor
                PERFORM EscribirDato
                MOVE "NOMBRE"         TO LDEtiqueta
                MOVE NombreCliente    TO LDValor
                PERFORM EscribirDato
                MOVE "DIRECCION"      TO LDEtiqueta
                MOVE DirCliente       TO LDValor
                PERFORM EscribirDato
                IF existePerfil = 1 THEN
                   MOVE "TELEFONO"    TO LDEtiqueta
                   MOVE TelefonoCli   TO LDValor
                   PERFORM EscribirDato
                   MOVE "CORREO"      TO LDEtiqueta
                   MOVE EmailCli      TO LDValor
                   PERFORM EscribirDato
                END-IF

                MOVE SPACES TO LineaImpresion
                PERFORM EscribirAcceso
                MOVE "CUENTAS" TO LineaImpresion
                PERFORM EscribirAcceso
                MOVE "S" TO HayMas
                OPEN INPUT CnsAccounts
                PERFORM AccesoCuentaSiguiente UNTIL NoHayMas
                CLOSE CnsAccounts
                MOVE "PRESTAMOS"      TO LDEtiqueta
                MOVE TotalPrestamos   TO LDValor
                PERFORM EscribirDato

                MOVE SPACES TO LineaImpresion
                PERFORM EscribirAcceso
                MOVE "USOS AUTORIZADOS DE SUS DATOS" TO LineaImpresion
                PERFORM EscribirAcceso
                OPEN INPUT Consentimientos
                MOVE 1 TO IndFinalidad
                PERFORM AccesoFinalidad
                        UNTIL IndFinalidad > TotalFinalidades
                CLOSE Consentimientos

                MOVE SPACES TO LineaImpresion
                PERFORM EscribirAcceso
                MOVE "HISTORIA DE AUTORIZACIONES" TO LineaImpresion
                PERFORM EscribirAcceso
                CALL "CBL_CHECK_FILE_EXIST" using NombreHistoria
                                                  DatosArchivo
                IF RETURN-CODE = 0 THEN
                   MOVE "S" TO HayMas
                   OPEN INPUT ConsentimientosHistoria
                   PERFORM AccesoHistoriaSiguiente UNTIL NoHayMas
                   CLOSE ConsentimientosHistoria
                END-IF

                MOVE SPACES TO LineaImpresion
                PERFORM EscribirAcceso
                MOVE "REPORTADO A LA CENTRAL DE RIESGO"
                  TO LineaImpresion
                PERFORM EscribirAcceso
                MOVE "S" TO HayMas
                OPEN INPUT CnsCentral
                PERFORM AccesoCentralSiguiente UNTIL NoHayMas
                CLOSE CnsCentral

                MOVE SPACES TO LineaImpresion
                PERFORM EscribirAcceso
                MOVE "AVISOS ENVIADOS" TO LineaImpresion
                PERFORM EscribirAcceso
                MOVE "S" TO HayMas
                OPEN INPUT CnsNotificaciones
                PERFORM AccesoAvisoSiguiente UNTIL NoHayMas
                CLOSE CnsNotificaciones

                INVOKE obj-reporte "CerrarReporte" using MontoControl
                DISPLAY "Reporte de acceso: acceso_datos.txt"
             END-IF
             MOVE "N" TO AccesoPend.

       EscribirAcceso.
             IF AccesoPend = "S" THEN
                INVOKE obj-reporte "EscribirLinea" using LineaImpresion
                ADD 1 TO TotalLineas
             END-IF.

       EscribirDato.
             IF AccesoPend = "S" THEN
                MOVE LineaDato TO LineaImpresion
                PERFORM EscribirAcceso
             END-IF.

       AccesoCuentaSiguiente.
             IF AccesoPend = "S" THEN
                READ CnsAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF CACIdCustomer = LSCliente
                       OR CACIdCustomer2 = LSCliente THEN
                       MOVE CACNumaccounts TO DatoClaro
                       INVOKE obj-reporte "EnmascararDato"
                                          using DatoClaro
                                      returning DatoMascara
                       MOVE DatoMascara       TO LCCuenta
                       MOVE CACEstadoCuenta   TO LCEstado
                       MOVE CACSucursalCuenta TO LCSucursal
                       MOVE CACProducto       TO LCProducto
                       MOVE LineaCuenta TO LineaImpresion
                       PERFORM EscribirAcceso
                    END-IF
                END-READ
             END-IF.

       AccesoFinalidad.
             IF AccesoPend = "S"
                 AND IndFinalidad NOT > TotalFinalidades THEN
                MOVE FcCodigo(IndFinalidad)      TO LFCodigo
                MOVE FcDescripcion(IndFinalidad) TO LFDescripcion
                MOVE LSCliente              TO ConCliente
                MOVE FcCodigo(IndFinalidad) TO ConFinalidad
                READ Consentimientos
                  KEY IS ConClave
                  INVALID KEY
                    MOVE "NO AUTORIZADO" TO LFEstado
                    MOVE SPACES TO LFFecha
                    MOVE SPACE  TO LFCanal
                  NOT INVALID KEY
                    IF ConAutorizado THEN
                       MOVE "AUTORIZADO"    TO LFEstado
                       MOVE ConFechaAutoriza TO LFFecha
                       MOVE ConCanalCaptura TO LFCanal
                    ELSE
                       MOVE "REVOCADO"      TO LFEstado
                       MOVE ConFechaRevoca  TO LFFecha
                       MOVE ConCanalRevoca  TO LFCanal
                    END-IF
                END-READ
                MOVE LineaFinalidad TO LineaImpresion
                PERFORM EscribirAcceso
             END-IF
             ADD 1 TO IndFinalidad.

       AccesoHistoriaSiguiente.
             IF AccesoPend = "S" THEN
                READ ConsentimientosHistoria NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF HcCliente = LSCliente THEN
                       MOVE HcFecha     TO LHFecha
                       MOVE HcFinalidad TO LHFinalidad
                       IF HcEstado = "A" THEN
                          MOVE "AUTORIZA" TO LHEstado
                       ELSE
                          MOVE "REVOCA"   TO LHEstado
                       END-IF
                       MOVE HcCanal     TO LHCanal
                       MOVE HcOperador  TO LHOperador
                       MOVE LineaHistoria TO LineaImpresion
                       PERFORM EscribirAcceso
                    END-IF
                END-READ
             END-IF.

       AccesoCentralSiguiente.
             IF AccesoPend = "S" THEN
                READ CnsCentral NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF CCRIdCustomer = LSCliente AND CCREnvioHecho THEN
                       MOVE CCRMes        TO LRMes
                       MOVE CCRPreId      TO LRPreId
                       MOVE CCRSaldo      TO LRSaldo
                       MOVE CCRCategoria  TO LRCategoria
                       MOVE CCRFechaEnvio TO LRFechaEnvio
                       MOVE LineaCentral TO LineaImpresion
                       PERFORM EscribirAcceso
                    END-IF
                END-READ
             END-IF.

       AccesoAvisoSiguiente.
             IF AccesoPend = "S" THEN
                READ CnsNotificaciones NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF CNOIdCustomer = LSCliente THEN
                       MOVE CNOFecha  TO LAFecha
                       MOVE CNOEvento TO LAEvento
                       MOVE LineaAviso TO LineaImpresion
                       PERFORM EscribirAcceso
                    END-IF
                END-READ
             END-IF.

       End Method ReporteAccesoDatos.
      *>----------------------------------------------

       end object.
       end class Consentimiento.
