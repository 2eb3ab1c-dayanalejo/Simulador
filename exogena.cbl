      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Exogena as "exogena"
                 inherits from base.

       object section.
       class-control.
           fechaproceso    is class "fechaproceso"
           reporte         is class "reporte"
           saldohistorico  is class "saldohistorico"
           transacition    is class "transacition"
           registrointeres is class "registrointeres"
           prestamo        is class "prestamo"
           exogena         is class "exogena".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExogenaEnvios ASSIGN TO "exogena_envios.dat"
           organization is indexed
           access is dynamic
           record key is EnvLlave.

      *ARCHIVOS PLANOS DE LA INFORMACION EXOGENA, UNO POR FORMATO
      *PRESCRITO: 1001 PAGOS DE INTERESES Y RETENCIONES, 1008
      *SALDOS DE PRESTAMOS (CUENTAS POR COBRAR), 1019 CUENTAS DE
      *AHORRO Y CORRIENTES, 1020 INVERSIONES (PLAZO FIJO)
           SELECT Exo1001 ASSIGN TO "exogena_1001.txt"
           organization is line sequential.

           SELECT Exo1008 ASSIGN TO "exogena_1008.txt"
           organization is line sequential.

           SELECT Exo1019 ASSIGN TO "exogena_1019.txt"
           organization is line sequential.

           SELECT Exo1020 ASSIGN TO "exogena_1020.txt"
           organization is line sequential.

      *LOS MAESTROS SE LEEN AQUI SOLO EN CONSULTA, CON LOS MISMOS
      *TRAZADOS QUE DEFINEN SUS CLASES DUENAS; SI UN TRAZADO CAMBIA
      *ALLA, DEBE CAMBIARSE TAMBIEN AQUI
           SELECT ExoCustomer ASSIGN TO "customer.dat"
           organization is indexed
           access is dynamic
           record key is EXCIdentificacion.

           SELECT ExoPerfil ASSIGN TO "customer_perfil.dat"
           organization is indexed
           access is dynamic
           record key is EXPIdentificacion.

           SELECT ExoAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is EXANumaccounts.

       DATA DIVISION.
       FILE SECTION.
       FD ExogenaEnvios.
      *CONTROL DE ENVIOS A LA AUTORIDAD TRIBUTARIA: UNA FILA POR ANO
      *GRAVABLE Y FORMATO CON EL NUMERO DEL ULTIMO ENVIO, SU FECHA,
      *SI FUE INICIAL (1) O DE CORRECCION EN REEMPLAZO DEL ANTERIOR
      *(2), LOS REGISTROS Y EL VALOR ENVIADOS Y LOS CLIENTES QUE
      *QUEDARON POR FUERA POR IDENTIFICACION INCOMPLETA
       01 exogena-envios-file.
           05  EnvLlave.
               10  EnvAnio         PIC X(4).
               10  EnvFormato      PIC 9(4).
           05  EnvNumero           PIC 9(3).
           05  EnvFecha            PIC X(8).
           05  EnvConcepto         PIC 9.
               88  EnvioInicial    VALUE 1.
               88  EnvioCorreccion VALUE 2.
           05  EnvRegistros        PIC 9(7).
           05  EnvValor            PIC 9(16)V99.
           05  EnvExcluidos        PIC 9(5).

       FD Exo1001.
       01 exo-1001-linea PIC X(120).

       FD Exo1008.
       01 exo-1008-linea PIC X(120).

       FD Exo1019.
       01 exo-1019-linea PIC X(120).

       FD Exo1020.
       01 exo-1020-linea PIC X(120).

       FD ExoCustomer.
       01 exo-customer-file.
           05  EXCIdentificacion   PIC 9(9).
           05  EXCNombre           PIC X(15).
           05  EXCDirreccion       PIC X(20).
           05  EXCTipoPersona      PIC X.
               88  EXCJuridica     VALUE "J".
           05  EXCRazonSocial      PIC X(30).
           05  EXCRepresentante    PIC 9(9).

       FD ExoPerfil.
       01 exo-perfil-file.
           05  EXPIdentificacion   PIC 9(9).
           05  EXPTelefono         PIC X(15).
           05  EXPEmail            PIC X(30).
           05  EXPFechaNacim       PIC X(8).
           05  EXPTipoDocumento    PIC 9.
           05  EXPSegmentoRiesgo   PIC 9.
           05  EXPFechaVerificacion PIC X(8).
           05  EXPEtapaActualizacion PIC 9.
           05  EXPDireccionDevuelta PIC X.
           05  EXPTelefonoDevuelto PIC X.
           05  EXPEmailDevuelto PIC X.
           05  EXPFechaDevolucion PIC X(8).

       FD ExoAccounts.
       01 exo-accounts-file.
           05  EXANumaccounts      PIC X(9).
           05  EXAMontodisponible  PIC S9(10)V99.
           05  EXAIdCustomer       PIC 9(9).
           05  EXAIdCustomer2      PIC 9(9).
           05  EXAIdDebitcard      PIC X(15).
           05  EXATipodeCueta      PIC 9.
               88  EXAAhorro       VALUE ZERO.
               88  EXACorriente    VALUE 1.
               88  EXAPlazoFijo    VALUE 2.
           05  EXALimiteSobregiro  PIC 9(10)V99.
           05  EXAMontoMinimo      PIC 9(10)V99.
           05  EXAFechaVencim      PIC X(8).
           05  EXAEstadoCuenta     PIC 9.
           05  EXAMonedaCuenta     PIC X(3).
           05  EXASucursalCuenta   PIC 9(2).
           05  EXAMancomunada      PIC X.
           05  EXAUmbralMancom     PIC 9(10)V99.
           05  EXAProductoCuenta   PIC X(4).

       procedure division.

       Method-ID. GenerarExogena.
      *>----------------------------------------------
      *INFORMACION EXOGENA DEL ANO GRAVABLE: ARMA LOS ARCHIVOS DE
      *LOS FORMATOS PEDIDOS (0 = TODOS) CON UN REGISTRO DE CONTROL
      *AL PRINCIPIO Y UNO DE TOTALES AL FINAL. CADA CLIENTE SE
      *VALIDA ANTES: SIN TIPO Y NUMERO DE DOCUMENTO (DEL PERFIL),
      *NOMBRE O DIRECCION NO SE REPORTA Y SALE EN
      *exogena_inconsistencias.txt PARA CORREGIRLO. EL CONCEPTO 1
      *ES EL ENVIO INICIAL DEL FORMATO; EL 2 LO REENVIA COMPLETO EN
      *REEMPLAZO DEL ANTERIOR, CON EL NUMERO DE ENVIO SIGUIENTE.
      *DEVUELVE LOS REGISTROS DE DETALLE GENERADOS
       Data Division.
        Local-Storage Section.
           77  HayMas            PIC X VALUE "S".
               88  NoHayMas      VALUE "N".
           77  HayCuenta         PIC X VALUE "S".
               88  NoHayCuenta   VALUE "N".
      *ExoPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL CAE
      *EN ELLOS AL FINAL DEL METODO
           77  ExoPend           PIC X VALUE "N".
           77  FechaHoy          PIC X(8).
           77  Indice            PIC 9.
           77  FormatosActivos   PIC 9.
           77  ClienteCompleto   PIC X.
           77  MotivoIncompleto  PIC X(30).
           77  TipoDocDian       PIC 9(2).
           77  NombreDian        PIC X(30).
           77  ExisteFoto        PIC 9.
           77  SaldoCorte        PIC S9(10)V99.
           77  DisponibleCorte   PIC S9(10)V99.
           77  MonedaCorte       PIC X(3).
           77  SucursalCorte     PIC 9(2).
           77  EstadoCorte       PIC 9.
           77  InteresMovs       PIC 9(12)V99.
           77  RetencionCuenta   PIC 9(12)V99.
           77  GMFCuenta         PIC 9(12)V99.
           77  MovsCuenta        PIC 9(5).
           77  InteresCuenta     PIC S9(12)V99.
           77  InteresCliente    PIC 9(13)V99.
           77  RetencionCliente  PIC 9(13)V99.
           77  SaldoPrestamos    PIC 9(12)V99.
           77  InteresPrestamos  PIC 9(12)V99.
           77  TotalPrestamos    PIC 9(4).
           77  ValorRegistro     PIC 9(13)V99.
           77  MontoControl      PIC S9(14)V99 VALUE 0.
           77  NombreImpresion   PIC X(30)
                                 VALUE "exogena_inconsistencias.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "EXOGENA - DATOS INCOMPLETOS".
           77  EncabezadoImpresion PIC X(80)
               VALUE "IDENTIFIC NOMBRE                         MOTIVO".
           01  FechaDesde.
               02  FDAnio        PIC X(4).
               02  FILLER        PIC X(4) VALUE "0101".
           01  FechaHasta.
               02  FHAnio        PIC X(4).
               02  FILLER        PIC X(4) VALUE "1231".
      *FORMATOS EN EL ORDEN 1001, 1008, 1019, 1020 Y, POR CADA UNO,
      *SI VA EN ESTA CORRIDA, SU NUMERO DE ENVIO Y SUS TOTALES
           01  CodigosValores    PIC X(16) VALUE "1001100810191020".
           01  CodigosTabla REDEFINES CodigosValores.
               02  CodigoFmt     PIC 9(4) OCCURS 4.
           01  TablaFormatos.
               02  FilaFormato OCCURS 4.
                   03  FmtActivo     PIC X.
                   03  FmtEnvio      PIC 9(3).
                   03  FmtRegistros  PIC 9(7).
                   03  FmtValor      PIC 9(16)V99.
           01  RegistroEncabezado.
               02  RETipoReg     PIC 9 VALUE 0.
               02  REFormato     PIC 9(4).
               02  REAnio        PIC X(4).
               02  REConcepto    PIC 9.
               02  REEnvio       PIC 9(3).
               02  REFecha       PIC X(8).
               02  FILLER        PIC X(99) VALUE SPACES.
      *DETALLE: IDENTIFICACION DEL CLIENTE COMUN A TODOS LOS
      *FORMATOS Y LOS DATOS PROPIOS DE CADA FORMATO EN RDDatos
           01  RegistroDetalle.
               02  RDTipoReg     PIC 9 VALUE 1.
               02  RDFormato     PIC 9(4).
               02  RDTipoDoc     PIC 9(2).
               02  RDNumDoc      PIC 9(15).
               02  RDNombre      PIC X(30).
               02  RDDireccion   PIC X(20).
               02  RDDatos       PIC X(48).
      *1019 Y 1020: CUENTA, SALDO AL 31-DIC, INTERES Y GMF DEL ANO
               02  RDCuentaDatos REDEFINES RDDatos.
                   03  RDCuenta          PIC X(9).
                   03  RDSaldo           PIC 9(13)V99.
                   03  RDInteres         PIC 9(10)V99.
                   03  RDGMF             PIC 9(10)V99.
      *1001: INTERESES PAGADOS AL CLIENTE Y RETENCION PRACTICADA
               02  RDPagoDatos REDEFINES RDDatos.
                   03  RDPago            PIC 9(13)V99.
                   03  RDRetencion       PIC 9(13)V99.
                   03  FILLER            PIC X(18).
      *1008: PRESTAMOS, CAPITAL ADEUDADO AL 31-DIC E INTERESES
      *PAGADOS EN EL ANO
               02  RDPrestamoDatos REDEFINES RDDatos.
                   03  RDNumPrestamos    PIC 9(3).
                   03  RDSaldoPrestamos  PIC 9(13)V99.
                   03  RDInteresPrestamos PIC 9(13)V99.
                   03  FILLER            PIC X(15).
           01  RegistroTotales.
               02  RTTipoReg     PIC 9 VALUE 9.
               02  RTFormato     PIC 9(4).
               02  RTRegistros   PIC 9(7).
               02  RTValor       PIC 9(16)V99.
               02  FILLER        PIC X(90) VALUE SPACES.
           01  LineaIncompleto.
               02  LIId          PIC 9(9).
               02  FILLER        PIC X VALUE SPACE.
               02  LINombre      PIC X(30).
               02  FILLER        PIC X VALUE SPACE.
               02  LIMotivo      PIC X(30).
               02  FILLER        PIC X(9) VALUE SPACES.
           01  obj-fechaproceso  object reference.
           01  obj-reporte       object reference.
           01  obj-saldohistorico object reference.
           01  obj-transacition  object reference.
           01  obj-registrointeres object reference.
           01  obj-prestamo      object reference.
           01  obj-reporte-nulo  object reference.

        Linkage Section.
           77  LSAnio            PIC X(4).
           77  LSFormato         PIC 9(4).
           77  LSConcepto        PIC 9.
           77  LSIncompletos     PIC 9(5).
           77  TotalRegistros    PIC 9(7).

       Procedure Division using  LSAnio
                                 LSFormato
                                 LSConcepto
                                 LSIncompletos
                                 returning TotalRegistros.

             MOVE 0      TO TotalRegistros
             MOVE 0      TO LSIncompletos
             MOVE 0      TO FormatosActivos
             MOVE LSAnio TO FDAnio
             MOVE LSAnio TO FHAnio
             SET obj-reporte-nulo TO NULL
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning FechaHoy
             INVOKE saldohistorico "New"
                     RETURNING obj-saldohistorico
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE registrointeres "New"
                     RETURNING obj-registrointeres
             INVOKE prestamo "New"
                     RETURNING obj-prestamo

             MOVE "S" TO ExoPend
             MOVE 1 TO Indice
             OPEN INPUT ExogenaEnvios
             PERFORM PrepararFormato UNTIL Indice > 4
             CLOSE ExogenaEnvios

             IF FormatosActivos = 0 THEN
                DISPLAY "No hay formatos para generar"
             ELSE
                MOVE 1 TO Indice
                PERFORM AbrirFormato UNTIL Indice > 4

                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreImpresion
                                           TituloImpresion
                                           FechaHoy
                                           EncabezadoImpresion

                MOVE "S" TO HayMas
                OPEN INPUT ExoCustomer
                OPEN INPUT ExoPerfil
                OPEN INPUT ExoAccounts
                PERFORM ProcesarClienteExogena UNTIL NoHayMas
                CLOSE ExoAccounts
                CLOSE ExoPerfil
                CLOSE ExoCustomer

                MOVE 1 TO Indice
                PERFORM CerrarFormato UNTIL Indice > 4

                MOVE 1 TO Indice
                OPEN I-O ExogenaEnvios
                PERFORM RegistrarEnvio UNTIL Indice > 4
                CLOSE ExogenaEnvios

                MOVE LSIncompletos TO MontoControl
                INVOKE obj-reporte "CerrarReporte" using MontoControl
             END-IF
             MOVE "N" TO ExoPend.

      *DECIDE SI EL FORMATO VA EN LA CORRIDA: EL ENVIO INICIAL SOLO
      *SI NO SE HA ENVIADO; LA CORRECCION SOLO SI YA HUBO UN ENVIO
       PrepararFormato.
             IF ExoPend = "S" THEN
                MOVE "N" TO FmtActivo(Indice)
                MOVE 0   TO FmtEnvio(Indice)
                MOVE 0   TO FmtRegistros(Indice)
                MOVE 0   TO FmtValor(Indice)
                IF LSFormato = 0 OR LSFormato = CodigoFmt(Indice) THEN
                   MOVE LSAnio            TO EnvAnio
                   MOVE CodigoFmt(Indice) TO EnvFormato
                   READ ExogenaEnvios
                     KEY IS EnvLlave
                     INVALID KEY
                       IF LSConcepto = 1 THEN
                          MOVE "S" TO FmtActivo(Indice)
                          MOVE 1   TO FmtEnvio(Indice)
                       ELSE
                          DISPLAY "Formato " CodigoFmt(Indice)
                                  " sin envio inicial para " LSAnio
                                  "; no hay envio que corregir"
                       END-IF
                     NOT INVALID KEY
                       IF LSConcepto = 2 THEN
                          MOVE "S" TO FmtActivo(Indice)
                          COMPUTE FmtEnvio(Indice) = EnvNumero + 1
                       ELSE
                          DISPLAY "Formato " CodigoFmt(Indice)
                                  " ya enviado para " LSAnio
                                  " (envio " EnvNumero
                                  "); use el concepto de correccion"
                       END-IF
                   END-READ
                   IF FmtActivo(Indice) = "S" THEN
                      ADD 1 TO FormatosActivos
                   END-IF
                END-IF
                ADD 1 TO Indice
             END-IF.

       AbrirFormato.
             IF ExoPend = "S" THEN
                IF FmtActivo(Indice) = "S" THEN
                   MOVE CodigoFmt(Indice)  TO REFormato
                   MOVE LSAnio             TO REAnio
                   MOVE LSConcepto         TO REConcepto
                   MOVE FmtEnvio(Indice)   TO REEnvio
                   MOVE FechaHoy           TO REFecha
                   EVALUATE Indice
                     WHEN 1
                       OPEN OUTPUT Exo1001
                       WRITE exo-1001-linea FROM RegistroEncabezado
                       END-WRITE
                     WHEN 2
                       OPEN OUTPUT Exo1008
                       WRITE exo-1008-linea FROM RegistroEncabezado
                       END-WRITE
                     WHEN 3
                       OPEN OUTPUT Exo1019
                       WRITE exo-1019-linea FROM RegistroEncabezado
                       END-WRITE
                     WHEN 4
                       OPEN OUTPUT Exo1020
                       WRITE exo-1020-linea FROM RegistroEncabezado
                       END-WRITE
                   END-EVALUATE
                END-IF
                ADD 1 TO Indice
             END-IF.

       ProcesarClienteExogena.
             IF ExoPend = "S" THEN
                READ ExoCustomer NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    PERFORM ValidarClienteExogena
                    IF ClienteCompleto = "N" THEN
                       MOVE EXCIdentificacion TO LIId
                       MOVE NombreDian        TO LINombre
                       MOVE MotivoIncompleto  TO LIMotivo
                       INVOKE obj-reporte "EscribirLinea" using
                                                  LineaIncompleto
                       ADD 1 TO LSIncompletos
                    ELSE
                       PERFORM ReportarClienteExogena
                    END-IF
                END-READ
             END-IF.

      *DATOS OBLIGATORIOS: TIPO Y NUMERO DE DOCUMENTO (EL TIPO SALE
      *DEL PERFIL; LAS PERSONAS JURIDICAS SE REPORTAN CON NIT),
      *NOMBRE O RAZON SOCIAL Y DIRECCION. CODIGOS DE DOCUMENTO DE
      *LA AUTORIDAD: 13 CEDULA, 22 CEDULA DE EXTRANJERIA, 31 NIT,
      *41 PASAPORTE
       ValidarClienteExogena.
             IF ExoPend = "S" THEN
                MOVE "S"    TO ClienteCompleto
                MOVE SPACES TO MotivoIncompleto
                MOVE 0      TO TipoDocDian
                IF EXCJuridica THEN
                   MOVE 31             TO TipoDocDian
                   MOVE EXCRazonSocial TO NombreDian
                   IF EXCRazonSocial = SPACES THEN
                      MOVE "N" TO ClienteCompleto
                      MOVE "SIN RAZON SOCIAL" TO MotivoIncompleto
                   END-IF
                ELSE
                   MOVE EXCNombre TO NombreDian
                   MOVE EXCIdentificacion TO EXPIdentificacion
                   READ ExoPerfil
                     KEY IS EXPIdentificacion
                     INVALID KEY
                       MOVE "N" TO ClienteCompleto
                       MOVE "SIN PERFIL (TIPO DE DOCUMENTO)"
                                          TO MotivoIncompleto
                     NOT INVALID KEY
                       EVALUATE EXPTipoDocumento
                         WHEN 1
                           MOVE 13 TO TipoDocDian
                         WHEN 2
                           MOVE 41 TO TipoDocDian
                         WHEN 3
                           MOVE 22 TO TipoDocDian
                         WHEN OTHER
                           MOVE "N" TO ClienteCompleto
                           MOVE "TIPO DE DOCUMENTO INVALIDO"
                                          TO MotivoIncompleto
                       END-EVALUATE
                   END-READ
                   IF ClienteCompleto = "S"
                      AND EXCNombre = SPACES THEN
                      MOVE "N" TO ClienteCompleto
                      MOVE "SIN NOMBRE" TO MotivoIncompleto
                   END-IF
                END-IF
                IF ClienteCompleto = "S"
                   AND EXCIdentificacion = 0 THEN
                   MOVE "N" TO ClienteCompleto
                   MOVE "SIN NUMERO DE DOCUMENTO" TO MotivoIncompleto
                END-IF
                IF ClienteCompleto = "S"
                   AND EXCDirreccion = SPACES THEN
                   MOVE "N" TO ClienteCompleto
                   MOVE "SIN DIRECCION" TO MotivoIncompleto
                END-IF
             END-IF.

      *CUENTAS DEL CLIENTE (COMO TITULAR PRINCIPAL) PARA 1019 Y
      *1020, CON LO QUE ACUMULAN PARA 1001, Y SUS PRESTAMOS PARA
      *1008
       ReportarClienteExogena.
             IF ExoPend = "S" THEN
                MOVE TipoDocDian       TO RDTipoDoc
                MOVE EXCIdentificacion TO RDNumDoc
                MOVE NombreDian        TO RDNombre
                MOVE EXCDirreccion     TO RDDireccion
                MOVE 0 TO InteresCliente
                MOVE 0 TO RetencionCliente
                IF FmtActivo(1) = "S" OR FmtActivo(3) = "S"
                   OR FmtActivo(4) = "S" THEN
                   MOVE "S"        TO HayCuenta
                   MOVE LOW-VALUES TO EXANumaccounts
                   START ExoAccounts KEY IS NOT < EXANumaccounts
                     INVALID KEY
                       MOVE "N" TO HayCuenta
                   END-START
                   PERFORM ReportarCuentaExogena UNTIL NoHayCuenta
                END-IF
                IF FmtActivo(1) = "S"
                   AND (InteresCliente > 0
                        OR RetencionCliente > 0) THEN
                   MOVE SPACES           TO RDDatos
                   MOVE InteresCliente   TO RDPago
                   MOVE RetencionCliente TO RDRetencion
                   MOVE InteresCliente   TO ValorRegistro
                   MOVE 1 TO Indice
                   PERFORM EscribirDetalle
                END-IF
                IF FmtActivo(2) = "S" THEN
                   INVOKE obj-prestamo "CertificarPrestamosCliente"
                                     using EXCIdentificacion
                                           FechaDesde
                                           FechaHasta
                                           obj-reporte-nulo
                                           SaldoPrestamos
                                           InteresPrestamos
                                     returning TotalPrestamos
                   IF TotalPrestamos > 0 THEN
                      MOVE SPACES           TO RDDatos
                      MOVE TotalPrestamos   TO RDNumPrestamos
                      MOVE SaldoPrestamos   TO RDSaldoPrestamos
                      MOVE InteresPrestamos TO RDInteresPrestamos
                      MOVE SaldoPrestamos   TO ValorRegistro
                      MOVE 2 TO Indice
                      PERFORM EscribirDetalle
                   END-IF
                END-IF
             END-IF.

      *UN SALDO NEGATIVO (SOBREGIRO) NO ES UN DEPOSITO: SE REPORTA
      *EN CERO
       ReportarCuentaExogena.
             IF ExoPend = "S" THEN
                READ ExoAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayCuenta
                  NOT AT END
                    IF EXAIdCustomer = EXCIdentificacion THEN
                       INVOKE obj-saldohistorico "SaldoEnFecha"
                                     using EXANumaccounts
                                           FechaHasta
                                           SaldoCorte
                                           DisponibleCorte
                                           MonedaCorte
                                           SucursalCorte
                                           EstadoCorte
                                     returning ExisteFoto
                       INVOKE obj-transacition
                                     "TotalesTributariosCuenta"
                                     using EXANumaccounts
                                           FechaDesde
                                           FechaHasta
                                           InteresMovs
                                           RetencionCuenta
                                           GMFCuenta
                                     returning MovsCuenta
                       INVOKE obj-registrointeres "TotalInteresCuenta"
                                     using EXANumaccounts
                                           FechaDesde
                                           FechaHasta
                                     returning InteresCuenta
                       IF InteresCuenta < 0 THEN
                          MOVE 0 TO InteresCuenta
                       END-IF
                       IF SaldoCorte < 0 THEN
                          MOVE 0 TO SaldoCorte
                       END-IF
                       IF ExisteFoto = 1 OR MovsCuenta > 0 THEN
                          ADD InteresCuenta   TO InteresCliente
                          ADD RetencionCuenta TO RetencionCliente
                          MOVE SPACES          TO RDDatos
                          MOVE EXANumaccounts  TO RDCuenta
                          MOVE SaldoCorte      TO RDSaldo
                          MOVE InteresCuenta   TO RDInteres
                          MOVE GMFCuenta       TO RDGMF
                          MOVE SaldoCorte      TO ValorRegistro
                          IF EXAPlazoFijo THEN
                             IF FmtActivo(4) = "S" THEN
                                MOVE 4 TO Indice
                                PERFORM EscribirDetalle
                             END-IF
                          ELSE
                             IF FmtActivo(3) = "S" THEN
                                MOVE 3 TO Indice
                                PERFORM EscribirDetalle
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                END-READ
             END-IF.

       EscribirDetalle.
             IF ExoPend = "S" THEN
                MOVE CodigoFmt(Indice) TO RDFormato
                EVALUATE Indice
                  WHEN 1
                    WRITE exo-1001-linea FROM RegistroDetalle
                    END-WRITE
                  WHEN 2
                    WRITE exo-1008-linea FROM RegistroDetalle
                    END-WRITE
                  WHEN 3
                    WRITE exo-1019-linea FROM RegistroDetalle
                    END-WRITE
                  WHEN 4
                    WRITE exo-1020-linea FROM RegistroDetalle
                    END-WRITE
                END-EVALUATE
                ADD 1 TO FmtRegistros(Indice)
                ADD ValorRegistro TO FmtValor(Indice)
                ADD 1 TO TotalRegistros
             END-IF.

       CerrarFormato.
             IF ExoPend = "S" THEN
                IF FmtActivo(Indice) = "S" THEN
                   MOVE CodigoFmt(Indice)    TO RTFormato
                   MOVE FmtRegistros(Indice) TO RTRegistros
                   MOVE FmtValor(Indice)     TO RTValor
                   EVALUATE Indice
                     WHEN 1
                       WRITE exo-1001-linea FROM RegistroTotales
                       END-WRITE
                       CLOSE Exo1001
                     WHEN 2
                       WRITE exo-1008-linea FROM RegistroTotales
                       END-WRITE
                       CLOSE Exo1008
                     WHEN 3
                       WRITE exo-1019-linea FROM RegistroTotales
                       END-WRITE
                       CLOSE Exo1019
                     WHEN 4
                       WRITE exo-1020-linea FROM RegistroTotales
                       END-WRITE
                       CLOSE Exo1020
                   END-EVALUATE
                   DISPLAY "Formato " CodigoFmt(Indice)
                           " envio " FmtEnvio(Indice)
                           " registros " FmtRegistros(Indice)
                           " valor " FmtValor(Indice)
                END-IF
                ADD 1 TO Indice
             END-IF.

       RegistrarEnvio.
             IF ExoPend = "S" THEN
                IF FmtActivo(Indice) = "S" THEN
                   MOVE LSAnio            TO EnvAnio
                   MOVE CodigoFmt(Indice) TO EnvFormato
                   READ ExogenaEnvios
                     KEY IS EnvLlave
                     INVALID KEY
                       MOVE FmtEnvio(Indice)     TO EnvNumero
                       MOVE FechaHoy             TO EnvFecha
                       MOVE LSConcepto           TO EnvConcepto
                       MOVE FmtRegistros(Indice) TO EnvRegistros
                       MOVE FmtValor(Indice)     TO EnvValor
                       MOVE LSIncompletos        TO EnvExcluidos
                       WRITE exogena-envios-file
                       END-WRITE
                     NOT INVALID KEY
                       MOVE FmtEnvio(Indice)     TO EnvNumero
                       MOVE FechaHoy             TO EnvFecha
                       MOVE LSConcepto           TO EnvConcepto
                       MOVE FmtRegistros(Indice) TO EnvRegistros
                       MOVE FmtValor(Indice)     TO EnvValor
                       MOVE LSIncompletos        TO EnvExcluidos
                       REWRITE exogena-envios-file
                       END-REWRITE
                   END-READ
                END-IF
                ADD 1 TO Indice
             END-IF.

       End Method GenerarExogena.
      *>----------------------------------------------

       end object.
       end class Exogena.
