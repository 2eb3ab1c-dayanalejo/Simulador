      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Enfriamiento as "enfriamiento"
                 inherits from base.

       object section.
       class-control.
           fechaproceso is class "fechaproceso"
           parametro    is class "parametro"
           notificacion is class "notificacion"
           reporte      is class "reporte"
           enfriamiento is class "enfriamiento".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Enfriamientos ASSIGN TO "enfriamientos.dat"
           organization is indexed
           access is dynamic
           record key is EnfIdCustomer.

      *VISTAS DE SOLO LECTURA DEL MAESTRO DE CUENTAS Y DE LOS
      *MOVIMIENTOS, CON EL MISMO TRAZADO QUE DEFINEN accounts Y
      *transacition, PARA EL REPORTE DIARIO
           SELECT EnfAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is EACNumaccounts.

           SELECT EnfTransacition ASSIGN TO "transacition.dat"
           organization is indexed
           access is dynamic
           record key is ETIDT
           alternate record key is ETNumaccounts with duplicates
           alternate record key is ETFecha with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD Enfriamientos.
      *PERIODO DE ENFRIAMIENTO POR CAMBIO DE DATOS DE CONTACTO:
      *DESDE EL CAMBIO Y HASTA EnfFechaFin (DIAS DEL PARAMETRO
      *DIASENFRIA) SE FRENAN LAS TRANSFERENCIAS INTERBANCARIAS, LAS
      *CUENTAS FAVORITAS NUEVAS Y LA REPOSICION DE TARJETAS. UN
      *CAMBIO NUEVO REINICIA EL PERIODO. CAMPO: T=TELEFONO,
      *E=EMAIL, D=DIRECCION
       01 enfriamientos-file.
           05  EnfIdCustomer    PIC 9(9).
           05  EnfFechaCambio   PIC X(8).
           05  EnfFechaFin      PIC X(8).
           05  EnfCampo         PIC X.
               88  CambioTelefono  VALUE "T".
               88  CambioEmail     VALUE "E".
               88  CambioDireccion VALUE "D".
           05  EnfAnterior      PIC X(30).
           05  EnfNuevo         PIC X(30).

       FD EnfAccounts.
       01 enf-accounts-file.
           05  EACNumaccounts     PIC X(9).
           05  EACMontodisponible PIC S9(10)V99.
           05  EACIdCustomer      PIC 9(9).
           05  EACIdCustomer2     PIC 9(9).
           05  EACIdDebitcard     PIC X(15).
           05  EACTipodeCueta     PIC 9.
           05  EACLimiteSobregiro PIC 9(10)V99.
           05  EACMontoMinimo     PIC 9(10)V99.
           05  EACFechaVencim     PIC X(8).
           05  EACEstadoCuenta    PIC 9.
           05  EACMonedaCuenta    PIC X(3).
           05  EACSucursalCuenta  PIC 9(2).
           05  EACMancomunada     PIC X.
           05  EACUmbralMancom    PIC 9(10)V99.
           05  EACProductoCuenta  PIC X(4).

       FD EnfTransacition.
       01 enf-transacition-file.
           05  ETIDT           PIC 9(9).
           05  ETFecha         PIC X(8).
           05  ETHora          PIC X(4).
           05  ETTipo          PIC 9.
           05  ETNumaccounts   PIC X(9).
           05  ETValorTransac  PIC 9(10)V99.
           05  ETAnulada       PIC X.
           05  ETConcepto      PIC X(20).

       procedure division.

       Method-ID. IniciarEnfriamiento.
      *>----------------------------------------------
      *ABRE (O REINICIA) EL PERIODO DE ENFRIAMIENTO DEL CLIENTE Y
      *AVISA DEL CAMBIO: AL CONTACTO NUEVO POR LA COLA DIARIA DE
      *NOTIFICACIONES Y, SI SE RECIBE, AL CONTACTO ANTERIOR DE
      *INMEDIATO, PARA QUE EL TITULAR LEGITIMO SE ENTERE AUNQUE YA
      *NO SEA EL DUENO DEL TELEFONO O EMAIL REGISTRADO. DEVUELVE LA
      *FECHA EN QUE TERMINA EL PERIODO
       Data Division.
        Local-Storage Section.
           77  FechaHoy         PIC X(8).
           77  CodigoDias       PIC X(12) VALUE "DIASENFRIA".
           77  ValorDefecto     PIC 9(12)V99 VALUE 3.
           77  ValorParametro   PIC 9(12)V99.
           77  DiasEnfria       PIC 9(3).
           77  ReferenciaCambio PIC X(15).
           77  EventoCambio     PIC X(3) VALUE "CDC".
           77  AvisoEnviado     PIC 9.
           01  obj-fechaproceso object reference.
           01  obj-parametro    object reference.
           01  obj-notificacion object reference.

        Linkage Section.
           77  LSIdCustomer     PIC 9(9).
           77  LSCampo          PIC X.
           77  LSAnterior       PIC X(30).
           77  LSNuevo          PIC X(30).
           77  LSTelAnterior    PIC X(15).
           77  LSEmailAnterior  PIC X(30).
           77  LSFechaFin       PIC X(8).

       Procedure Division using  LSIdCustomer
                                 LSCampo
                                 LSAnterior
                                 LSNuevo
                                 LSTelAnterior
                                 LSEmailAnterior
                                 returning LSFechaFin.

             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning FechaHoy
             INVOKE parametro "New"
                     RETURNING obj-parametro
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoDias
                                        FechaHoy
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO DiasEnfria
             INVOKE obj-fechaproceso "CalcularFechaMasDias"
                                  using FechaHoy
                                        DiasEnfria
                                  returning LSFechaFin

             OPEN I-O Enfriamientos
             MOVE LSIdCustomer TO EnfIdCustomer
             READ Enfriamientos
               KEY IS EnfIdCustomer
               INVALID KEY
                 PERFORM LlenarEnfriamiento
                 WRITE enfriamientos-file
                 END-WRITE
               NOT INVALID KEY
                 PERFORM LlenarEnfriamiento
                 REWRITE enfriamientos-file
                 END-REWRITE
             END-READ
             CLOSE Enfriamientos

             EVALUATE LSCampo
               WHEN "T"   MOVE "TELEFONO"  TO ReferenciaCambio
               WHEN "E"   MOVE "EMAIL"     TO ReferenciaCambio
               WHEN OTHER MOVE "DIRECCION" TO ReferenciaCambio
             END-EVALUATE
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE obj-notificacion "RegistrarNotificacion"
                                  using LSIdCustomer
                                        ReferenciaCambio
                                        EventoCambio
                                        FechaHoy
             IF LSTelAnterior NOT = SPACES
                OR LSEmailAnterior NOT = SPACES THEN
                INVOKE obj-notificacion "AvisarContactoAnterior"
                                     using LSIdCustomer
                                           LSTelAnterior
                                           LSEmailAnterior
                                           ReferenciaCambio
                                           EventoCambio
                                           FechaHoy
                                     returning AvisoEnviado
             END-IF.

       LlenarEnfriamiento.
             MOVE FechaHoy   TO EnfFechaCambio
             MOVE LSFechaFin TO EnfFechaFin
             MOVE LSCampo    TO EnfCampo
             MOVE LSAnterior TO EnfAnterior
             MOVE LSNuevo    TO EnfNuevo.

       End Method IniciarEnfriamiento.
      *>----------------------------------------------

       Method-ID. EnEnfriamiento.
      *>----------------------------------------------
      *DEVUELVE 1 SI EL CLIENTE ESTA DENTRO DE SU PERIODO DE
      *ENFRIAMIENTO A LA FECHA DE PROCESO
       Data Division.
        Local-Storage Section.
           77  FechaHoy         PIC X(8).
           01  obj-fechaproceso object reference.

        Linkage Section.
           77  LSIdCustomer     PIC 9(9).
           77  LSEnfriado       PIC 9.

       Procedure Division using  LSIdCustomer
                                 returning LSEnfriado.

             MOVE 0 TO LSEnfriado
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning FechaHoy
             OPEN INPUT Enfriamientos
             MOVE LSIdCustomer TO EnfIdCustomer
             READ Enfriamientos
               KEY IS EnfIdCustomer
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF FechaHoy NOT < EnfFechaCambio
                    AND FechaHoy NOT > EnfFechaFin THEN
                    MOVE 1 TO LSEnfriado
                 END-IF
             END-READ
             CLOSE Enfriamientos.

       End Method EnEnfriamiento.
      *>----------------------------------------------

       Method-ID. CuentaEnEnfriamiento.
      *>----------------------------------------------
      *DEVUELVE 1 SI CUALQUIERA DE LOS TITULARES DE LA CUENTA ESTA
      *EN PERIODO DE ENFRIAMIENTO
       Data Division.
        Local-Storage Section.
           77  TitularUno       PIC 9(9) VALUE 0.
           77  TitularDos       PIC 9(9) VALUE 0.
           01  obj-enfriamiento object reference.

        Linkage Section.
           77  LSCuenta         PIC X(9).
           77  LSEnfriada       PIC 9.

       Procedure Division using  LSCuenta
                                 returning LSEnfriada.

             MOVE 0 TO LSEnfriada
             OPEN INPUT EnfAccounts
             MOVE LSCuenta TO EACNumaccounts
             READ EnfAccounts
               KEY IS EACNumaccounts
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE EACIdCustomer  TO TitularUno
                 MOVE EACIdCustomer2 TO TitularDos
             END-READ
             CLOSE EnfAccounts

             INVOKE enfriamiento "New"
                     RETURNING obj-enfriamiento
             IF TitularUno NOT = 0 THEN
                INVOKE obj-enfriamiento "EnEnfriamiento"
                                     using TitularUno
                                     returning LSEnfriada
             END-IF
             IF LSEnfriada = 0 AND TitularDos NOT = 0 THEN
                INVOKE obj-enfriamiento "EnEnfriamiento"
                                     using TitularDos
                                     returning LSEnfriada
             END-IF.

       End Method CuentaEnEnfriamiento.
      *>----------------------------------------------

       Method-ID. ReporteEnfriamiento.
      *>----------------------------------------------
      *REPORTE DIARIO: LOS CLIENTES EN PERIODO DE ENFRIAMIENTO, EL
      *CAMBIO QUE LO ABRIO, SUS CUENTAS Y LOS MOVIMIENTOS DE CADA
      *CUENTA DESDE LA FECHA DEL CAMBIO. EL TOTAL DE CONTROL ES LA
      *SUMA DE LOS MOVIMIENTOS LISTADOS
       Data Division.
        Local-Storage Section.
           77  HayMas           PIC X VALUE "S".
               88  NoHayMas     VALUE "N".
           77  HayCuenta        PIC X VALUE "S".
               88  NoHayCuenta  VALUE "N".
           77  HayMovimiento    PIC X VALUE "S".
               88  NoHayMovimiento VALUE "N".
      *ReportePend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  ReportePend      PIC X VALUE "N".
           77  MontoControl     PIC S9(14)V99 VALUE 0.
           77  NombreImpresion  PIC X(30)
                                VALUE "enfriamiento_contacto.txt".
           77  TituloImpresion  PIC X(30)
                                VALUE "CLIENTES EN ENFRIAMIENTO".
           77  EncabezadoImpresion PIC X(80)
               VALUE "CLIENTE / CUENTA / MOVIMIENTOS DESDE EL CAMBIO".
           01  LineaCliente.
               02  FILLER       PIC X(8) VALUE "CLIENTE ".
               02  LCCliente    PIC 9(9).
               02  FILLER       PIC X(8) VALUE " CAMBIO ".
               02  LCFecha      PIC X(8).
               02  FILLER       PIC X VALUE SPACE.
               02  LCCampo      PIC X(9).
               02  FILLER       PIC X(7) VALUE " HASTA ".
               02  LCFin        PIC X(8).
               02  FILLER       PIC X(22) VALUE SPACES.
           01  LineaContacto.
               02  FILLER       PIC X(4) VALUE SPACES.
               02  LKAnterior   PIC X(30).
               02  FILLER       PIC X(4) VALUE " -> ".
               02  LKNuevo      PIC X(30).
               02  FILLER       PIC X(12) VALUE SPACES.
           01  LineaCuenta.
               02  FILLER       PIC X(4) VALUE SPACES.
               02  FILLER       PIC X(7) VALUE "CUENTA ".
               02  LACuenta     PIC X(9).
               02  FILLER       PIC X(7) VALUE " SALDO ".
               02  LASaldo      PIC -Z(9)9.99.
               02  FILLER       PIC X(39) VALUE SPACES.
           01  LineaMovimiento.
               02  FILLER       PIC X(8) VALUE SPACES.
               02  LMFecha      PIC X(8).
               02  FILLER       PIC X VALUE SPACE.
               02  LMHora       PIC X(4).
               02  FILLER       PIC X VALUE SPACE.
               02  LMTipo       PIC X(13).
               02  FILLER       PIC X VALUE SPACE.
               02  LMValor      PIC Z(9)9.99.
               02  FILLER       PIC X VALUE SPACE.
               02  LMEstado     PIC X(7).
               02  FILLER       PIC X VALUE SPACE.
               02  LMConcepto   PIC X(20).
           01  obj-reporte      object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  TotalClientes    PIC 9(4).

       Procedure Division using  LSFecha
                                 returning TotalClientes.

             MOVE 0 TO TotalClientes
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion
             MOVE "S" TO ReportePend
             MOVE "S" TO HayMas
             OPEN INPUT Enfriamientos
             PERFORM ReportarCliente UNTIL NoHayMas
             CLOSE Enfriamientos
             MOVE "N" TO ReportePend
             INVOKE obj-reporte "CerrarReporte" using MontoControl
             DISPLAY "Clientes en periodo de enfriamiento: "
                     TotalClientes.

       ReportarCliente.
             IF ReportePend = "S" THEN
                READ Enfriamientos NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF LSFecha NOT < EnfFechaCambio
                       AND LSFecha NOT > EnfFechaFin THEN
                       ADD 1 TO TotalClientes
                       MOVE EnfIdCustomer  TO LCCliente
                       MOVE EnfFechaCambio TO LCFecha
                       EVALUATE TRUE
                         WHEN CambioTelefono
                           MOVE "TELEFONO"  TO LCCampo
                         WHEN CambioEmail
                           MOVE "EMAIL"     TO LCCampo
                         WHEN OTHER
                           MOVE "DIRECCION" TO LCCampo
                       END-EVALUATE
                       MOVE EnfFechaFin    TO LCFin
                       INVOKE obj-reporte "EscribirLinea" using
                                                 LineaCliente
                       MOVE EnfAnterior    TO LKAnterior
                       MOVE EnfNuevo       TO LKNuevo
                       INVOKE obj-reporte "EscribirLinea" using
                                                 LineaContacto
                       MOVE "S" TO HayCuenta
                       OPEN INPUT EnfAccounts
                       PERFORM ReportarCuenta UNTIL NoHayCuenta
                       CLOSE EnfAccounts
                    END-IF
                END-READ
             END-IF.

       ReportarCuenta.
             IF ReportePend = "S" THEN
                READ EnfAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayCuenta
                  NOT AT END
                    IF EACIdCustomer = EnfIdCustomer
                       OR EACIdCustomer2 = EnfIdCustomer THEN
                       MOVE EACNumaccounts     TO LACuenta
                       MOVE EACMontodisponible TO LASaldo
                       INVOKE obj-reporte "EscribirLinea" using
                                                 LineaCuenta
                       MOVE "S" TO HayMovimiento
                       OPEN INPUT EnfTransacition
                       MOVE EACNumaccounts TO ETNumaccounts
                       START EnfTransacition KEY IS = ETNumaccounts
                         INVALID KEY
                           MOVE "N" TO HayMovimiento
                       END-START
                       PERFORM ReportarMovimiento
                               UNTIL NoHayMovimiento
                       CLOSE EnfTransacition
                    END-IF
                END-READ
             END-IF.

       ReportarMovimiento.
             IF ReportePend = "S" THEN
                READ EnfTransacition NEXT RECORD
                  AT END
                    MOVE "N" TO HayMovimiento
                  NOT AT END
                    IF ETNumaccounts NOT = EACNumaccounts THEN
                       MOVE "N" TO HayMovimiento
                    ELSE
                    IF ETFecha NOT < EnfFechaCambio THEN
                       EVALUATE ETTipo
                         WHEN 1     MOVE "Retiro"        TO LMTipo
                         WHEN 2     MOVE "Deposito"      TO LMTipo
                         WHEN 3     MOVE "Transferencia" TO LMTipo
                         WHEN 4     MOVE "Interes"       TO LMTipo
                         WHEN 5     MOVE "Cheque"        TO LMTipo
                         WHEN 6     MOVE "Retencion"     TO LMTipo
                         WHEN 7     MOVE "GMF 4x1000"    TO LMTipo
                         WHEN 8     MOVE "Recuperacion"  TO LMTipo
                         WHEN OTHER MOVE "Desconocido"   TO LMTipo
                       END-EVALUATE
                       IF ETAnulada = "S" THEN
                          MOVE "ANULADA" TO LMEstado
                       ELSE
                          MOVE SPACES    TO LMEstado
                          ADD ETValorTransac TO MontoControl
                       END-IF
                       MOVE ETFecha        TO LMFecha
                       MOVE ETHora         TO LMHora
                       MOVE ETValorTransac TO LMValor
                       MOVE ETConcepto     TO LMConcepto
                       INVOKE obj-reporte "EscribirLinea" using
                                                 LineaMovimiento
                    END-IF
                    END-IF
                END-READ
             END-IF.

       End Method ReporteEnfriamiento.
      *>----------------------------------------------

       end object.
       end class Enfriamiento.
