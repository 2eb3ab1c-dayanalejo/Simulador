      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. CodigoVerificacion as "codigoverificacion"
                 inherits from base.

       object section.
       class-control.
           fechaproceso       is class "fechaproceso"
           parametro          is class "parametro"
           accounts           is class "accounts"
           notificacion       is class "notificacion"
           incidente          is class "incidente"
           codigoverificacion is class "codigoverificacion".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CodigosVerificacion ASSIGN TO
                  "codigos_verificacion.dat"
           organization is indexed
           access is dynamic
           record key is CVIdCustomer.

           SELECT DestinosVerificados ASSIGN TO
                  "destinos_verificados.dat"
           organization is indexed
           access is dynamic
           record key is DVLlave.

       DATA DIVISION.
       FILE SECTION.
       FD CodigosVerificacion.
      *ULTIMO CODIGO DE UN SOLO USO EMITIDO A CADA CLIENTE. EL
      *CODIGO SE GUARDA TRANSFORMADO, COMO EL PIN; VENCE A LOS
      *MINUTOS DEL PARAMETRO OTPMINUTOS Y SE ANULA AL AGOTAR LOS
      *INTENTOS DEL PARAMETRO OTPINTENTOS
       01 codigos-verificacion-file.
           05  CVIdCustomer     PIC 9(9).
           05  CVCodigo         PIC 9(6).
           05  CVFecha          PIC X(8).
           05  CVMinutoEmision  PIC 9(4).
           05  CVCuentaOrigen   PIC X(9).
           05  CVCuentaDestino  PIC X(9).
           05  CVMonto          PIC 9(10)V99.
           05  CVIntentos       PIC 9.
           05  CVEstado         PIC X.
               88  CodigoPendiente VALUE "P".
               88  CodigoUsado     VALUE "U".
               88  CodigoVencido   VALUE "V".
               88  CodigoAgotado   VALUE "A".

       FD DestinosVerificados.
      *CUENTAS DESTINO A LAS QUE EL CLIENTE YA TRANSFIRIO CON UN
      *CODIGO VALIDO. LA PRIMERA TRANSFERENCIA A UNA CUENTA QUE NO
      *ESTA AQUI (Y QUE NO ES DEL MISMO CLIENTE) PIDE CODIGO
       01 destinos-verificados-file.
           05  DVLlave.
               10  DVIdCustomer PIC 9(9).
               10  DVCuenta     PIC X(9).
           05  DVFecha          PIC X(8).

       procedure division.

       Method-ID. AutorizarConCodigo.
      *>----------------------------------------------
      *SEGUNDO FACTOR PARA LAS TRANSFERENCIAS DE LA SESION: PIDE UN
      *CODIGO DE UN SOLO USO, ENVIADO POR EL ARCHIVO DE
      *NOTIFICACIONES AL TELEFONO O EMAIL DEL PERFIL DEL CLIENTE,
      *CUANDO LA CUENTA DESTINO NUNCA FUE VERIFICADA O EL MONTO
      *SUPERA EL PARAMETRO OTPMONTO. DEVUELVE 1 SI LA OPERACION
      *PUEDE SEGUIR. CADA CODIGO FALLIDO, VENCIDO O AGOTADO QUEDA
      *EN LA BITACORA CENTRAL DE INCIDENTES
       Data Division.
        Local-Storage Section.
           77  FechaHoy         PIC X(8).
           77  CodigoParam      PIC X(12).
           77  ValorDefecto     PIC 9(12)V99.
           77  ValorParametro   PIC 9(12)V99.
           77  MontoUmbral      PIC 9(10)V99.
           77  MinutosVigencia  PIC 9(4).
           77  IntentosMaximos  PIC 9.
           77  TitularUno       PIC 9(9).
           77  TitularDos       PIC 9(9).
           77  DestinoNuevo     PIC X VALUE "N".
           77  MontoMayor       PIC X VALUE "N".
           77  Semilla          PIC 9(8).
           77  Temp             PIC 9(12).
           77  Cociente         PIC 9(8).
           77  CodigoEmitido    PIC 9(6).
           77  CodigoIngresado  PIC 9(6).
           77  CodigoHash       PIC 9(6).
           77  MinutoAhora      PIC 9(4).
           77  MinutosPasados   PIC 9(4).
           77  IntentosRestan   PIC 9.
           77  Enviado          PIC 9.
           77  EventoOTP        PIC X(3) VALUE "OTP".
           77  ReferenciaOTP    PIC X(15).
           77  VerificacionPend PIC X VALUE "N".
               88  VerificacionTerminada VALUE "N".
           01  HoraActual.
               02  HAHora       PIC 99.
               02  HAMinuto     PIC 99.
               02  FILLER       PIC X(4).
           77  ProgramaInc      PIC X(12) VALUE "codigoverif".
           77  MetodoInc        PIC X(20)
                       VALUE "AutorizarConCodigo".
           77  OperadorInc      PIC 9(9).
           77  CuentaInc        PIC X(9).
           01  CondicionInc.
               02  CIMotivo     PIC X(21) VALUE SPACES.
               02  CIDestino    PIC X(9)  VALUE SPACES.
           01  obj-fechaproceso object reference.
           01  obj-parametro    object reference.
           01  obj-accounts     object reference.
           01  obj-notificacion object reference.
           01  obj-incidente    object reference.

        Linkage Section.
           77  LSIdCustomer     PIC 9(9).
           77  LSCuentaOrigen   PIC X(9).
           77  LSCuentaDestino  PIC X(9).
           77  LSMonto          PIC 9(10)V99.
           77  LSAutorizada     PIC 9.

       Procedure Division using  LSIdCustomer
                                 LSCuentaOrigen
                                 LSCuentaDestino
                                 LSMonto
                                 returning LSAutorizada.

             MOVE 1 TO LSAutorizada
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning FechaHoy
             INVOKE parametro "New"
                     RETURNING obj-parametro

             MOVE "OTPMONTO"    TO CodigoParam
             MOVE 1000000       TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        FechaHoy
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MontoUmbral
             MOVE "OTPMINUTOS"  TO CodigoParam
             MOVE 5             TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        FechaHoy
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO MinutosVigencia
             MOVE "OTPINTENTOS" TO CodigoParam
             MOVE 3             TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoParam
                                        FechaHoy
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO IntentosMaximos
             IF IntentosMaximos = 0 THEN
                MOVE 1 TO IntentosMaximos
             END-IF

             IF LSMonto > MontoUmbral THEN
                MOVE "S" TO MontoMayor
             END-IF

      *LAS CUENTAS DEL PROPIO CLIENTE NUNCA CUENTAN COMO DESTINO
      *NUEVO; UNA CUENTA INEXISTENTE LA RECHAZA LA TRANSFERENCIA
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE obj-accounts "GetTitulares" using LSCuentaDestino
                                                      TitularUno
                                                      TitularDos
             IF TitularUno NOT = 0
                AND TitularUno NOT = LSIdCustomer
                AND TitularDos NOT = LSIdCustomer THEN
                OPEN INPUT DestinosVerificados
                MOVE LSIdCustomer    TO DVIdCustomer
                MOVE LSCuentaDestino TO DVCuenta
                READ DestinosVerificados
                  KEY IS DVLlave
                  INVALID KEY
                    MOVE "S" TO DestinoNuevo
                  NOT INVALID KEY
                    CONTINUE
                END-READ
                CLOSE DestinosVerificados
             END-IF

             IF TitularUno = 0 THEN
                MOVE "N" TO MontoMayor
             END-IF

             IF DestinoNuevo = "S" OR MontoMayor = "S" THEN
                MOVE 0 TO LSAutorizada
                MOVE LSIdCustomer   TO OperadorInc
                MOVE LSCuentaOrigen TO CuentaInc

      *CODIGO ALEATORIO A PARTIR DE LA HORA DEL RELOJ Y DEL CLIENTE
                ACCEPT Semilla FROM TIME
                COMPUTE Temp = (Semilla * 7919) + 104729
                             + LSIdCustomer
                DIVIDE Temp BY 1000000 GIVING Cociente
                                       REMAINDER CodigoEmitido
                MOVE CodigoEmitido TO CodigoIngresado
                PERFORM TransformarCodigo

                ACCEPT HoraActual FROM TIME
                COMPUTE MinutoAhora = (HAHora * 60) + HAMinuto
                OPEN I-O CodigosVerificacion
                MOVE LSIdCustomer TO CVIdCustomer
                READ CodigosVerificacion
                  KEY IS CVIdCustomer
                  INVALID KEY
                    PERFORM LlenarCodigo
                    WRITE codigos-verificacion-file
                    END-WRITE
                  NOT INVALID KEY
                    PERFORM LlenarCodigo
                    REWRITE codigos-verificacion-file
                    END-REWRITE
                END-READ
                CLOSE CodigosVerificacion

                MOVE SPACES TO ReferenciaOTP
                MOVE CodigoEmitido TO ReferenciaOTP(1:6)
                INVOKE notificacion "New"
                        RETURNING obj-notificacion
                INVOKE obj-notificacion "EnviarCodigo"
                                     using LSIdCustomer
                                           ReferenciaOTP
                                           EventoOTP
                                           FechaHoy
                                     returning Enviado
                IF Enviado = 0 THEN
                   DISPLAY "No tiene telefono ni email registrado"
                   DISPLAY "para recibir el codigo de verificacion."
                   DISPLAY "Actualice sus datos en la sucursal"
                   MOVE "OTP SIN CONTACTO"  TO CIMotivo
                   MOVE LSCuentaDestino     TO CIDestino
                   PERFORM RegistrarFalla
                ELSE
                   DISPLAY "Le enviamos un codigo de verificacion"
                           " a su telefono o email"
                   MOVE IntentosMaximos TO IntentosRestan
                   MOVE "S" TO VerificacionPend
                   PERFORM PedirCodigo UNTIL VerificacionTerminada
                END-IF
             END-IF.

      *CADA PASADA PIDE EL CODIGO UNA VEZ; TERMINA AL ACERTAR, AL
      *VENCER O AL AGOTAR LOS INTENTOS. VerificacionPend EVITA QUE
      *ACTUE CUANDO EL CONTROL CAE AQUI AL FINAL DEL METODO
       PedirCodigo.
             IF VerificacionPend = "S" THEN
                DISPLAY "Ingrese el codigo de verificacion"
                ACCEPT  CodigoIngresado
                PERFORM TransformarCodigo
                ACCEPT HoraActual FROM TIME
                COMPUTE MinutoAhora = (HAHora * 60) + HAMinuto
                MOVE LSCuentaDestino TO CIDestino

                OPEN I-O CodigosVerificacion
                MOVE LSIdCustomer TO CVIdCustomer
                READ CodigosVerificacion
                  KEY IS CVIdCustomer
                  INVALID KEY
                    MOVE "N" TO VerificacionPend
                  NOT INVALID KEY
                    IF CVFecha NOT = FechaHoy
                       OR MinutoAhora < CVMinutoEmision THEN
                       MOVE 9999 TO MinutosPasados
                    ELSE
                       COMPUTE MinutosPasados =
                               MinutoAhora - CVMinutoEmision
                    END-IF
                    IF MinutosPasados > MinutosVigencia THEN
                       MOVE "V" TO CVEstado
                       MOVE "N" TO VerificacionPend
                       DISPLAY "El codigo vencio; la operacion no"
                               " se realiza"
                       MOVE "OTP VENCIDO DESTINO"  TO CIMotivo
                       PERFORM RegistrarFalla
                    ELSE
                       IF CodigoHash = CVCodigo THEN
                          MOVE "U" TO CVEstado
                          MOVE "N" TO VerificacionPend
                          MOVE 1   TO LSAutorizada
                          DISPLAY "Codigo verificado"
                       ELSE
                          ADD 1 TO CVIntentos
                          SUBTRACT 1 FROM IntentosRestan
                          MOVE "OTP INVALIDO DESTINO" TO CIMotivo
                          PERFORM RegistrarFalla
                          IF IntentosRestan = 0 THEN
                             MOVE "A" TO CVEstado
                             MOVE "N" TO VerificacionPend
                             DISPLAY "Supero los intentos; la"
                                     " operacion no se realiza"
                          ELSE
                             DISPLAY "Codigo incorrecto. Le quedan "
                                     IntentosRestan " intentos"
                          END-IF
                       END-IF
                    END-IF
                    REWRITE codigos-verificacion-file
                    END-REWRITE
                END-READ
                CLOSE CodigosVerificacion

                IF LSAutorizada = 1 AND DestinoNuevo = "S" THEN
                   OPEN I-O DestinosVerificados
                   MOVE LSIdCustomer    TO DVIdCustomer
                   MOVE LSCuentaDestino TO DVCuenta
                   MOVE FechaHoy        TO DVFecha
                   WRITE destinos-verificados-file
                   END-WRITE
                   CLOSE DestinosVerificados
                END-IF
             END-IF.

       LlenarCodigo.
             MOVE CodigoHash      TO CVCodigo
             MOVE FechaHoy        TO CVFecha
             MOVE MinutoAhora     TO CVMinutoEmision
             MOVE LSCuentaOrigen  TO CVCuentaOrigen
             MOVE LSCuentaDestino TO CVCuentaDestino
             MOVE LSMonto         TO CVMonto
             MOVE 0               TO CVIntentos
             MOVE "P"             TO CVEstado.

      *MISMA TRANSFORMACION QUE EL PIN, SOBRE SEIS DIGITOS
       TransformarCodigo.
             COMPUTE Temp = (CodigoIngresado * 7919) + 104729
             DIVIDE Temp BY 1000000 GIVING Cociente
                                    REMAINDER CodigoHash.

       RegistrarFalla.
             IF CIMotivo NOT = SPACES THEN
                INVOKE incidente "New"
                        RETURNING obj-incidente
                INVOKE obj-incidente "RegistrarIncidente"
                                   using ProgramaInc
                                         MetodoInc
                                         OperadorInc
                                         CuentaInc
                                         CondicionInc
                MOVE SPACES TO CondicionInc
             END-IF.

       End Method AutorizarConCodigo.
      *>----------------------------------------------

       end object.
       end class CodigoVerificacion.
