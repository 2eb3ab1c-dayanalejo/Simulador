       object section.
       class-control.
           Customer is class "customer"
           registrocambios is class "registrocambios"
           enfriamiento is class "enfriamiento"
           fechaproceso is class "fechaproceso"
           accounts is class "accounts".


           05  PerfilTipoDocumento  PIC 9.
      *SEGMENTORIESGO: 1=BAJO, 2=MEDIO, 3=ALTO
           05  PerfilSegmentoRiesgo PIC 9.
      *FECHAVERIFICACION: ULTIMA VEZ QUE EL CLIENTE CONFIRMO SUS
      *DATOS (ACTUALIZACION DE DATOS QUE EXIGE EL REGULADOR). EN
      *ESPACIOS EN LOS PERFILES ANTERIORES A ESTE CAMPO.
      *ETAPAACTUALIZACION: 0=AL DIA, 1=VENCIDA EN AVISO, 2=SIN
      *PRODUCTOS NUEVOS, 3=SIN DEBITOS. LA SUBE LA REVISION MENSUAL
      *Y LA DEVUELVE A CERO LA CONFIRMACION DE LOS DATOS
           05  PerfilFechaVerificacion PIC X(8).
           05  PerfilEtapaActualizacion PIC 9.
               88  DatosAlDia            VALUE 0.
               88  DatosSinProductos     VALUE 2.
               88  DatosSinDebitos       VALUE 3.
      *CONTACTO DEVUELTO: "S" CUANDO LA CASA DE CORREO O EL
      *PROVEEDOR DE MENSAJES DEVOLVIO LO ENVIADO A LA DIRECCION
      *(DE customer.dat), AL TELEFONO O AL EMAIL. NO SE LE VUELVE A
      *ENVIAR NADA A ESE DATO: LO QUE LE TOQUE QUEDA PARA RECOGER EN
      *LA SUCURSAL HASTA QUE SE CORRIJA O SE REHABILITE. EN ESPACIOS
      *EN LOS PERFILES ANTERIORES A ESTOS CAMPOS. FECHADEVOLUCION: LA
      *DE LA ULTIMA DEVOLUCION RECIBIDA
           05  PerfilDireccionDevuelta PIC X.
               88  DireccionDevuelta     VALUE "S".
           05  PerfilTelefonoDevuelto  PIC X.
               88  TelefonoDevuelto      VALUE "S".
           05  PerfilEmailDevuelto     PIC X.
               88  EmailDevuelto         VALUE "S".
           05  PerfilFechaDevolucion   PIC X(8).

       procedure division.

       Data Division.

        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.
        Linkage Section.

           77  LSidentificacion    PIC 9(9).
             MOVE SPACES            TO RazonSocial
             MOVE 0                 TO RepresentanteLegal
             WRITE   customer-file
             END-WRITE
             MOVE customer-file TO ImagenCambio
           CLOSE Customer.

           INVOKE registrocambios "New"
                   RETURNING obj-registrocambios
           INVOKE obj-registrocambios "RegistrarImagen"
                                using "U" ImagenCambio

            DISPLAY "cliente Creado".

       End Method GuardarCustomer.
       Method-ID. ActualizarCustomer.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.
           77  DirAnterior         PIC X(20).
           77  CampoAnterior       PIC X(30).
           77  CampoNuevo          PIC X(30).
           77  TelSinCambio        PIC X(15) VALUE SPACES.
           77  EmailSinCambio      PIC X(30) VALUE SPACES.
           77  FechaFinEnf         PIC X(8).
           01  obj-enfriamiento    object reference.

        Linkage Section.
           77  LSidentificacion    PIC 9(9).
           77  LSnombre            PIC X(15).
              INVALID KEY
                DISPLAY "El cliente no existe"
              NOT INVALID KEY
                MOVE dirreccion   TO DirAnterior
                MOVE LSnombre     TO nombre
                MOVE LSdirreccion TO dirreccion
                REWRITE customer-file
                END-REWRITE
                MOVE customer-file TO ImagenCambio
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "RegistrarImagen"
                                     using "U" ImagenCambio
                MOVE 1 TO ActualizarOk
            END-READ
            CLOSE Customer

      *UN CAMBIO DE DIRECCION ABRE EL PERIODO DE ENFRIAMIENTO Y SE
      *AVISA AL CONTACTO REGISTRADO
          IF ActualizarOk = 1 AND DirAnterior NOT = LSdirreccion THEN
             MOVE DirAnterior  TO CampoAnterior
             MOVE LSdirreccion TO CampoNuevo
             INVOKE enfriamiento "New"
                     RETURNING obj-enfriamiento
             INVOKE obj-enfriamiento "IniciarEnfriamiento"
                                  using LSidentificacion
                                        "D"
                                        CampoAnterior
                                        CampoNuevo
                                        TelSinCambio
                                        EmailSinCambio
                                  returning FechaFinEnf
             DISPLAY "Cambio de direccion: el cliente queda en"
             DISPLAY "periodo de enfriamiento hasta el " FechaFinEnf
      *LA DIRECCION NUEVA DEJA SIN EFECTO LA DEVOLUCION DE LA ANTERIOR
             OPEN I-O CustomerPerfil
               MOVE LSidentificacion TO PerfilIdentificacion
               READ CustomerPerfil
                 KEY IS PerfilIdentificacion
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF DireccionDevuelta THEN
                      MOVE SPACE TO PerfilDireccionDevuelta
                      REWRITE customer-perfil-file
                      END-REWRITE
                   END-IF
               END-READ
             CLOSE CustomerPerfil
          END-IF.

       End Method ActualizarCustomer.
      *>----------------------------------------------
       Local-Storage Section.
         01  obj-accounts      object reference.
         77  TotalCuentas      PIC 9(4).
         77  ImagenCambio      PIC X(120) VALUE SPACES.
         01  obj-registrocambios object reference.

        Linkage Section.
           77  LSidentificacion    PIC 9(9).
                 INVALID KEY
                   DISPLAY "El cliente no existe"
                 NOT INVALID KEY
                   MOVE customer-file TO ImagenCambio
                   DELETE Customer RECORD
                   END-DELETE
                   INVOKE registrocambios "New"
                           RETURNING obj-registrocambios
                   INVOKE obj-registrocambios "RegistrarImagen"
                                        using "Y" ImagenCambio
                   MOVE 1 TO EliminarOk
               END-READ
               CLOSE Customer
       Data Division.
        Local-Storage Section.
           77  PerfilExiste   PIC 9.
           77  TelAnterior    PIC X(15).
           77  EmailAnterior  PIC X(30).
           77  CampoAnterior  PIC X(30).
           77  CampoNuevo     PIC X(30).
           77  FechaFinEnf    PIC X(8).
           77  FechaAlta      PIC X(8).
           01  obj-enfriamiento object reference.
           01  obj-fechaproceso object reference.

        Linkage Section.
           77  LSidentificacion PIC 9(9).
                MOVE 0 TO PerfilExiste
              NOT INVALID KEY
                MOVE 1 TO PerfilExiste
                MOVE PerfilTelefono TO TelAnterior
                MOVE PerfilEmail    TO EmailAnterior
            END-READ
            MOVE LSidentificacion TO PerfilIdentificacion
            MOVE LStelefono       TO PerfilTelefono
            MOVE LStipoDocumento  TO PerfilTipoDocumento
            MOVE LSsegmentoRiesgo TO PerfilSegmentoRiesgo
            IF PerfilExiste = 1 THEN
      *UN TELEFONO O UN EMAIL NUEVO DEJA SIN EFECTO LA DEVOLUCION
      *DEL ANTERIOR
               IF TelAnterior NOT = LStelefono THEN
                  MOVE SPACE TO PerfilTelefonoDevuelto
               END-IF
               IF EmailAnterior NOT = LSemail THEN
                  MOVE SPACE TO PerfilEmailDevuelto
               END-IF
               REWRITE customer-perfil-file
               END-REWRITE
            ELSE
      *LOS DATOS RECIEN CAPTURADOS CUENTAN COMO VERIFICADOS EN LA
      *FECHA DE NEGOCIO DEL ALTA
               INVOKE fechaproceso "New"
                       RETURNING obj-fechaproceso
               INVOKE obj-fechaproceso "GetFechaProceso"
                                     returning FechaAlta
               MOVE FechaAlta TO PerfilFechaVerificacion
               MOVE 0         TO PerfilEtapaActualizacion
               MOVE SPACE     TO PerfilDireccionDevuelta
               MOVE SPACE     TO PerfilTelefonoDevuelto
               MOVE SPACE     TO PerfilEmailDevuelto
               MOVE SPACES    TO PerfilFechaDevolucion
               WRITE customer-perfil-file
               END-WRITE
            END-IF
            MOVE 1 TO GuardarOk
          CLOSE CustomerPerfil

      *CAMBIO DEL TELEFONO O DEL EMAIL DE UN PERFIL YA EXISTENTE:
      *ABRE EL PERIODO DE ENFRIAMIENTO Y SE AVISA AL CONTACTO NUEVO
      *Y AL ANTERIOR
          IF PerfilExiste = 1 THEN
             INVOKE enfriamiento "New"
                     RETURNING obj-enfriamiento
          END-IF
          IF PerfilExiste = 1 AND TelAnterior NOT = LStelefono THEN
             MOVE TelAnterior TO CampoAnterior
             MOVE LStelefono  TO CampoNuevo
             INVOKE obj-enfriamiento "IniciarEnfriamiento"
                                  using LSidentificacion
                                        "T"
                                        CampoAnterior
                                        CampoNuevo
                                        TelAnterior
                                        EmailAnterior
                                  returning FechaFinEnf
          END-IF
          IF PerfilExiste = 1 AND EmailAnterior NOT = LSemail THEN
             MOVE EmailAnterior TO CampoAnterior
             MOVE LSemail       TO CampoNuevo
             INVOKE obj-enfriamiento "IniciarEnfriamiento"
                                  using LSidentificacion
                                        "E"
                                        CampoAnterior
                                        CampoNuevo
                                        TelAnterior
                                        EmailAnterior
                                  returning FechaFinEnf
          END-IF
          IF PerfilExiste = 1
             AND (TelAnterior NOT = LStelefono
                  OR EmailAnterior NOT = LSemail) THEN
             DISPLAY "Cambio de contacto: el cliente queda en"
             DISPLAY "periodo de enfriamiento hasta el " FechaFinEnf
          END-IF.

       End Method GuardarPerfil.
      *>----------------------------------------------
                DISPLAY "Fecha nacimiento: " PerfilFechaNacim
                DISPLAY "Tipo documento  : " PerfilTipoDocumento
                DISPLAY "Segmento riesgo : " PerfilSegmentoRiesgo
                DISPLAY "Datos verificados: " PerfilFechaVerificacion
                EVALUATE TRUE
                  WHEN DatosSinDebitos
                    DISPLAY "Actualizacion   : VENCIDA, SIN DEBITOS"
                  WHEN DatosSinProductos
                    DISPLAY "Actualizacion   : VENCIDA, SIN PRODUCTOS"
                  WHEN DatosAlDia
                    DISPLAY "Actualizacion   : AL DIA"
                  WHEN OTHER
                    DISPLAY "Actualizacion   : VENCIDA, EN AVISO"
                END-EVALUATE
                IF DireccionDevuelta THEN
                   DISPLAY "Correspondencia : DEVUELTA el "
                           PerfilFechaDevolucion
                END-IF
                IF TelefonoDevuelto THEN
                   DISPLAY "Telefono        : DEVUELTO"
                END-IF
                IF EmailDevuelto THEN
                   DISPLAY "Email           : DEVUELTO"
                END-IF
                MOVE 1 TO existePerfil
            END-READ
          CLOSE CustomerPerfil.
      *GUARDA EL INICIO PARA LAS BUSQUEDAS) Y EL REPRESENTANTE
      *LEGAL QUEDA REFERENCIADO POR SU CEDULA
       Data Division.
        Local-Storage Section.
           77  ImagenCambio        PIC X(120) VALUE SPACES.
           01  obj-registrocambios object reference.

        Linkage Section.
           77  LSNit            PIC 9(9).
           77  LSRazonSocial    PIC X(30).
               NOT INVALID KEY
                 MOVE 1 TO GuardarOk
                 DISPLAY "Cliente juridico creado"
                 MOVE customer-file TO ImagenCambio
             END-WRITE
             CLOSE Customer

             IF GuardarOk = 1 THEN
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "RegistrarImagen"
                                     using "U" ImagenCambio
             END-IF.

       End Method GuardarCustomerJuridico.
      *>----------------------------------------------
           77  FecNacViejo   PIC X(8).
           77  TipoDocViejo  PIC 9.
           77  SegRiesgoViejo PIC 9.
           77  FecVerifViejo PIC X(8).
           77  EtapaViejo    PIC 9.
           77  DirDevViejo   PIC X.
           77  TelDevViejo   PIC X.
           77  EmailDevViejo PIC X.
           77  FecDevViejo   PIC X(8).
           77  HayPerfilViejo PIC 9.
           77  HayPerfilNuevo PIC 9.

                MOVE PerfilFechaNacim     TO FecNacViejo
                MOVE PerfilTipoDocumento  TO TipoDocViejo
                MOVE PerfilSegmentoRiesgo TO SegRiesgoViejo
                MOVE PerfilFechaVerificacion  TO FecVerifViejo
                MOVE PerfilEtapaActualizacion TO EtapaViejo
                MOVE PerfilDireccionDevuelta  TO DirDevViejo
                MOVE PerfilTelefonoDevuelto   TO TelDevViejo
                MOVE PerfilEmailDevuelto      TO EmailDevViejo
                MOVE PerfilFechaDevolucion    TO FecDevViejo
            END-READ

            IF HayPerfilViejo = 1 THEN
                   MOVE FecNacViejo    TO PerfilFechaNacim
                   MOVE TipoDocViejo   TO PerfilTipoDocumento
                   MOVE SegRiesgoViejo TO PerfilSegmentoRiesgo
                   MOVE FecVerifViejo  TO PerfilFechaVerificacion
                   MOVE EtapaViejo     TO PerfilEtapaActualizacion
                   MOVE DirDevViejo    TO PerfilDireccionDevuelta
                   MOVE TelDevViejo    TO PerfilTelefonoDevuelto
                   MOVE EmailDevViejo  TO PerfilEmailDevuelto
                   MOVE FecDevViejo    TO PerfilFechaDevolucion
                   WRITE customer-perfil-file
                   END-WRITE
                 NOT INVALID KEY
       End Method BuscarCustomerPorNombre.
      *>----------------------------------------------

       Method-ID. GetEstadoActualizacion.
      *>----------------------------------------------
      *DEVUELVE LA ETAPA DE ACTUALIZACION DE DATOS DEL CLIENTE Y LA
      *FECHA EN QUE LOS CONFIRMO POR ULTIMA VEZ. SIN PERFIL LA ETAPA
      *ES CERO Y LA FECHA QUEDA EN ESPACIOS
       Data Division.
        Linkage Section.
           77  LSidentificacion PIC 9(9).
           77  LSFechaVerif     PIC X(8).
           77  LSEtapa          PIC 9.

       Procedure Division using  LSidentificacion
                                 LSFechaVerif
                                 returning LSEtapa.

          MOVE 0      TO LSEtapa
          MOVE SPACES TO LSFechaVerif
          OPEN INPUT CustomerPerfil
            MOVE LSidentificacion TO PerfilIdentificacion
            READ CustomerPerfil
              KEY IS PerfilIdentificacion
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE PerfilFechaVerificacion  TO LSFechaVerif
                MOVE PerfilEtapaActualizacion TO LSEtapa
            END-READ
          CLOSE CustomerPerfil.

       End Method GetEstadoActualizacion.
      *>----------------------------------------------

       Method-ID. SetEtapaActualizacion.
      *>----------------------------------------------
      *CAMBIA LA ETAPA DE ACTUALIZACION DE DATOS. SI EL CLIENTE NO
      *TIENE PERFIL SE LE CREA UNO SIN DATOS DE CONTACTO PARA QUE LA
      *RESTRICCION QUEDE REGISTRADA HASTA QUE LOS CONFIRME
       Data Division.
        Linkage Section.
           77  LSidentificacion PIC 9(9).
           77  LSEtapa          PIC 9.
           77  SetOk            PIC 9.

       Procedure Division using  LSidentificacion
                                 LSEtapa
                                 returning SetOk.

          MOVE 0 TO SetOk
          OPEN I-O CustomerPerfil
            MOVE LSidentificacion TO PerfilIdentificacion
            READ CustomerPerfil
              KEY IS PerfilIdentificacion
              INVALID KEY
                MOVE LSidentificacion TO PerfilIdentificacion
                MOVE SPACES           TO PerfilTelefono
                MOVE SPACES           TO PerfilEmail
                MOVE SPACES           TO PerfilFechaNacim
                MOVE 0                TO PerfilTipoDocumento
                MOVE 0                TO PerfilSegmentoRiesgo
                MOVE SPACES           TO PerfilFechaVerificacion
                MOVE LSEtapa          TO PerfilEtapaActualizacion
                MOVE SPACE            TO PerfilDireccionDevuelta
                MOVE SPACE            TO PerfilTelefonoDevuelto
                MOVE SPACE            TO PerfilEmailDevuelto
                MOVE SPACES           TO PerfilFechaDevolucion
                WRITE customer-perfil-file
                END-WRITE
              NOT INVALID KEY
                MOVE LSEtapa TO PerfilEtapaActualizacion
                REWRITE customer-perfil-file
                END-REWRITE
            END-READ
            MOVE 1 TO SetOk
          CLOSE CustomerPerfil.

       End Method SetEtapaActualizacion.
      *>----------------------------------------------

       Method-ID. ConfirmarDatos.
      *>----------------------------------------------
      *EL CLIENTE CONFIRMO SUS DATOS EN LA PANTALLA DE MANTENIMIENTO:
      *QUEDAN VERIFICADOS A LA FECHA Y LA ETAPA VUELVE A CERO. CON UN
      *CONTACTO DEVUELTO NO SE CONFIRMA (DEVUELVE 2): HAY QUE
      *CORREGIRLO O REHABILITARLO ANTES
       Data Division.
        Linkage Section.
           77  LSidentificacion PIC 9(9).
           77  LSFecha          PIC X(8).
           77  ConfirmaOk       PIC 9.

       Procedure Division using  LSidentificacion
                                 LSFecha
                                 returning ConfirmaOk.

          MOVE 0 TO ConfirmaOk
          OPEN I-O CustomerPerfil
            MOVE LSidentificacion TO PerfilIdentificacion
            READ CustomerPerfil
              KEY IS PerfilIdentificacion
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF DireccionDevuelta OR TelefonoDevuelto
                   OR EmailDevuelto THEN
                   MOVE 2 TO ConfirmaOk
                ELSE
                   MOVE LSFecha TO PerfilFechaVerificacion
                   MOVE 0       TO PerfilEtapaActualizacion
                   REWRITE customer-perfil-file
                   END-REWRITE
                   MOVE 1 TO ConfirmaOk
                END-IF
            END-READ
          CLOSE CustomerPerfil.

       End Method ConfirmarDatos.
      *>----------------------------------------------

       Method-ID. MarcarContactoDevuelto.
      *>----------------------------------------------
      *REGISTRA UNA DEVOLUCION DE LA CASA DE CORREO O DEL PROVEEDOR
      *DE MENSAJES. TIPO: D=DIRECCION, T=TELEFONO, E=EMAIL. SI EL
      *CLIENTE NO TIENE PERFIL, UNA DIRECCION DEVUELTA LE CREA UNO SIN
      *DATOS DE CONTACTO PARA QUE LA MARCA QUEDE REGISTRADA; UN
      *TELEFONO O UN EMAIL SIN PERFIL NO PUEDE HABER SALIDO DE AQUI Y
      *SE RECHAZA (DEVUELVE 0)
       Data Division.
        Local-Storage Section.
           77  PerfilExiste   PIC 9.

        Linkage Section.
           77  LSidentificacion PIC 9(9).
           77  LSTipo           PIC X.
           77  LSFecha          PIC X(8).
           77  MarcaOk          PIC 9.

       Procedure Division using  LSidentificacion
                                 LSTipo
                                 LSFecha
                                 returning MarcaOk.

          MOVE 0 TO MarcaOk
          IF LSTipo = "D" OR LSTipo = "T" OR LSTipo = "E" THEN
           OPEN I-O CustomerPerfil
            MOVE LSidentificacion TO PerfilIdentificacion
            READ CustomerPerfil
              KEY IS PerfilIdentificacion
              INVALID KEY
                MOVE 0 TO PerfilExiste
              NOT INVALID KEY
                MOVE 1 TO PerfilExiste
            END-READ
            IF PerfilExiste = 0 AND LSTipo = "D" THEN
               MOVE LSidentificacion TO PerfilIdentificacion
               MOVE SPACES           TO PerfilTelefono
               MOVE SPACES           TO PerfilEmail
               MOVE SPACES           TO PerfilFechaNacim
               MOVE 0                TO PerfilTipoDocumento
               MOVE 0                TO PerfilSegmentoRiesgo
               MOVE SPACES           TO PerfilFechaVerificacion
               MOVE 0                TO PerfilEtapaActualizacion
               MOVE "S"              TO PerfilDireccionDevuelta
               MOVE SPACE            TO PerfilTelefonoDevuelto
               MOVE SPACE            TO PerfilEmailDevuelto
               MOVE LSFecha          TO PerfilFechaDevolucion
               WRITE customer-perfil-file
               END-WRITE
               MOVE 1 TO MarcaOk
            END-IF
            IF PerfilExiste = 1 THEN
               EVALUATE LSTipo
                 WHEN "D"
                   MOVE "S" TO PerfilDireccionDevuelta
                 WHEN "T"
                   MOVE "S" TO PerfilTelefonoDevuelto
                 WHEN OTHER
                   MOVE "S" TO PerfilEmailDevuelto
               END-EVALUATE
               MOVE LSFecha TO PerfilFechaDevolucion
               REWRITE customer-perfil-file
               END-REWRITE
               MOVE 1 TO MarcaOk
            END-IF
           CLOSE CustomerPerfil
          END-IF.

       End Method MarcarContactoDevuelto.
      *>----------------------------------------------

       Method-ID. GetContactoDevuelto.
      *>----------------------------------------------
      *MARCAS DE CONTACTO DEVUELTO DEL CLIENTE ("S" = DEVUELTO). SIN
      *PERFIL NADA ESTA DEVUELTO
       Data Division.
        Linkage Section.
           77  LSidentificacion PIC 9(9).
           77  LSDireccion      PIC X.
           77  LSTelefono       PIC X.
           77  LSEmail          PIC X.
           77  existePerfil     PIC 9.

       Procedure Division using  LSidentificacion
                                 LSDireccion
                                 LSTelefono
                                 LSEmail
                                 returning existePerfil.

          MOVE 0     TO existePerfil
          MOVE SPACE TO LSDireccion
          MOVE SPACE TO LSTelefono
          MOVE SPACE TO LSEmail
          OPEN INPUT CustomerPerfil
            MOVE LSidentificacion TO PerfilIdentificacion
            READ CustomerPerfil
              KEY IS PerfilIdentificacion
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF DireccionDevuelta THEN
                   MOVE "S" TO LSDireccion
                END-IF
                IF TelefonoDevuelto THEN
                   MOVE "S" TO LSTelefono
                END-IF
                IF EmailDevuelto THEN
                   MOVE "S" TO LSEmail
                END-IF
                MOVE 1 TO existePerfil
            END-READ
          CLOSE CustomerPerfil.

       End Method GetContactoDevuelto.
      *>----------------------------------------------

       Method-ID. RehabilitarContacto.
      *>----------------------------------------------
      *QUITA LA MARCA DE DEVUELTO DE UN DATO QUE EL CLIENTE DEMOSTRO
      *CORRECTO SIN CAMBIARLO. TIPO: D, T, E O * (TODOS)
       Data Division.
        Linkage Section.
           77  LSidentificacion PIC 9(9).
           77  LSTipo           PIC X.
           77  RehabilitaOk     PIC 9.

       Procedure Division using  LSidentificacion
                                 LSTipo
                                 returning RehabilitaOk.

          MOVE 0 TO RehabilitaOk
          OPEN I-O CustomerPerfil
            MOVE LSidentificacion TO PerfilIdentificacion
            READ CustomerPerfil
              KEY IS PerfilIdentificacion
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF LSTipo = "D" OR LSTipo = "*" THEN
                   MOVE SPACE TO PerfilDireccionDevuelta
                END-IF
                IF LSTipo = "T" OR LSTipo = "*" THEN
                   MOVE SPACE TO PerfilTelefonoDevuelto
                END-IF
                IF LSTipo = "E" OR LSTipo = "*" THEN
                   MOVE SPACE TO PerfilEmailDevuelto
                END-IF
                REWRITE customer-perfil-file
                END-REWRITE
                MOVE 1 TO RehabilitaOk
            END-READ
          CLOSE CustomerPerfil.

       End Method RehabilitarContacto.
      *>----------------------------------------------


       end object.

       end class customer.
