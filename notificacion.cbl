       object section.
       class-control.
           customer     is class "customer"
           reporte      is class "reporte"
           consentimiento is class "consentimiento"
           notificacion is class "notificacion".

       working-storage section.
       End Method RegistrarNotificacion.
      *>----------------------------------------------

       Method-ID. EnviarCodigo.
      *>----------------------------------------------
      *CODIGO DE VERIFICACION DE UN SOLO USO: NO PUEDE ESPERAR AL
      *TRABAJO DIARIO, ASI QUE SE ESCRIBE DE INMEDIATO EN EL
      *ARCHIVO DE SALIDA CON EL CONTACTO DEL PERFIL Y QUEDA
      *REGISTRADA COMO ENVIADA. DEVUELVE 0 SI EL CLIENTE NO TIENE
      *TELEFONO NI EMAIL EN SU PERFIL
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxNotifId    PIC 9(6) VALUE 0.
           77  TelefonoCli   PIC X(15).
           77  EmailCli      PIC X(30).
           77  existePerfil  PIC 9.
           77  SalidaNotif   PIC X(30)
                             VALUE "notificaciones_salida.txt".
           77  DatoClaro     PIC X(20).
           77  DatoMascara   PIC X(20).
           01  obj-customer  object reference.
           01  obj-reporte   object reference.
           01  SalLineaDatos.
               02  SDFecha     PIC X(8).
               02  FILLER      PIC X(9) VALUE " Cliente ".
               02  SDCliente   PIC X(9).
               02  FILLER      PIC X(5) VALUE " Tel ".
               02  SDTelefono  PIC X(15).
               02  FILLER      PIC X(7) VALUE " Email ".
               02  SDEmail     PIC X(27).
           01  SalLineaTexto.
               02  FILLER      PIC X(5) VALUE "     ".
               02  STTexto     PIC X(50).
               02  STReferencia PIC X(15).

        Linkage Section.
           77  LSIdCustomer  PIC 9(9).
           77  LSReferencia  PIC X(15).
           77  LSEvento      PIC X(3).
           77  LSFecha       PIC X(8).
           77  LSEnviado     PIC 9.

       Procedure Division using  LSIdCustomer
                                 LSReferencia
                                 LSEvento
                                 LSFecha
                                 returning LSEnviado.

             MOVE 0 TO LSEnviado
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE obj-customer "GetContactoPerfil" using
                                          LSIdCustomer
                                          TelefonoCli
                                          EmailCli
                                returning existePerfil
             IF existePerfil = 1
                AND (TelefonoCli NOT = SPACES
                     OR EmailCli NOT = SPACES) THEN
                MOVE 1 TO LSEnviado
                MOVE "S" TO HayMas
                OPEN I-O Notificaciones
                PERFORM BuscarMaxNotifIdCodigo UNTIL NoHayMas
                CLOSE Notificaciones

                OPEN I-O Notificaciones
                COMPUTE NotifId = MaxNotifId + 1
                MOVE LSFecha      TO NotifFecha
                MOVE LSIdCustomer TO NotifIdCustomer
                MOVE LSReferencia TO NotifReferencia
                MOVE LSEvento     TO NotifEvento
                MOVE 1            TO NotifEstado
                WRITE notificaciones-file
                END-WRITE
                CLOSE Notificaciones

      *LA IDENTIFICACION SALE CON LA REGLA DE ENMASCARADO; EL
      *CODIGO NO, PORQUE EL CLIENTE TIENE QUE LEERLO
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "CargarMascara" using SalidaNotif
                MOVE LSIdCustomer TO DatoClaro
                INVOKE obj-reporte "EnmascararDato" using DatoClaro
                                                returning DatoMascara
                OPEN EXTEND NotificacionesSalida
                MOVE LSFecha      TO SDFecha
                MOVE DatoMascara  TO SDCliente
                MOVE TelefonoCli  TO SDTelefono
                MOVE EmailCli     TO SDEmail
                MOVE SalLineaDatos
                  TO notificaciones-salida-linea
                WRITE notificaciones-salida-linea
                END-WRITE
                MOVE "Su codigo de verificacion (no lo comparta):"
                  TO STTexto
                MOVE LSReferencia TO STReferencia
                MOVE SalLineaTexto
                  TO notificaciones-salida-linea
                WRITE notificaciones-salida-linea
                END-WRITE
                CLOSE NotificacionesSalida
             END-IF.

       BuscarMaxNotifIdCodigo.
             IF HayMas = "S" THEN
                READ Notificaciones NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF NotifId > MaxNotifId THEN
                       MOVE NotifId TO MaxNotifId
                    END-IF
                END-READ
             END-IF.

       End Method EnviarCodigo.
      *>----------------------------------------------

       Method-ID. AvisarContactoAnterior.
      *>----------------------------------------------
      *AVISO INMEDIATO A UN CONTACTO QUE YA NO ESTA EN EL PERFIL
      *(EL TELEFONO O EMAIL ANTERIOR A UN CAMBIO): SE ESCRIBE EN EL
      *ARCHIVO DE SALIDA CON ESE CONTACTO Y QUEDA REGISTRADO COMO
      *ENVIADO, PARA QUE EL TRABAJO DIARIO NO LO MANDE AL NUEVO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxNotifId    PIC 9(6) VALUE 0.
      *AvisoPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  AvisoPend     PIC X VALUE "N".
           77  SalidaNotif   PIC X(30)
                             VALUE "notificaciones_salida.txt".
           77  DatoClaro     PIC X(20).
           77  DatoMascara   PIC X(20).
           01  obj-reporte   object reference.
           01  SalLineaDatos.
               02  SDFecha     PIC X(8).
               02  FILLER      PIC X(9) VALUE " Cliente ".
               02  SDCliente   PIC X(9).
               02  FILLER      PIC X(5) VALUE " Tel ".
               02  SDTelefono  PIC X(15).
               02  FILLER      PIC X(7) VALUE " Email ".
               02  SDEmail     PIC X(27).
           01  SalLineaTexto.
               02  FILLER      PIC X(5) VALUE "     ".
               02  STTexto     PIC X(50).
               02  STReferencia PIC X(15).

        Linkage Section.
           77  LSIdCustomer  PIC 9(9).
           77  LSTelefono    PIC X(15).
           77  LSEmail       PIC X(30).
           77  LSReferencia  PIC X(15).
           77  LSEvento      PIC X(3).
           77  LSFecha       PIC X(8).
           77  LSEnviado     PIC 9.

       Procedure Division using  LSIdCustomer
                                 LSTelefono
                                 LSEmail
                                 LSReferencia
                                 LSEvento
                                 LSFecha
                                 returning LSEnviado.

             MOVE 1 TO LSEnviado
             MOVE "S" TO AvisoPend
             MOVE "S" TO HayMas
             OPEN I-O Notificaciones
             PERFORM BuscarMaxNotifIdAviso UNTIL NoHayMas
             CLOSE Notificaciones

             OPEN I-O Notificaciones
             COMPUTE NotifId = MaxNotifId + 1
             MOVE LSFecha      TO NotifFecha
             MOVE LSIdCustomer TO NotifIdCustomer
             MOVE LSReferencia TO NotifReferencia
             MOVE LSEvento     TO NotifEvento
             MOVE 1            TO NotifEstado
             WRITE notificaciones-file
             END-WRITE
             CLOSE Notificaciones

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "CargarMascara" using SalidaNotif
             MOVE LSIdCustomer TO DatoClaro
             INVOKE obj-reporte "EnmascararDato" using DatoClaro
                                             returning DatoMascara
             OPEN EXTEND NotificacionesSalida
             MOVE LSFecha      TO SDFecha
             MOVE DatoMascara  TO SDCliente
             MOVE LSTelefono   TO SDTelefono
             MOVE LSEmail      TO SDEmail
             MOVE SalLineaDatos
               TO notificaciones-salida-linea
             WRITE notificaciones-salida-linea
             END-WRITE
             EVALUATE LSEvento
               WHEN "CDC"
                 MOVE "Se modificaron sus datos de contacto; si no"
                   TO STTexto
                 PERFORM EnmascararReferenciaAviso
                 MOVE SalLineaTexto
                   TO notificaciones-salida-linea
                 WRITE notificaciones-salida-linea
                 END-WRITE
                 MOVE "fue usted, comuniquese con el banco"
                   TO STTexto
                 MOVE SPACES TO STReferencia
               WHEN OTHER
                 MOVE "Novedad en sus productos" TO STTexto
                 PERFORM EnmascararReferenciaAviso
             END-EVALUATE
             MOVE SalLineaTexto
               TO notificaciones-salida-linea
             WRITE notificaciones-salida-linea
             END-WRITE
             CLOSE NotificacionesSalida
             MOVE "N" TO AvisoPend.

      *LA REFERENCIA SE ENMASCARA CUANDO ES UNA CUENTA O UNA
      *TARJETA (NUEVE O DIEZ DIGITOS); LAS DEMAS SALEN COMO ESTAN
       EnmascararReferenciaAviso.
             IF AvisoPend = "S" THEN
                IF LSReferencia(1:9) IS NUMERIC
                   AND LSReferencia(11:5) = SPACES THEN
                   MOVE LSReferencia TO DatoClaro
                   INVOKE obj-reporte "EnmascararDato"
                                      using DatoClaro
                                  returning DatoMascara
                   MOVE DatoMascara TO STReferencia
                ELSE
                   MOVE LSReferencia TO STReferencia
                END-IF
             END-IF.

       BuscarMaxNotifIdAviso.
             IF HayMas = "S" THEN
                READ Notificaciones NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF NotifId > MaxNotifId THEN
                       MOVE NotifId TO MaxNotifId
                    END-IF
                END-READ
             END-IF.

       End Method AvisarContactoAnterior.
      *>----------------------------------------------

       Method-ID. GenerarNotificaciones.
      *>----------------------------------------------
      *TRABAJO DIARIO DE SALIDA: TOMA LAS NOTIFICACIONES PENDIENTES,
      *LES AGREGA LOS DATOS DE CONTACTO DEL PERFIL DEL CLIENTE,
      *ESCRIBE LA CARTA/MENSAJE EN EL ARCHIVO DE SALIDA Y LAS MARCA
      *COMO ENVIADAS. EL TELEFONO SOLO SALE SI EL CLIENTE AUTORIZO
      *LOS AVISOS POR MENSAJE DE TEXTO (SMS) Y EL CORREO SOLO SI
      *AUTORIZO LOS AVISOS POR CORREO (EML); SIN NINGUNO DE LOS DOS
      *EL AVISO QUEDA PARA LA CORRESPONDENCIA A SU DIRECCION. UN
      *DATO DE CONTACTO DEVUELTO NO SE USA; SI NO QUEDA NINGUNO, EL
      *AVISO SE RETIENE PARA QUE EL CLIENTE LO RECOJA EN LA SUCURSAL
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
           77  TelefonoCli   PIC X(15).
           77  EmailCli      PIC X(30).
           77  existePerfil  PIC 9.
           77  SalidaNotif   PIC X(30)
                             VALUE "notificaciones_salida.txt".
           77  DatoClaro     PIC X(20).
           77  DatoMascara   PIC X(20).
           77  FinalidadSMS  PIC X(3) VALUE "SMS".
           77  FinalidadEML  PIC X(3) VALUE "EML".
           77  AutorizaSMS   PIC 9.
           77  AutorizaEML   PIC 9.
           77  DirDevuelta   PIC X.
           77  TelDevuelto   PIC X.
           77  EmailDevuelto PIC X.
           77  existeDevol   PIC 9.
           77  TotalSucursal PIC 9(4) VALUE 0.
           01  obj-customer  object reference.
           01  obj-reporte   object reference.
           01  obj-consentimiento object reference.
           01  SalLineaDatos.
               02  SDFecha     PIC X(8).
               02  FILLER      PIC X(9) VALUE " Cliente ".
               02  SDCliente   PIC X(9).
               02  FILLER      PIC X(5) VALUE " Tel ".
               02  SDTelefono  PIC X(15).
               02  FILLER      PIC X(7) VALUE " Email ".
             MOVE 0 TO TotalEnviadas
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "CargarMascara" using SalidaNotif
             INVOKE consentimiento "New"
                     RETURNING obj-consentimiento
             OPEN EXTEND NotificacionesSalida
             MOVE "S" TO HayMas
             OPEN I-O Notificaciones
             PERFORM EnviarNotificacionSiguiente UNTIL NoHayMas
             CLOSE Notificaciones
             CLOSE NotificacionesSalida
             IF TotalSucursal > 0 THEN
                DISPLAY "Avisos retenidos para la sucursal: "
                        TotalSucursal
             END-IF.

       EnviarNotificacionSiguiente.
             READ Notificaciones NEXT RECORD
                                                 TelefonoCli
                                                 EmailCli
                                       returning existePerfil
                    INVOKE obj-consentimiento "TieneConsentimiento"
                                         using NotifIdCustomer
                                               FinalidadSMS
                                     returning AutorizaSMS
                    INVOKE obj-consentimiento "TieneConsentimiento"
                                         using NotifIdCustomer
                                               FinalidadEML
                                     returning AutorizaEML
                    INVOKE obj-customer "GetContactoDevuelto" using
                                                 NotifIdCustomer
                                                 DirDevuelta
                                                 TelDevuelto
                                                 EmailDevuelto
                                       returning existeDevol
                    IF TelDevuelto = "S" THEN
                       MOVE 0 TO AutorizaSMS
                    END-IF
                    IF EmailDevuelto = "S" THEN
                       MOVE 0 TO AutorizaEML
                    END-IF
                    MOVE NotifIdCustomer TO DatoClaro
                    INVOKE obj-reporte "EnmascararDato" using DatoClaro
                                                returning DatoMascara
                    MOVE NotifFecha      TO SDFecha
                    MOVE DatoMascara     TO SDCliente
                    IF AutorizaSMS = 1 THEN
                       MOVE TelefonoCli  TO SDTelefono
                    ELSE
                       MOVE SPACES       TO SDTelefono
                    END-IF
                    IF AutorizaEML = 1 THEN
                       MOVE EmailCli     TO SDEmail
                    ELSE
                       MOVE SPACES       TO SDEmail
                    END-IF
                    IF AutorizaSMS = 0 AND AutorizaEML = 0 THEN
                       IF DirDevuelta = "S" THEN
                          MOVE "SUCURSAL"         TO SDTelefono
                          MOVE "CONTACTO DEVUELTO: RETENER"
                            TO SDEmail
                          ADD 1 TO TotalSucursal
                       ELSE
                          MOVE "CORRESPONDENCIA"  TO SDTelefono
                          MOVE "SIN CANAL AUTORIZADO" TO SDEmail
                       END-IF
                    END-IF
                    MOVE SalLineaDatos
                      TO notificaciones-salida-linea
                    WRITE notificaciones-salida-linea
                      WHEN "INA"
                        MOVE "Su cuenta fue marcada como inactiva"
                          TO STTexto
                      WHEN "ICT"
                        MOVE "Su saldo inactivo fue trasladado a ICETEX"
                          TO STTexto
                      WHEN "ICR"
                        MOVE "Su saldo reclamado a ICETEX fue abonado"
                          TO STTexto
                      WHEN "GIR"
                        MOVE "Recibio un giro del exterior en su cuenta"
                          TO STTexto
                      WHEN "CHQ"
                        MOVE "Su chequera esta lista en su sucursal"
                          TO STTexto
                      WHEN "PRV"
                        MOVE "Se proceso su lote de pagos a proveedores"
                          TO STTexto
                      WHEN "SUC"
                        MOVE "Su cuenta paso a otra sucursal del banco"
                          TO STTexto
                      WHEN "TRV"
                        MOVE "Su tarjeta renovada esta en camino"
                          TO STTexto
                      WHEN "RCF"
                        MOVE "Su reclamo fue resuelto a su favor"
                          TO STTexto
                      WHEN "OCR"
                        MOVE "Su operacion del cierre fue rechazada"
                          TO STTexto
                      WHEN "ACD"
                        MOVE "Su pago a otro banco fue devuelto"
                          TO STTexto
                      WHEN "CDV"
                        MOVE "Un cheque que usted deposito fue devuelto"
                          TO STTexto
                      WHEN "RTV"
                        MOVE "Su prestamo se reajusto; cuota y numero:"
                          TO STTexto
                      WHEN "CDC"
                        MOVE "Se modificaron sus datos de contacto:"
                          TO STTexto
                      WHEN "KYV"
                        MOVE "Sus datos vencen pronto; actualicelos"
                          TO STTexto
                      WHEN "KYA"
                        MOVE "Sus datos estan vencidos; actualicelos"
                          TO STTexto
                      WHEN "KYP"
                        MOVE "Datos vencidos: no puede abrir productos"
                          TO STTexto
                      WHEN "KYD"
                        MOVE "Datos vencidos: cuentas sin debitos"
                          TO STTexto
                      WHEN "CJB"
                        MOVE "Canon de cajilla impago: acceso bloqueado"
                          TO STTexto
                      WHEN "CJP"
                        MOVE "Su cajilla fue abierta por perforacion"
                          TO STTexto
                      WHEN OTHER
                        MOVE "Novedad en sus productos"
                          TO STTexto
                    END-EVALUATE
      *LA REFERENCIA SE ENMASCARA CUANDO ES UNA CUENTA O UNA
      *TARJETA (NUEVE O DIEZ DIGITOS); LAS DEMAS (CUOTAS, LOTES)
      *SALEN COMO ESTAN
                    IF NotifReferencia(1:9) IS NUMERIC
                       AND NotifReferencia(11:5) = SPACES THEN
                       MOVE NotifReferencia TO DatoClaro
                       INVOKE obj-reporte "EnmascararDato"
                                          using DatoClaro
                                      returning DatoMascara
                       MOVE DatoMascara TO STReferencia
                    ELSE
                       MOVE NotifReferencia TO STReferencia
                    END-IF
                    MOVE SalLineaTexto
                      TO notificaciones-salida-linea
                    WRITE notificaciones-salida-linea
