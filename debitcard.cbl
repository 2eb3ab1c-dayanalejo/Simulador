           consecutivo  is class "consecutivo"
           parametro    is class "parametro"
           incidente    is class "incidente"
           enfriamiento is class "enfriamiento"
           reporte      is class "reporte"
           fechaproceso is class "fechaproceso".

       working-storage section.
           SELECT debitcard ASSIGN TO "debitcard.dat"
           organization is indexed
           access is dynamic
           record key is Numero.

      *ORDENES DE EMBOZADO PARA EL BURO DE TARJETAS, UNA LINEA POR
      *TARJETA DE REEMPLAZO GENERADA POR LA CORRIDA DE RENOVACION
       DATA DIVISION.
       FILE SECTION.
       FD debitcard.
      *LA LLAVE ES EL NUMERO COMPLETO DE LA TARJETA: LA BASE DE
      *TARJETAS NO TIENE TOPE Y CADA OPERACION LLEGA A SU TARJETA
      *CON UNA LECTURA DIRECTA
       01 debitcard-file.
           05  Numero     PIC X(10).
           05  IDbank     PIC 9.
           05  PIN        PIC 9(4).
      *>----------------------------------------------
       Data Division.
        Linkage Section.
           77  LSTarjeta   PIC X(10).
           77  LSPIN       PIC 9(4).

       Procedure Division using  LSTarjeta
                                 returning LSPIN.

          OPEN INPUT debitcard
            MOVE LSTarjeta TO Numero
            READ debitcard
              KEY IS Numero
              INVALID KEY
                DISPLAY "La tarjeta no existe"
                MOVE 0 TO LSPIN
      *>----------------------------------------------
       Data Division.
        Linkage Section.
           77  LSTarjeta    PIC X(10).
           77  LSPIN        PIC 9(4).
           77  SetPINOk     PIC 9.

       Procedure Division using  LSTarjeta  LSPIN
                                 returning SetPINOk.

          MOVE 0 TO SetPINOk
          OPEN I-O debitcard
            MOVE LSTarjeta TO Numero
            READ debitcard
              KEY IS Numero
              INVALID KEY
                DISPLAY "La tarjeta no existe"
              NOT INVALID KEY
      *>----------------------------------------------
       Data Division.
        Linkage Section.
           77  LSTarjeta   PIC X(10).
           77  LSNumero    PIC X(10).

       Procedure Division using  LSTarjeta
                                 returning LSNumero.

          OPEN INPUT debitcard
            MOVE LSTarjeta TO Numero
            READ debitcard
              KEY IS Numero
              INVALID KEY
                DISPLAY "La tarjeta no existe"
                MOVE SPACES TO LSNumero

       Method-ID. SetNumero.
      *>----------------------------------------------
      *EL NUMERO ES LA LLAVE DEL MAESTRO: CAMBIARLO ES DAR DE BAJA
      *EL REGISTRO Y GRABARLO DE NUEVO CON EL NUMERO NUEVO, SIN
      *TOCAR PIN, ESTADO NI VENCIMIENTO
       Data Division.
        Local-Storage Section.
           01  TarjetaCopia    PIC X(24).

        Linkage Section.
           77  LSTarjeta    PIC X(10).
           77  LSNumero     PIC X(10).
           77  SetNumeroOk  PIC 9.

       Procedure Division using  LSTarjeta  LSNumero
                                 returning SetNumeroOk.

          MOVE 0 TO SetNumeroOk
          OPEN I-O debitcard
            MOVE LSNumero TO Numero
            READ debitcard
              KEY IS Numero
              INVALID KEY
                MOVE LSTarjeta TO Numero
                READ debitcard
                  KEY IS Numero
                  INVALID KEY
                    DISPLAY "La tarjeta no existe"
                  NOT INVALID KEY
                    MOVE debitcard-file TO TarjetaCopia
                    DELETE debitcard RECORD
                    END-DELETE
                    MOVE TarjetaCopia TO debitcard-file
                    MOVE LSNumero TO Numero
                    WRITE debitcard-file
                    END-WRITE
                    MOVE 1 TO SetNumeroOk
                END-READ
              NOT INVALID KEY
                DISPLAY "Ya existe una tarjeta con ese numero"
            END-READ
            CLOSE debitcard.


       Method-ID. BuscarTarjeta.
      *>----------------------------------------------
      *LECTURA DIRECTA POR EL NUMERO; DEVUELVE LA LLAVE CON QUE EL
      *QUE LLAMA OPERA LA TARJETA EN LOS DEMAS METODOS
       Data Division.
        Linkage Section.
           77  LSNumero        PIC X(10).
           77  LSTarjeta       PIC X(10).
           77  existeTarjeta   PIC 9.

       Procedure Division using  LSNumero
                                 LSTarjeta
                                 returning existeTarjeta.

             MOVE 0      TO existeTarjeta
             MOVE SPACES TO LSTarjeta
             OPEN INPUT debitcard
             MOVE LSNumero TO Numero
             READ debitcard
               KEY IS Numero
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE Numero TO LSTarjeta
                 MOVE 1      TO existeTarjeta
             END-READ
             CLOSE debitcard.

       End Method BuscarTarjeta.
      *>----------------------------------------------

      *>----------------------------------------------
       Data Division.
        Linkage Section.
           77  LSTarjeta   PIC X(10).
           77  LSEstado    PIC 9.

       Procedure Division using  LSTarjeta
                                 returning LSEstado.

          OPEN INPUT debitcard
            MOVE LSTarjeta TO Numero
            READ debitcard
              KEY IS Numero
              INVALID KEY
                DISPLAY "La tarjeta no existe"
                MOVE 1 TO LSEstado
      *>----------------------------------------------
       Data Division.
        Linkage Section.
           77  LSTarjeta   PIC X(10).
           77  LSIDbank    PIC 9.

       Procedure Division using  LSTarjeta
                                 returning LSIDbank.

          OPEN INPUT debitcard
            MOVE LSTarjeta TO Numero
            READ debitcard
              KEY IS Numero
              INVALID KEY
                DISPLAY "La tarjeta no existe"
                MOVE 0 TO LSIDbank
           01  obj-incidente object reference.

        Linkage Section.
           77  LSTarjeta     PIC X(10).
           77  LSEstado      PIC 9.
           77  SetEstadoOk   PIC 9.

       Procedure Division using  LSTarjeta  LSEstado
                                 returning SetEstadoOk.

          MOVE 0 TO SetEstadoOk
          OPEN I-O debitcard
            MOVE LSTarjeta TO Numero
            READ debitcard
              KEY IS Numero
              INVALID KEY
                DISPLAY "La tarjeta no existe"
              NOT INVALID KEY
           01  obj-fechaproceso  object reference.

        Linkage Section.
           77  LSTarjeta   PIC X(10).
           77  LSPIN       PIC 9(4).
           77  PINOk       PIC 9.

       Procedure Division using  LSTarjeta  LSPIN
                                 returning PINOk.

          MOVE 0 TO PINOk
                                    returning ValorParametro
          MOVE ValorParametro TO MaxIntentosPIN
          OPEN I-O debitcard
            MOVE LSTarjeta TO Numero
            READ debitcard
              KEY IS Numero
              INVALID KEY
                DISPLAY "La tarjeta no existe"
              NOT INVALID KEY
           77  PINHashCalculado  PIC 9(4).

        Linkage Section.
           77  LSTarjeta   PIC X(10).
           77  LSPIN       PIC 9(4).
           77  PINOk       PIC 9.

       Procedure Division using  LSTarjeta  LSPIN
                                 returning PINOk.

          MOVE 0 TO PINOk
          INVOKE "HashPIN" using LSPIN returning PINHashCalculado
          OPEN INPUT debitcard
            MOVE LSTarjeta TO Numero
            READ debitcard
              KEY IS Numero
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
      *>----------------------------------------------
      *EL PIN INICIAL YA NO LO DICTA EL CLIENTE NI LO VE EL
      *OPERADOR: LO GENERA EL SISTEMA, SE ENTREGA EN SOBRE SELLADO
      *Y DEBE CAMBIARSE EN EL PRIMER USO. EL NUMERO ES LA LLAVE:
      *UN NUMERO YA EMITIDO NO SE GRABA Y DEVUELVE 0
       Data Division.
        Local-Storage Section.
           77  Semilla     PIC 9(8).
           77  Temp        PIC 9(12).
           77  Cociente    PIC 9(8).
           77  Residuo     PIC 9(8).
           01  NumeroSemilla.
               02  FILLER      PIC X(2).
               02  NSCuerpo    PIC 9(8).
           01  FechaAlta.
               02  FAAnio    PIC 9(4).
               02  FAMes     PIC 99.
           01  obj-fechaproceso object reference.

        Linkage Section.
           77  GuardarOk   PIC 9.
           77  LSNumero    PIC X(15).
           77  LSPinGenerado PIC 9(4).
           77  LSIDbank    PIC 9.

       Procedure Division using  LSNumero  LSIDbank  LSPinGenerado
                                 returning GuardarOk.

             MOVE 0 TO GuardarOk

      *PIN INICIAL ALEATORIO A PARTIR DE LA HORA DEL RELOJ Y DE LOS
      *ULTIMOS DIGITOS DEL NUMERO
             MOVE 0 TO NSCuerpo
             MOVE LSNumero(1:10) TO NumeroSemilla
             IF NSCuerpo NOT NUMERIC THEN
                MOVE 0 TO NSCuerpo
             END-IF
             ACCEPT Semilla FROM TIME
             COMPUTE Temp = (Semilla * 7919) + 104729 + NSCuerpo
             DIVIDE Temp BY 10000 GIVING Cociente REMAINDER Residuo
             MOVE Residuo TO LSPinGenerado

                                       returning FechaAlta

             Open I-O debitcard
             MOVE LSNumero    TO Numero
             INVOKE "HashPIN" using LSPinGenerado returning PIN
             MOVE LSIDbank    TO IDbank
             MOVE FAMes       TO VenceMes
             COMPUTE VenceAnio = FAAnio + 4
             WRITE   debitcard-file
               INVALID KEY
                 DISPLAY "Ya existe una tarjeta con el numero "
                         LSNumero
                 MOVE 0 TO LSPinGenerado
               NOT INVALID KEY
                 MOVE 1 TO GuardarOk
             END-WRITE .
             CLOSE debitcard.

       End Method GuardarTarjeta.
      *>----------------------------------------------

      *CON SU SOBRE DE PIN, CONSERVA EL VINCULO CON LA CUENTA
      *(PRINCIPAL O ADICIONAL), ESCRIBE LA ORDEN DE EMBOZADO PARA
      *EL BURO Y AVISA AL TITULAR. LA TARJETA VIEJA SIGUE ACTIVA
      *HASTA SU VENCIMIENTO. LAS CANDIDATAS SE TOMAN DE UNA EN UNA
      *EN ORDEN DE NUMERO, SIN TOPE: CADA VUELTA RETOMA EL MAESTRO
      *DESPUES DE LA ULTIMA TARJETA REVISADA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MesesLimite     PIC 9(6).
           77  MesesVence      PIC 9(6).
      *UNA TARJETA RECIEN EMITIDA VENCE EN MesesEmision: NO VUELVE
      *A SER CANDIDATA EN LA MISMA CORRIDA AUNQUE LA VENTANA SEA
      *LARGA
           77  MesesEmision    PIC 9(6).
           77  UltimaRevisada  PIC X(10) VALUE LOW-VALUES.
           77  HayCandidata    PIC X VALUE "S".
               88  NoHayCandidata VALUE "N".
      *RenovacionPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  RenovacionPend  PIC X VALUE "N".
           77  CandNumero      PIC X(10).
           77  CandBank        PIC 9.
           77  NombreSec       PIC X(12) VALUE "TARJNUM".
           77  NumeroAsignado  PIC 9(9).
           77  MaxSembrar      PIC 9(9) VALUE 0.
               02  NNPrefijo   PIC XX VALUE "40".
               02  NNCuerpo    PIC 9(8).
           77  PinGenerado     PIC 9(4).
           77  NuevaGuardada   PIC 9.
           77  CuentaTarjeta   PIC X(9).
           77  IdCustomerTarj  PIC 9(9).
           77  TarjetaPrincipal PIC X(15).
           77  SetIdOk         PIC 9.
           77  ReemplazoOk     PIC 9.
           77  ReferenciaNotif PIC X(15).
           77  ClienteEnfriado PIC 9.
      *EL LISTADO DE LA CORRIDA Y LAS ORDENES DE EMBOZADO SALEN
      *CADA UNO CON SU REGLA DE ENMASCARADO
           77  SalidaRenovacion PIC X(30) VALUE "renovacion_tarjetas".
           77  SalidaEmbozado  PIC X(30) VALUE "embozado.txt".
           77  DatoClaro       PIC X(20).
           77  CandMascara     PIC X(20).
           77  NuevoMascara    PIC X(20).
           77  EmbozadoDato    PIC X(20).
           01  VenceNuevo.
               02  VNAnio      PIC 9(4).
               02  VNMes       PIC 99.
           01  obj-tarjetacuenta object reference.
           01  obj-notificacion  object reference.
           01  obj-fechaproceso  object reference.
           01  obj-enfriamiento  object reference.
           01  obj-listado       object reference.
           01  obj-embozado      object reference.

        Linkage Section.
           77  LSMesesVentana  PIC 9(2).
                                       returning FechaHoyRen
             COMPUTE MesesLimite = (FRAnio * 12) + FRMes
                                 + LSMesesVentana
             COMPUTE MesesEmision = ((FRAnio + 4) * 12) + FRMes

             INVOKE consecutivo "New"
                     RETURNING obj-consecutivo
                     RETURNING obj-tarjetacuenta
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE enfriamiento "New"
                     RETURNING obj-enfriamiento
             INVOKE reporte "New"
                     RETURNING obj-listado
             INVOKE obj-listado "CargarMascara" using SalidaRenovacion
             INVOKE reporte "New"
                     RETURNING obj-embozado
             INVOKE obj-embozado "CargarMascara" using SalidaEmbozado

             MOVE LOW-VALUES TO UltimaRevisada
             MOVE "S" TO HayCandidata
             MOVE "S" TO RenovacionPend
             PERFORM RenovarSiguienteCandidata UNTIL NoHayCandidata
             MOVE "N" TO RenovacionPend.

      *UNA VUELTA: BUSCAR LA SIGUIENTE CANDIDATA (EL ARCHIVO SE
      *CIERRA ANTES DE EMITIR EL REEMPLAZO) Y RENOVARLA
       RenovarSiguienteCandidata.
           IF RenovacionPend = "S" THEN
               MOVE SPACES TO CandNumero
               MOVE "S" TO HayMas
               OPEN INPUT debitcard
               MOVE UltimaRevisada TO Numero
               START debitcard KEY IS > Numero
                 INVALID KEY
                   MOVE "N" TO HayMas
               END-START
               PERFORM RecogerCandidataSiguiente UNTIL NoHayMas
               CLOSE debitcard
               IF CandNumero = SPACES THEN
                  MOVE "N" TO HayCandidata
               ELSE
                  MOVE CandNumero TO UltimaRevisada
                  PERFORM RenovarCandidata
               END-IF
           END-IF.

       RecogerCandidataSiguiente.
           IF RenovacionPend = "S" THEN
               READ debitcard NEXT RECORD
                 AT END
                   MOVE "N" TO HayMas
                 NOT AT END
                   IF TarjetaActiva THEN
                      COMPUTE MesesVence = (VenceAnio * 12)
                                         + VenceMes
                      IF VenceAnio = 0
                         OR (MesesVence NOT > MesesLimite
                             AND MesesVence < MesesEmision) THEN
                         MOVE Numero TO CandNumero
                         MOVE IDbank TO CandBank
                         MOVE "N" TO HayMas
                      END-IF
                   END-IF
               END-READ
           END-IF.

       RenovarCandidata.
           IF RenovacionPend = "S" THEN
      *TITULAR EN ENFRIAMIENTO POR CAMBIO DE DATOS DE CONTACTO: LA
      *RENOVACION SE RETIENE Y LA TARJETA VIEJA SIGUE ACTIVA; LA
      *TOMA LA PROXIMA CORRIDA
               INVOKE obj-accounts "GetCuentaPorTarjeta" using
                                            CandNumero
                                            CuentaTarjeta
                                  returning IdCustomerTarj
               MOVE 0 TO ClienteEnfriado
               IF IdCustomerTarj NOT = 0 THEN
                  INVOKE obj-enfriamiento "EnEnfriamiento"
                                       using IdCustomerTarj
                                       returning ClienteEnfriado
               END-IF
               MOVE CandNumero TO DatoClaro
               INVOKE obj-listado "EnmascararDato" using DatoClaro
                                            returning CandMascara
               IF ClienteEnfriado = 1 THEN
                  DISPLAY "RETENIDA tarjeta " CandMascara(1:10)
                          ", titular en periodo de enfriamiento"
               ELSE
      *NUMERO NUEVO DEL CONTADOR CENTRAL
                  INVOKE obj-consecutivo "TomarSiguiente"
                                       using NombreSec
                                       returning NumeroAsignado
                  IF NumeroAsignado = 0 THEN
                     INVOKE obj-consecutivo "IniciarConsecutivo"
                                          using NombreSec MaxSembrar
                     INVOKE obj-consecutivo "TomarSiguiente"
                                          using NombreSec
                                          returning NumeroAsignado
                  END-IF
                  MOVE NumeroAsignado TO NNCuerpo
                  MOVE NumeroNuevo TO DatoClaro
                  INVOKE obj-listado "EnmascararDato" using DatoClaro
                                               returning NuevoMascara

                  MOVE SPACES TO TarjetaNueva15
                  MOVE NumeroNuevo TO TarjetaNueva15(1:10)
                  INVOKE "GuardarTarjeta" using TarjetaNueva15
                                                CandBank
                                                PinGenerado
                                      returning NuevaGuardada
                  IF NuevaGuardada = 0 THEN
                     DISPLAY "NO RENOVADA tarjeta " CandMascara(1:10)
                             ", el numero " NuevoMascara(1:10)
                             " ya existe"
                  ELSE
                     PERFORM EmitirReemplazo
                  END-IF
               END-IF
           END-IF.

       EmitirReemplazo.
           IF RenovacionPend = "S" THEN

      *CONSERVAR EL VINCULO CON LA CUENTA: SI LA TARJETA ERA LA
      *PRINCIPAL SE REAPUNTA LA CUENTA, SI ERA ADICIONAL SE
      *REAPUNTA EL VINCULO
               INVOKE obj-accounts "GetCuentaPorTarjeta" using
                                            CandNumero
                                            CuentaTarjeta
                                  returning IdCustomerTarj
               IF CuentaTarjeta NOT = SPACES THEN
                  INVOKE obj-accounts "GetIdDebitcard" using
                                            CuentaTarjeta
                                  returning TarjetaPrincipal
                  IF TarjetaPrincipal(1:10) = CandNumero THEN
                     MOVE SPACES TO TarjetaNueva15
                     MOVE NumeroNuevo TO TarjetaNueva15(1:10)
                     INVOKE obj-accounts "SetIdDebitcard" using
                                               CuentaTarjeta
                                               TarjetaNueva15
                                     returning SetIdOk
                  ELSE
                     INVOKE obj-tarjetacuenta "ReemplazarVinculo"
                                       using CandNumero
                                             NumeroNuevo
                                   returning ReemplazoOk
                  END-IF
               END-IF

      *ORDEN DE EMBOZADO PARA EL BURO
               COMPUTE VNAnio = FRAnio + 4
               MOVE FRMes TO VNMes
               OPEN EXTEND Embozado
               MOVE FechaHoyRen   TO EmbzFecha
               MOVE NumeroNuevo   TO DatoClaro
               INVOKE obj-embozado "EnmascararDato" using DatoClaro
                                             returning EmbozadoDato
               MOVE EmbozadoDato  TO EmbzNumero
               MOVE CuentaTarjeta TO DatoClaro
               INVOKE obj-embozado "EnmascararDato" using DatoClaro
                                             returning EmbozadoDato
               MOVE EmbozadoDato  TO EmbzCuenta
               MOVE VenceNuevo    TO EmbzVence
               WRITE embozado-file
               END-WRITE
               CLOSE Embozado

      *AVISO AL TITULAR
               IF IdCustomerTarj NOT = 0 THEN
                  MOVE SPACES TO ReferenciaNotif
                  MOVE NumeroNuevo TO ReferenciaNotif(1:10)
                  INVOKE obj-notificacion "RegistrarNotificacion"
                                        using IdCustomerTarj
                                              ReferenciaNotif
                                              "TRV"
                                              FechaHoyRen
               END-IF

               DISPLAY "RENOVADA tarjeta " CandMascara(1:10)
                       " -> " NuevoMascara(1:10)
               ADD 1 TO TotalRenovadas
           END-IF.

       End Method RenovarTarjetasPorVencer.
      *>----------------------------------------------
