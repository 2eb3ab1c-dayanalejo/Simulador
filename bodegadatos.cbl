      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. BodegaDatos as "bodegadatos"
                 inherits from base.

       object section.
       class-control.
           bodegadatos     is class "bodegadatos".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LLAVES QUE LA BODEGA DE DATOS YA CONOCE: DECIDE SI UNA
      *IMAGEN DEL JOURNAL ES UN ALTA (I) O UNA ACTUALIZACION (U)
           SELECT BodClaves ASSIGN TO "bodega_claves.dat"
           organization is indexed
           access is dynamic
           record key is BCLClave.

      *CAMBIOS NETOS DE CADA DIA, YA CLASIFICADOS. NO SE RENUEVA
      *CON EL RESPALDO COMO EL JOURNAL: DE AQUI SE REGENERA EL
      *EXTRACTO DE CUALQUIER DIA ANTERIOR
           SELECT BodHistorial ASSIGN TO "bodega_historial.dat"
           organization is indexed
           access is dynamic
           record key is BHClave.

      *UN REGISTRO POR EXTRACTO ENTREGADO, CON SU SECUENCIA Y SUS
      *TOTALES DE CONTROL
           SELECT BodControl ASSIGN TO "bodega_control.dat"
           organization is indexed
           access is dynamic
           record key is BCTFecha.

           SELECT BodExtracto ASSIGN TO DYNAMIC NombreExtracto
           organization is line sequential.

      *ARCHIVO DE CONTROL PARA LA CARGA DE LA BODEGA: TODOS LOS
      *EXTRACTOS ENTREGADOS EN ORDEN DE SECUENCIA
           SELECT BodControlTxt ASSIGN TO "bodega_control.txt"
           organization is line sequential.

      *LOS ARCHIVOS SE LEEN AQUI SOLO EN CONSULTA, CON EL MISMO
      *TRAZADO QUE DEFINE SU CLASE DUENA
           SELECT BodJournal ASSIGN TO "journal_cambios.dat"
           organization is line sequential.

           SELECT BodCustomer ASSIGN TO "customer.dat"
           organization is indexed
           access is dynamic
           record key is BCUIdentificacion.

           SELECT BodAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is BACNumaccounts.

           SELECT BodTransacciones ASSIGN TO "transacition.dat"
           organization is indexed
           access is dynamic
           record key is BTRIdt
           alternate record key is BTRNumaccounts with duplicates
           alternate record key is BTRFecha with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD BodClaves.
       01 bodega-claves-file.
           05  BCLClave.
      *ENTIDAD: 1=CLIENTE, 2=CUENTA, 3=MOVIMIENTO
               10  BCLEntidad      PIC X.
               10  BCLLlave        PIC X(21).
           05  BCLFechaAlta    PIC X(8).

       FD BodHistorial.
       01 bodega-historial-file.
           05  BHClave.
               10  BHFecha         PIC X(8).
      *EL ORDEN DE LAS ENTIDADES ES EL DE CARGA EN LA BODEGA:
      *CLIENTES, LUEGO CUENTAS, LUEGO MOVIMIENTOS
               10  BHEntidad       PIC X.
                   88  BHCliente     VALUE "1".
                   88  BHCuenta      VALUE "2".
                   88  BHMovimiento  VALUE "3".
      *CLIENTE Y CUENTA: SU NUMERO. MOVIMIENTO: IDT, FECHA Y HORA,
      *PORQUE EL IDT SE VUELVE A USAR DESPUES DEL ARCHIVO HISTORICO
               10  BHLlave         PIC X(21).
           05  BHOperacion     PIC X.
               88  BHInserta     VALUE "I".
               88  BHActualiza   VALUE "U".
               88  BHBorra       VALUE "D".
      *ULTIMA IMAGEN DEL DIA; EN LOS BORRADOS, COMO ESTABA
           05  BHImagen        PIC X(120).
           05  BHImagenCliente REDEFINES BHImagen.
               10  BHCId           PIC 9(9).
               10  BHCNombre       PIC X(15).
               10  BHCDireccion    PIC X(20).
               10  BHCTipoPersona  PIC X.
               10  BHCRazonSocial  PIC X(30).
               10  BHCRepresentante PIC 9(9).
               10  FILLER          PIC X(36).
           05  BHImagenCuenta REDEFINES BHImagen.
               10  BHANumero       PIC 9(9).
               10  BHASaldo        PIC S9(10)V99.
               10  BHATitular      PIC 9(9).
               10  BHATitular2     PIC 9(9).
               10  BHATarjeta      PIC X(15).
               10  BHATipo         PIC 9.
               10  BHASobregiro    PIC 9(10)V99.
               10  BHAMinimo       PIC 9(10)V99.
               10  BHAVencimiento  PIC X(8).
               10  BHAEstado       PIC 9.
               10  BHAMoneda       PIC X(3).
               10  BHASucursal     PIC 9(2).
               10  BHAMancomunada  PIC X.
               10  BHAUmbral       PIC 9(10)V99.
               10  BHAProducto     PIC X(4).
               10  FILLER          PIC X(10).
           05  BHImagenMovimiento REDEFINES BHImagen.
               10  BHMId           PIC 9(9).
               10  BHMFecha        PIC X(8).
               10  BHMHora         PIC X(4).
               10  BHMTipo         PIC 9.
               10  BHMCuenta       PIC X(9).
               10  BHMValor        PIC 9(10)V99.
               10  BHMAnulada      PIC X.
               10  BHMConcepto     PIC X(20).
               10  FILLER          PIC X(56).

       FD BodControl.
       01 bodega-control-file.
           05  BCTFecha          PIC X(8).
           05  BCTSecuencia      PIC 9(6).
           05  BCTFechaAnterior  PIC X(8).
           05  BCTArchivo        PIC X(30).
           05  BCTRegistros      PIC 9(7).
           05  BCTInsertados     PIC 9(7).
           05  BCTActualizados   PIC 9(7).
           05  BCTBorrados       PIC 9(7).
           05  BCTHashClientes   PIC 9(15).
           05  BCTHashCuentas    PIC 9(15).
           05  BCTHashMovimientos PIC 9(13)V99.
           05  BCTGeneraciones   PIC 9(3).
           05  BCTFechaUltGen    PIC X(8).

       FD BodExtracto.
       01 bodega-extracto-linea PIC X(200).

       FD BodControlTxt.
       01 bodega-control-linea  PIC X(150).

       FD BodJournal.
       01 bod-journal-file.
           05  JrnFecha        PIC X(8).
           05  JrnHora         PIC X(4).
           05  JrnArchivo      PIC X.
           05  JrnImagen       PIC X(120).

      *DE LOS MAESTROS SOLO SE USA LA LLAVE, PARA LA CARGA INICIAL
      *DEL REGISTRO DE LLAVES
       FD BodCustomer.
       01 bod-customer-file.
           05  BCUIdentificacion PIC 9(9).
           05  FILLER            PIC X(75).

       FD BodAccounts.
       01 bod-accounts-file.
           05  BACNumaccounts  PIC X(9).
           05  FILLER          PIC X(101).

       FD BodTransacciones.
       01 bod-transacciones-file.
           05  BTRLlaveBodega.
               10  BTRIdt          PIC 9(9).
               10  BTRFecha        PIC X(8).
               10  BTRHora         PIC X(4).
           05  BTRTipo         PIC 9.
           05  BTRNumaccounts  PIC X(9).
           05  FILLER          PIC X(33).

       object-storage section.
       77  NombreExtracto   PIC X(30).

       Method-ID. GenerarExtracto.
      *>----------------------------------------------
      *EXTRACTO DE CAMBIOS DE UN DIA PARA LA BODEGA DE DATOS.
      *MODO "N" (NOCTURNO): CLASIFICA LAS IMAGENES DEL JOURNAL DE
      *LA FECHA EN ALTAS, ACTUALIZACIONES Y BORRADOS NETOS POR
      *LLAVE, LAS GUARDA EN EL HISTORIAL Y ESCRIBE EL EXTRACTO CON
      *LA SIGUIENTE SECUENCIA. MODO "R": REESCRIBE EL EXTRACTO DE
      *UNA FECHA YA ENTREGADA DESDE EL HISTORIAL Y LO COMPARA CON
      *LOS TOTALES DE CONTROL ORIGINALES. EN AMBOS CASOS RENUEVA
      *EL ARCHIVO DE CONTROL PARA LA CARGA DE LA BODEGA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *ExtractoPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  ExtractoPend    PIC X VALUE "N".
           77  ExisteControl   PIC X VALUE "N".
           77  ExisteHistorial PIC X VALUE "N".
           77  ExisteClave     PIC X VALUE "N".
           77  EsBaja          PIC X VALUE "N".
           77  EntidadJournal  PIC X.
           77  LlaveJournal    PIC X(21).
           77  UltimaFecha     PIC X(8).
           77  UltimaSecuencia PIC 9(6).
           77  SecuenciaDia    PIC 9(6).
           77  AnteriorDia     PIC X(8).
           77  CantInsertados  PIC 9(7).
           77  CantActualizados PIC 9(7).
           77  CantBorrados    PIC 9(7).
           77  CantClientes    PIC 9(7).
           77  CantCuentas     PIC 9(7).
           77  CantMovimientos PIC 9(7).
           77  HashClientes    PIC 9(15).
           77  HashCuentas     PIC 9(15).
           77  HashMovimientos PIC 9(13)V99.
           01  LineaCabecera.
               02  FILLER      PIC X(2) VALUE "H|".
               02  LHSecuencia PIC 9(6).
               02  FILLER      PIC X VALUE "|".
               02  LHFecha     PIC X(8).
               02  FILLER      PIC X VALUE "|".
               02  LHFechaAnterior PIC X(8).
               02  FILLER      PIC X VALUE "|".
               02  LHModo      PIC X.
               02  FILLER      PIC X VALUE "|".
               02  LHFechaGeneracion PIC X(8).
           01  LineaCliente.
               02  FILLER      PIC X(6) VALUE "D|CLI|".
               02  LDCOperacion PIC X.
               02  FILLER      PIC X VALUE "|".
               02  LDCId       PIC 9(9).
               02  FILLER      PIC X VALUE "|".
               02  LDCNombre   PIC X(15).
               02  FILLER      PIC X VALUE "|".
               02  LDCDireccion PIC X(20).
               02  FILLER      PIC X VALUE "|".
               02  LDCTipoPersona PIC X.
               02  FILLER      PIC X VALUE "|".
               02  LDCRazonSocial PIC X(30).
               02  FILLER      PIC X VALUE "|".
               02  LDCRepresentante PIC 9(9).
           01  LineaCuenta.
               02  FILLER      PIC X(6) VALUE "D|CTA|".
               02  LDAOperacion PIC X.
               02  FILLER      PIC X VALUE "|".
               02  LDANumero   PIC X(9).
               02  FILLER      PIC X VALUE "|".
               02  LDASaldo    PIC -9(10).99.
               02  FILLER      PIC X VALUE "|".
               02  LDATitular  PIC 9(9).
               02  FILLER      PIC X VALUE "|".
               02  LDATitular2 PIC 9(9).
               02  FILLER      PIC X VALUE "|".
               02  LDATarjeta  PIC X(15).
               02  FILLER      PIC X VALUE "|".
               02  LDATipo     PIC 9.
               02  FILLER      PIC X VALUE "|".
               02  LDASobregiro PIC 9(10).99.
               02  FILLER      PIC X VALUE "|".
               02  LDAMinimo   PIC 9(10).99.
               02  FILLER      PIC X VALUE "|".
               02  LDAVencimiento PIC X(8).
               02  FILLER      PIC X VALUE "|".
               02  LDAEstado   PIC 9.
               02  FILLER      PIC X VALUE "|".
               02  LDAMoneda   PIC X(3).
               02  FILLER      PIC X VALUE "|".
               02  LDASucursal PIC 9(2).
               02  FILLER      PIC X VALUE "|".
               02  LDAMancomunada PIC X.
               02  FILLER      PIC X VALUE "|".
               02  LDAUmbral   PIC 9(10).99.
               02  FILLER      PIC X VALUE "|".
               02  LDAProducto PIC X(4).
           01  LineaMovimiento.
               02  FILLER      PIC X(6) VALUE "D|MOV|".
               02  LDMOperacion PIC X.
               02  FILLER      PIC X VALUE "|".
               02  LDMId       PIC 9(9).
               02  FILLER      PIC X VALUE "|".
               02  LDMFecha    PIC X(8).
               02  FILLER      PIC X VALUE "|".
               02  LDMHora     PIC X(4).
               02  FILLER      PIC X VALUE "|".
               02  LDMTipo     PIC 9.
               02  FILLER      PIC X VALUE "|".
               02  LDMCuenta   PIC X(9).
               02  FILLER      PIC X VALUE "|".
               02  LDMValor    PIC 9(10).99.
               02  FILLER      PIC X VALUE "|".
               02  LDMAnulada  PIC X.
               02  FILLER      PIC X VALUE "|".
               02  LDMConcepto PIC X(20).
           01  LineaCola.
               02  FILLER      PIC X(2) VALUE "T|".
               02  LTRegistros PIC 9(7).
               02  FILLER      PIC X VALUE "|".
               02  LTInsertados PIC 9(7).
               02  FILLER      PIC X VALUE "|".
               02  LTActualizados PIC 9(7).
               02  FILLER      PIC X VALUE "|".
               02  LTBorrados  PIC 9(7).
               02  FILLER      PIC X VALUE "|".
               02  LTClientes  PIC 9(7).
               02  FILLER      PIC X VALUE "|".
               02  LTCuentas   PIC 9(7).
               02  FILLER      PIC X VALUE "|".
               02  LTMovimientos PIC 9(7).
               02  FILLER      PIC X VALUE "|".
               02  LTHashClientes PIC 9(15).
               02  FILLER      PIC X VALUE "|".
               02  LTHashCuentas PIC 9(15).
               02  FILLER      PIC X VALUE "|".
               02  LTHashMovimientos PIC 9(13).99.
           01  EncabezadoControl.
               02  FILLER      PIC X(43) VALUE
                   "SECUENCIA|FECHA|ANTERIOR|ARCHIVO|REGISTROS|".
               02  FILLER      PIC X(44) VALUE
                   "HASH CLIENTES|HASH CUENTAS|HASH MOVIMIENTOS|".
               02  FILLER      PIC X(30) VALUE
                   "GENERACIONES|ULTIMA GENERACION".
           01  LineaControl.
               02  LCSecuencia PIC 9(6).
               02  FILLER      PIC X VALUE "|".
               02  LCFecha     PIC X(8).
               02  FILLER      PIC X VALUE "|".
               02  LCFechaAnterior PIC X(8).
               02  FILLER      PIC X VALUE "|".
               02  LCArchivo   PIC X(30).
               02  FILLER      PIC X VALUE "|".
               02  LCRegistros PIC 9(7).
               02  FILLER      PIC X VALUE "|".
               02  LCHashClientes PIC 9(15).
               02  FILLER      PIC X VALUE "|".
               02  LCHashCuentas PIC 9(15).
               02  FILLER      PIC X VALUE "|".
               02  LCHashMovimientos PIC 9(13).99.
               02  FILLER      PIC X VALUE "|".
               02  LCGeneraciones PIC 9(3).
               02  FILLER      PIC X VALUE "|".
               02  LCFechaUltGen PIC X(8).

        Linkage Section.
           77  LSFecha           PIC X(8).
           77  LSModo            PIC X.
           77  LSFechaGeneracion PIC X(8).
           77  LSNombreArchivo   PIC X(30).
           77  LSSecuencia       PIC 9(6).
           77  TotalRegistros    PIC 9(7).

       Procedure Division using LSFecha
                                LSModo
                                LSFechaGeneracion
                                LSNombreArchivo
                                LSSecuencia
                       returning TotalRegistros.

             MOVE 0 TO TotalRegistros
             MOVE 0 TO LSSecuencia
             MOVE "S" TO ExtractoPend
             MOVE LSNombreArchivo TO NombreExtracto

             MOVE SPACES TO UltimaFecha
             MOVE 0 TO UltimaSecuencia
             OPEN INPUT BodControl
             MOVE LOW-VALUES TO BCTFecha
             START BodControl KEY IS NOT < BCTFecha
                INVALID KEY MOVE "N" TO HayMas
             END-START
             PERFORM RecorrerControl UNTIL NoHayMas
             CLOSE BodControl

             IF LSModo = "R" THEN
                IF ExisteControl = "N" THEN
                   DISPLAY "No se ha entregado extracto del " LSFecha
                ELSE
                   PERFORM EscribirExtracto
                   PERFORM ActualizarControl
                   MOVE SecuenciaDia TO LSSecuencia
                END-IF
             ELSE
             IF ExisteControl = "S" THEN
                DISPLAY "El extracto del " LSFecha " ya se entrego;"
                DISPLAY "use la regeneracion para volver a generarlo"
             ELSE
      *UNA FECHA ANTERIOR A LA ULTIMA ENTREGADA ROMPERIA LA
      *SECUENCIA QUE VERIFICA LA CARGA DE LA BODEGA
             IF UltimaFecha NOT = SPACES AND LSFecha < UltimaFecha
             THEN
                DISPLAY "La fecha " LSFecha " es anterior al ultimo"
                DISPLAY "extracto entregado (" UltimaFecha ")"
             ELSE
                ADD 1 UltimaSecuencia GIVING SecuenciaDia
                MOVE UltimaFecha TO AnteriorDia
                OPEN INPUT BodJournal
                OPEN I-O BodHistorial
                OPEN I-O BodClaves
                MOVE "S" TO HayMas
                PERFORM ClasificarImagen UNTIL NoHayMas
                CLOSE BodJournal
                CLOSE BodHistorial
                CLOSE BodClaves
                PERFORM EscribirExtracto
                PERFORM RegistrarControl
                MOVE SecuenciaDia TO LSSecuencia
             END-IF
             END-IF
             END-IF

             IF LSSecuencia NOT = 0 THEN
                OPEN INPUT BodControl
                OPEN OUTPUT BodControlTxt
                WRITE bodega-control-linea FROM EncabezadoControl
                MOVE "S" TO HayMas
                MOVE LOW-VALUES TO BCTFecha
                START BodControl KEY IS NOT < BCTFecha
                   INVALID KEY MOVE "N" TO HayMas
                END-START
                PERFORM EscribirControlTexto UNTIL NoHayMas
                CLOSE BodControl
                CLOSE BodControlTxt
             END-IF

             MOVE "N" TO ExtractoPend.

      *LA FECHA PEDIDA Y LA ULTIMA ENTREGADA, EN UNA SOLA PASADA
       RecorrerControl.
           IF ExtractoPend = "S" THEN
              READ BodControl NEXT RECORD
                 AT END MOVE "N" TO HayMas
                 NOT AT END
                    MOVE BCTFecha     TO UltimaFecha
                    MOVE BCTSecuencia TO UltimaSecuencia
                    IF BCTFecha = LSFecha THEN
                       MOVE "S" TO ExisteControl
                       MOVE BCTSecuencia     TO SecuenciaDia
                       MOVE BCTFechaAnterior TO AnteriorDia
                    END-IF
              END-READ
           END-IF.

      *UNA IMAGEN DEL JOURNAL: SOLO CUENTAN LAS DE LA FECHA; LA
      *MARCA DE CIERRE NO ES UN CAMBIO DE DATOS
       ClasificarImagen.
           IF ExtractoPend = "S" THEN
              READ BodJournal
                 AT END MOVE "N" TO HayMas
                 NOT AT END
                    MOVE SPACES TO EntidadJournal
                    MOVE SPACES TO LlaveJournal
                    MOVE "N" TO EsBaja
                    IF JrnFecha = LSFecha THEN
                       EVALUATE JrnArchivo
                         WHEN "U"
                           MOVE "1" TO EntidadJournal
                           MOVE JrnImagen(1:9) TO LlaveJournal
                         WHEN "Y"
                           MOVE "1" TO EntidadJournal
                           MOVE JrnImagen(1:9) TO LlaveJournal
                           MOVE "S" TO EsBaja
                         WHEN "A"
                           MOVE "2" TO EntidadJournal
                           MOVE JrnImagen(1:9) TO LlaveJournal
                         WHEN "X"
                           MOVE "2" TO EntidadJournal
                           MOVE JrnImagen(1:9) TO LlaveJournal
                           MOVE "S" TO EsBaja
                         WHEN "T"
                           MOVE "3" TO EntidadJournal
                           MOVE JrnImagen(1:21) TO LlaveJournal
                         WHEN OTHER
                           CONTINUE
                       END-EVALUATE
                    END-IF
                    IF EntidadJournal NOT = SPACES THEN
                       PERFORM BuscarLlave
                       IF EsBaja = "S" THEN
                          PERFORM ClasificarBaja
                       ELSE
                          PERFORM ClasificarAlta
                       END-IF
                    END-IF
              END-READ
           END-IF.

       BuscarLlave.
           IF ExtractoPend = "S" THEN
              MOVE EntidadJournal TO BCLEntidad
              MOVE LlaveJournal   TO BCLLlave
              MOVE "S" TO ExisteClave
              READ BodClaves
                 INVALID KEY MOVE "N" TO ExisteClave
              END-READ
              MOVE LSFecha        TO BHFecha
              MOVE EntidadJournal TO BHEntidad
              MOVE LlaveJournal   TO BHLlave
              MOVE "S" TO ExisteHistorial
              READ BodHistorial
                 INVALID KEY MOVE "N" TO ExisteHistorial
              END-READ
           END-IF.

      *UN BORRADO DE ALGO QUE NACIO EL MISMO DIA NO LLEGA A LA
      *BODEGA; UNA LLAVE QUE LA BODEGA NUNCA CONOCIO TAMPOCO
       ClasificarBaja.
           IF ExtractoPend = "S" THEN
              IF ExisteHistorial = "S" THEN
                 IF BHInserta THEN
                    DELETE BodHistorial RECORD
                       INVALID KEY CONTINUE
                    END-DELETE
                 ELSE
                    MOVE "D" TO BHOperacion
                    MOVE JrnImagen TO BHImagen
                    REWRITE bodega-historial-file
                       INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
              ELSE
                 IF ExisteClave = "S" THEN
                    MOVE LSFecha        TO BHFecha
                    MOVE EntidadJournal TO BHEntidad
                    MOVE LlaveJournal   TO BHLlave
                    MOVE "D" TO BHOperacion
                    MOVE JrnImagen TO BHImagen
                    WRITE bodega-historial-file
                       INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
              END-IF
              IF ExisteClave = "S" THEN
                 DELETE BodClaves RECORD
                    INVALID KEY CONTINUE
                 END-DELETE
              END-IF
           END-IF.

      *VARIAS IMAGENES DE LA MISMA LLAVE EN EL DIA QUEDAN EN UNA
      *SOLA, LA ULTIMA, CON LA OPERACION DE LA PRIMERA
       ClasificarAlta.
           IF ExtractoPend = "S" THEN
              IF ExisteHistorial = "S" THEN
                 IF BHBorra THEN
                    MOVE "U" TO BHOperacion
                 END-IF
                 MOVE JrnImagen TO BHImagen
                 REWRITE bodega-historial-file
                    INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 MOVE LSFecha        TO BHFecha
                 MOVE EntidadJournal TO BHEntidad
                 MOVE LlaveJournal   TO BHLlave
                 IF ExisteClave = "S" THEN
                    MOVE "U" TO BHOperacion
                 ELSE
                    MOVE "I" TO BHOperacion
                 END-IF
                 MOVE JrnImagen TO BHImagen
                 WRITE bodega-historial-file
                    INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              IF ExisteClave = "N" THEN
                 MOVE EntidadJournal TO BCLEntidad
                 MOVE LlaveJournal   TO BCLLlave
                 MOVE LSFecha        TO BCLFechaAlta
                 WRITE bodega-claves-file
                    INVALID KEY CONTINUE
                 END-WRITE
              END-IF
           END-IF.

      *CABECERA, UN DETALLE POR CAMBIO NETO DEL HISTORIAL Y COLA
      *CON LOS CONTEOS Y LOS TOTALES HASH
       EscribirExtracto.
           IF ExtractoPend = "S" THEN
              MOVE 0 TO TotalRegistros
              MOVE 0 TO CantInsertados
              MOVE 0 TO CantActualizados
              MOVE 0 TO CantBorrados
              MOVE 0 TO CantClientes
              MOVE 0 TO CantCuentas
              MOVE 0 TO CantMovimientos
              MOVE 0 TO HashClientes
              MOVE 0 TO HashCuentas
              MOVE 0 TO HashMovimientos
              OPEN OUTPUT BodExtracto
              OPEN INPUT BodHistorial
              MOVE SecuenciaDia      TO LHSecuencia
              MOVE LSFecha           TO LHFecha
              MOVE AnteriorDia       TO LHFechaAnterior
              MOVE LSModo            TO LHModo
              MOVE LSFechaGeneracion TO LHFechaGeneracion
              WRITE bodega-extracto-linea FROM LineaCabecera
              MOVE "S" TO HayMas
              MOVE LSFecha    TO BHFecha
              MOVE LOW-VALUES TO BHEntidad
              MOVE LOW-VALUES TO BHLlave
              START BodHistorial KEY IS NOT < BHClave
                 INVALID KEY MOVE "N" TO HayMas
              END-START
              PERFORM EscribirDetalle UNTIL NoHayMas
              MOVE TotalRegistros   TO LTRegistros
              MOVE CantInsertados   TO LTInsertados
              MOVE CantActualizados TO LTActualizados
              MOVE CantBorrados     TO LTBorrados
              MOVE CantClientes     TO LTClientes
              MOVE CantCuentas      TO LTCuentas
              MOVE CantMovimientos  TO LTMovimientos
              MOVE HashClientes     TO LTHashClientes
              MOVE HashCuentas      TO LTHashCuentas
              MOVE HashMovimientos  TO LTHashMovimientos
              WRITE bodega-extracto-linea FROM LineaCola
              CLOSE BodExtracto
              CLOSE BodHistorial
           END-IF.

       EscribirDetalle.
           IF ExtractoPend = "S" THEN
              READ BodHistorial NEXT RECORD
                 AT END MOVE "N" TO HayMas
                 NOT AT END
                    IF BHFecha NOT = LSFecha THEN
                       MOVE "N" TO HayMas
                    ELSE
                       PERFORM FormatearDetalle
                    END-IF
              END-READ
           END-IF.

       FormatearDetalle.
           IF ExtractoPend = "S" THEN
              ADD 1 TO TotalRegistros
              EVALUATE TRUE
                WHEN BHInserta
                  ADD 1 TO CantInsertados
                WHEN BHActualiza
                  ADD 1 TO CantActualizados
                WHEN OTHER
                  ADD 1 TO CantBorrados
              END-EVALUATE
              EVALUATE TRUE
                WHEN BHCliente
                  ADD 1 TO CantClientes
                  ADD BHCId TO HashClientes
                  MOVE BHOperacion      TO LDCOperacion
                  MOVE BHCId            TO LDCId
                  MOVE BHCNombre        TO LDCNombre
                  MOVE BHCDireccion     TO LDCDireccion
                  MOVE BHCTipoPersona   TO LDCTipoPersona
                  MOVE BHCRazonSocial   TO LDCRazonSocial
                  MOVE BHCRepresentante TO LDCRepresentante
                  WRITE bodega-extracto-linea FROM LineaCliente
                WHEN BHCuenta
                  ADD 1 TO CantCuentas
                  ADD BHANumero TO HashCuentas
                  MOVE BHOperacion      TO LDAOperacion
                  MOVE BHANumero        TO LDANumero
                  MOVE BHASaldo         TO LDASaldo
                  MOVE BHATitular       TO LDATitular
                  MOVE BHATitular2      TO LDATitular2
                  MOVE BHATarjeta       TO LDATarjeta
                  MOVE BHATipo          TO LDATipo
                  MOVE BHASobregiro     TO LDASobregiro
                  MOVE BHAMinimo        TO LDAMinimo
                  MOVE BHAVencimiento   TO LDAVencimiento
                  MOVE BHAEstado        TO LDAEstado
                  MOVE BHAMoneda        TO LDAMoneda
                  MOVE BHASucursal      TO LDASucursal
                  MOVE BHAMancomunada   TO LDAMancomunada
                  MOVE BHAUmbral        TO LDAUmbral
                  MOVE BHAProducto      TO LDAProducto
                  WRITE bodega-extracto-linea FROM LineaCuenta
                WHEN OTHER
                  ADD 1 TO CantMovimientos
                  ADD BHMValor TO HashMovimientos
                  MOVE BHOperacion      TO LDMOperacion
                  MOVE BHMId            TO LDMId
                  MOVE BHMFecha         TO LDMFecha
                  MOVE BHMHora          TO LDMHora
                  MOVE BHMTipo          TO LDMTipo
                  MOVE BHMCuenta        TO LDMCuenta
                  MOVE BHMValor         TO LDMValor
                  MOVE BHMAnulada       TO LDMAnulada
                  MOVE BHMConcepto      TO LDMConcepto
                  WRITE bodega-extracto-linea FROM LineaMovimiento
              END-EVALUATE
           END-IF.

       RegistrarControl.
           IF ExtractoPend = "S" THEN
              OPEN I-O BodControl
              MOVE LSFecha           TO BCTFecha
              MOVE SecuenciaDia      TO BCTSecuencia
              MOVE AnteriorDia       TO BCTFechaAnterior
              MOVE LSNombreArchivo   TO BCTArchivo
              MOVE TotalRegistros    TO BCTRegistros
              MOVE CantInsertados    TO BCTInsertados
              MOVE CantActualizados  TO BCTActualizados
              MOVE CantBorrados      TO BCTBorrados
              MOVE HashClientes      TO BCTHashClientes
              MOVE HashCuentas       TO BCTHashCuentas
              MOVE HashMovimientos   TO BCTHashMovimientos
              MOVE 1                 TO BCTGeneraciones
              MOVE LSFechaGeneracion TO BCTFechaUltGen
              WRITE bodega-control-file
                 INVALID KEY
                    DISPLAY "No se pudo registrar el control del "
                            LSFecha
              END-WRITE
              CLOSE BodControl
           END-IF.

      *EL HISTORIAL DE UNA FECHA ENTREGADA NO CAMBIA: UNA
      *REGENERACION QUE NO CUADRA CON EL CONTROL ORIGINAL INDICA
      *DANO EN EL HISTORIAL Y NO DEBE CARGARSE
       ActualizarControl.
           IF ExtractoPend = "S" THEN
              OPEN I-O BodControl
              MOVE LSFecha TO BCTFecha
              READ BodControl
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF BCTRegistros NOT = TotalRegistros
                       OR BCTHashClientes NOT = HashClientes
                       OR BCTHashCuentas NOT = HashCuentas
                       OR BCTHashMovimientos NOT = HashMovimientos
                    THEN
                       DISPLAY "El extracto regenerado NO cuadra con"
                       DISPLAY "el control original del " LSFecha
                    ELSE
                       DISPLAY "El extracto regenerado cuadra con el"
                       DISPLAY "control original"
                    END-IF
                    ADD 1 TO BCTGeneraciones
                    MOVE LSFechaGeneracion TO BCTFechaUltGen
                    MOVE LSNombreArchivo   TO BCTArchivo
                    REWRITE bodega-control-file
                       INVALID KEY CONTINUE
                    END-REWRITE
              END-READ
              CLOSE BodControl
           END-IF.

       EscribirControlTexto.
           IF ExtractoPend = "S" THEN
              READ BodControl NEXT RECORD
                 AT END MOVE "N" TO HayMas
                 NOT AT END
                    MOVE BCTSecuencia       TO LCSecuencia
                    MOVE BCTFecha           TO LCFecha
                    MOVE BCTFechaAnterior   TO LCFechaAnterior
                    MOVE BCTArchivo         TO LCArchivo
                    MOVE BCTRegistros       TO LCRegistros
                    MOVE BCTHashClientes    TO LCHashClientes
                    MOVE BCTHashCuentas     TO LCHashCuentas
                    MOVE BCTHashMovimientos TO LCHashMovimientos
                    MOVE BCTGeneraciones    TO LCGeneraciones
                    MOVE BCTFechaUltGen     TO LCFechaUltGen
                    WRITE bodega-control-linea FROM LineaControl
              END-READ
           END-IF.

       End Method GenerarExtracto.
      *>----------------------------------------------

       Method-ID. CargarLlavesIniciales.
      *>----------------------------------------------
      *CARGA INICIAL DEL REGISTRO DE LLAVES CON LO QUE YA EXISTE
      *EN LOS MAESTROS, PARA CUANDO LA BODEGA RECIBE LA COPIA
      *COMPLETA ANTES DEL PRIMER EXTRACTO. SE PUEDE REPETIR: LAS
      *LLAVES QUE YA ESTAN NO SE TOCAN
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *CargaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  CargaPend       PIC X VALUE "N".

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalLlaves     PIC 9(7).

       Procedure Division using LSFecha
                       returning TotalLlaves.

             MOVE 0 TO TotalLlaves
             MOVE "S" TO CargaPend
             OPEN I-O BodClaves

             OPEN INPUT BodCustomer
             MOVE "S" TO HayMas
             PERFORM CargarClienteBodega UNTIL NoHayMas
             CLOSE BodCustomer

             OPEN INPUT BodAccounts
             MOVE "S" TO HayMas
             PERFORM CargarCuentaBodega UNTIL NoHayMas
             CLOSE BodAccounts

             OPEN INPUT BodTransacciones
             MOVE "S" TO HayMas
             PERFORM CargarMovimientoBodega UNTIL NoHayMas
             CLOSE BodTransacciones

             CLOSE BodClaves
             MOVE "N" TO CargaPend.

       CargarClienteBodega.
           IF CargaPend = "S" THEN
              READ BodCustomer NEXT RECORD
                 AT END MOVE "N" TO HayMas
                 NOT AT END
                    MOVE "1"               TO BCLEntidad
                    MOVE BCUIdentificacion TO BCLLlave
                    PERFORM GrabarLlave
              END-READ
           END-IF.

       CargarCuentaBodega.
           IF CargaPend = "S" THEN
              READ BodAccounts NEXT RECORD
                 AT END MOVE "N" TO HayMas
                 NOT AT END
                    MOVE "2"            TO BCLEntidad
                    MOVE BACNumaccounts TO BCLLlave
                    PERFORM GrabarLlave
              END-READ
           END-IF.

       CargarMovimientoBodega.
           IF CargaPend = "S" THEN
              READ BodTransacciones NEXT RECORD
                 AT END MOVE "N" TO HayMas
                 NOT AT END
                    MOVE "3"            TO BCLEntidad
                    MOVE BTRLlaveBodega TO BCLLlave
                    PERFORM GrabarLlave
              END-READ
           END-IF.

       GrabarLlave.
           IF CargaPend = "S" THEN
              MOVE LSFecha TO BCLFechaAlta
              WRITE bodega-claves-file
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO TotalLlaves
              END-WRITE
           END-IF.

       End Method CargarLlavesIniciales.
      *>----------------------------------------------

       end object.
       end class BodegaDatos.
