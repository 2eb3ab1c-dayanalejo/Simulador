       identification division.
       program-id. AmpliacionIdtBatch.

      *CONVERSION UNICA DE LOS IDENTIFICADORES DE MOVIMIENTOS: EL
      *IDT DE transacition.dat Y EL ArcSeq DE
      *transacition_archivo.dat PASARON DE 9(5) A 9(9), Y CON ELLOS
      *TODO CAMPO QUE LOS GUARDA EN OTRO ARCHIVO (LIBRETAS,
      *RECLAMOS Y LAS LLAVES DE MOVIMIENTOS DE LA BODEGA DE DATOS).
      *COMO EN LA CONVERSION A CENTAVOS, OPERACIONES RENOMBRA ANTES
      *CADA ARCHIVO VIEJO CON EL SUFIJO _old; ESTE PROGRAMA LOS
      *RELEE CON EL TRAZADO VIEJO, RECONSTRUYE LOS NUEVOS Y AL
      *FINAL COMPRUEBA QUE CADA REFERENCIA A UN MOVIMIENTO QUE
      *RESOLVIA ANTES SIGUE LLEGANDO AL MISMO MOVIMIENTO.
      *SE CORRE JUSTO DESPUES DE UN RESPALDO VERIFICADO (JOURNAL
      *VACIO) Y ANTES DE OPERAR SE TOMA UN RESPALDO NUEVO: LAS
      *GENERACIONES ANTERIORES TIENEN EL TRAZADO VIEJO

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VieTransacciones ASSIGN TO "transacition_old.dat"
           organization is indexed
           access is dynamic
           record key is VTransaccionesIdt
           alternate record key is VTransaccionesCuenta
                                   with duplicates
           alternate record key is VTransaccionesFecha
                                   with duplicates.

           SELECT NueTransacciones ASSIGN TO "transacition.dat"
           organization is indexed
           access is dynamic
           record key is NTransaccionesIdt
           alternate record key is NTransaccionesCuenta
                                   with duplicates
           alternate record key is NTransaccionesFecha
                                   with duplicates.

           SELECT VieArchivo ASSIGN TO "transacition_archivo_old.dat"
           organization is indexed
           access is dynamic
           record key is VArchivoSeq
           alternate record key is VArchivoCuenta with duplicates
           alternate record key is VArchivoFecha with duplicates.

           SELECT NueArchivo ASSIGN TO "transacition_archivo.dat"
           organization is indexed
           access is dynamic
           record key is NArchivoSeq
           alternate record key is NArchivoCuenta with duplicates
           alternate record key is NArchivoFecha with duplicates.

           SELECT VieLibretas ASSIGN TO "libretas_old.dat"
           organization is indexed
           access is dynamic
           record key is VLibretasCuenta.

           SELECT NueLibretas ASSIGN TO "libretas.dat"
           organization is indexed
           access is dynamic
           record key is NLibretasCuenta.

           SELECT VieReclamos ASSIGN TO "reclamos_old.dat"
           organization is indexed
           access is dynamic
           record key is VReclamosId.

           SELECT NueReclamos ASSIGN TO "reclamos.dat"
           organization is indexed
           access is dynamic
           record key is NReclamosId.

      *LA LLAVE DE UN MOVIMIENTO EN LA BODEGA LLEVA EL IDT, Y LA
      *IMAGEN DEL HISTORIAL ES EL REGISTRO DE transacition
           SELECT VieClaves ASSIGN TO "bodega_claves_old.dat"
           organization is indexed
           access is dynamic
           record key is VClavesClave.

           SELECT NueClaves ASSIGN TO "bodega_claves.dat"
           organization is indexed
           access is dynamic
           record key is NClavesClave.

           SELECT VieHistorial ASSIGN TO "bodega_historial_old.dat"
           organization is indexed
           access is dynamic
           record key is VHistorialClave.

           SELECT NueHistorial ASSIGN TO "bodega_historial.dat"
           organization is indexed
           access is dynamic
           record key is NHistorialClave.

       data division.
       FILE SECTION.
       FD VieTransacciones.
       01 vie-transacciones-file.
           05  VTransaccionesIdt      PIC 9(5).
           05  VTransaccionesDatos.
               10  VTransaccionesFecha    PIC X(8).
               10  VTransaccionesHora     PIC X(4).
               10  VTransaccionesTipo     PIC 9.
               10  VTransaccionesCuenta   PIC X(9).
               10  VTransaccionesValor    PIC 9(10)V99.
               10  VTransaccionesAnulada  PIC X.
               10  VTransaccionesConcepto PIC X(20).
       FD NueTransacciones.
       01 nue-transacciones-file.
           05  NTransaccionesIdt      PIC 9(9).
           05  NTransaccionesDatos.
               10  NTransaccionesFecha    PIC X(8).
               10  NTransaccionesHora     PIC X(4).
               10  NTransaccionesTipo     PIC 9.
               10  NTransaccionesCuenta   PIC X(9).
               10  NTransaccionesValor    PIC 9(10)V99.
               10  NTransaccionesAnulada  PIC X.
               10  NTransaccionesConcepto PIC X(20).

       FD VieArchivo.
       01 vie-archivo-file.
           05  VArchivoSeq            PIC 9(5).
           05  VArchivoIdt            PIC 9(5).
           05  VArchivoDatos.
               10  VArchivoFecha          PIC X(8).
               10  VArchivoHora           PIC X(4).
               10  VArchivoTipo           PIC 9.
               10  VArchivoCuenta         PIC X(9).
               10  VArchivoValor          PIC 9(10)V99.
               10  VArchivoAnulada        PIC X.
               10  VArchivoConcepto       PIC X(20).
       FD NueArchivo.
       01 nue-archivo-file.
           05  NArchivoSeq            PIC 9(9).
           05  NArchivoIdt            PIC 9(9).
           05  NArchivoDatos.
               10  NArchivoFecha          PIC X(8).
               10  NArchivoHora           PIC X(4).
               10  NArchivoTipo           PIC 9.
               10  NArchivoCuenta         PIC X(9).
               10  NArchivoValor          PIC 9(10)V99.
               10  NArchivoAnulada        PIC X.
               10  NArchivoConcepto       PIC X(20).

       FD VieLibretas.
       01 vie-libretas-file.
           05  VLibretasCuenta        PIC X(9).
           05  VLibretasUltimoIdt     PIC 9(5).
           05  VLibretasSaldo         PIC S9(12)V99.
           05  VLibretasLineas        PIC 9(3).
       FD NueLibretas.
       01 nue-libretas-file.
           05  NLibretasCuenta        PIC X(9).
           05  NLibretasUltimoIdt     PIC 9(9).
           05  NLibretasSaldo         PIC S9(12)V99.
           05  NLibretasLineas        PIC 9(3).

       FD VieReclamos.
       01 vie-reclamos-file.
           05  VReclamosId            PIC 9(5).
           05  VReclamosCliente       PIC 9(9).
           05  VReclamosIdt           PIC 9(5).
           05  VReclamosArcSeq        PIC 9(5).
           05  VReclamosTexto         PIC X(40).
           05  VReclamosFecApertura   PIC X(8).
           05  VReclamosFecCierre     PIC X(8).
           05  VReclamosEstado        PIC 9.
           05  VReclamosIdtAjuste     PIC 9(5).
       FD NueReclamos.
       01 nue-reclamos-file.
           05  NReclamosId            PIC 9(5).
           05  NReclamosCliente       PIC 9(9).
           05  NReclamosIdt           PIC 9(9).
           05  NReclamosArcSeq        PIC 9(9).
           05  NReclamosTexto         PIC X(40).
           05  NReclamosFecApertura   PIC X(8).
           05  NReclamosFecCierre     PIC X(8).
           05  NReclamosEstado        PIC 9.
           05  NReclamosIdtAjuste     PIC 9(9).

       FD VieClaves.
       01 vie-claves-file.
           05  VClavesClave.
               10  VClavesEntidad     PIC X.
               10  VClavesLlave       PIC X(17).
               10  VClavesMovimiento REDEFINES VClavesLlave.
                   15  VClavesIdt         PIC 9(5).
                   15  VClavesFechaHora   PIC X(12).
           05  VClavesFechaAlta       PIC X(8).
       FD NueClaves.
       01 nue-claves-file.
           05  NClavesClave.
               10  NClavesEntidad     PIC X.
               10  NClavesLlave       PIC X(21).
               10  NClavesMovimiento REDEFINES NClavesLlave.
                   15  NClavesIdt         PIC 9(9).
                   15  NClavesFechaHora   PIC X(12).
           05  NClavesFechaAlta       PIC X(8).

       FD VieHistorial.
       01 vie-historial-file.
           05  VHistorialClave.
               10  VHistorialFecha    PIC X(8).
               10  VHistorialEntidad  PIC X.
               10  VHistorialLlave    PIC X(17).
               10  VHistorialMovimiento REDEFINES VHistorialLlave.
                   15  VHistorialIdt      PIC 9(5).
                   15  VHistorialFechaHora PIC X(12).
           05  VHistorialOperacion    PIC X.
           05  VHistorialImagen       PIC X(120).
           05  VHistorialImagenMov REDEFINES VHistorialImagen.
               10  VHistorialImgIdt   PIC 9(5).
               10  VHistorialImgDatos PIC X(55).
               10  FILLER             PIC X(60).
       FD NueHistorial.
       01 nue-historial-file.
           05  NHistorialClave.
               10  NHistorialFecha    PIC X(8).
               10  NHistorialEntidad  PIC X.
               10  NHistorialLlave    PIC X(21).
               10  NHistorialMovimiento REDEFINES NHistorialLlave.
                   15  NHistorialIdt      PIC 9(9).
                   15  NHistorialFechaHora PIC X(12).
           05  NHistorialOperacion    PIC X.
           05  NHistorialImagen       PIC X(120).
           05  NHistorialImagenMov REDEFINES NHistorialImagen.
               10  NHistorialImgIdt   PIC 9(9).
               10  NHistorialImgDatos PIC X(55).
               10  FILLER             PIC X(56).

       working-storage section.
       77  FinArchivo        PIC X.
       77  RegistrosConv     PIC 9(9).
       77  RegistrosRechazo  PIC 9(9).
       77  Confirmar         PIC 9.
      *ENTIDAD DE LOS MOVIMIENTOS EN LA BODEGA DE DATOS
       77  EntidadMovimiento PIC X VALUE "3".
      *COMPROBACION DE REFERENCIAS: UNA REFERENCIA QUE LLEGABA A UN
      *MOVIMIENTO ANTES DE CONVERTIR DEBE LLEGAR DESPUES AL MISMO
      *MOVIMIENTO. LAS QUE YA NO LLEGABAN (MOVIMIENTO ARCHIVADO O
      *DEPURADO) SE CUENTAN APARTE Y NO SON ERROR DE CONVERSION
       77  IdtReferido       PIC 9(9).
       77  ArcSeqReferido    PIC 9(9).
       77  OrigenReferencia  PIC X(20).
       77  ResueltaAntes     PIC X.
       77  ResueltaDespues   PIC X.
       77  ReferenciasOk     PIC 9(9) VALUE 0.
       77  ReferenciasSinDestino PIC 9(9) VALUE 0.
       77  ReferenciasRotas  PIC 9(9) VALUE 0.

       procedure division.

            DISPLAY "====================================".
            DISPLAY "Ampliacion de IDT y ArcSeq a 9 digitos".
            DISPLAY "====================================".
            DISPLAY "Los archivos viejos deben estar ya".
            DISPLAY "renombrados con el sufijo _old.".
            DISPLAY "Continua (1=Si)?".
            ACCEPT  Confirmar.

            IF Confirmar NOT = 1 THEN
               DISPLAY "Conversion cancelada"
            ELSE
               PERFORM ConvertirTransacciones
               PERFORM ConvertirArchivo
               PERFORM ConvertirLibretas
               PERFORM ConvertirReclamos
               PERFORM ConvertirClaves
               PERFORM ConvertirHistorial
               PERFORM ComprobarReferencias
               DISPLAY "------------------------------------"
               DISPLAY "Referencias que resuelven     : "
                       ReferenciasOk
               DISPLAY "Referencias sin destino antes : "
                       ReferenciasSinDestino
               DISPLAY "Referencias rotas             : "
                       ReferenciasRotas
               IF ReferenciasRotas = 0 THEN
                  DISPLAY "Conversion terminada y comprobada"
               ELSE
                  DISPLAY "LA CONVERSION NO CUADRA: restaure los"
                  DISPLAY "archivos _old antes de operar"
               END-IF
            END-IF.

           stop run.

       ConvertirTransacciones.
            MOVE 0 TO RegistrosConv
            MOVE 0 TO RegistrosRechazo
            MOVE "N" TO FinArchivo
            OPEN INPUT VieTransacciones
            OPEN OUTPUT NueTransacciones
            PERFORM CopiarTransacciones UNTIL FinArchivo = "S"
            CLOSE VieTransacciones
            CLOSE NueTransacciones
            DISPLAY "transacition.dat convertido, registros "
                    RegistrosConv " rechazados " RegistrosRechazo.

       CopiarTransacciones.
            READ VieTransacciones NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE VTransaccionesIdt   TO NTransaccionesIdt
                MOVE VTransaccionesDatos TO NTransaccionesDatos
                WRITE nue-transacciones-file
                  INVALID KEY ADD 1 TO RegistrosRechazo
                  NOT INVALID KEY ADD 1 TO RegistrosConv
                END-WRITE
            END-READ.

       ConvertirArchivo.
            MOVE 0 TO RegistrosConv
            MOVE 0 TO RegistrosRechazo
            MOVE "N" TO FinArchivo
            OPEN INPUT VieArchivo
            OPEN OUTPUT NueArchivo
            PERFORM CopiarArchivo UNTIL FinArchivo = "S"
            CLOSE VieArchivo
            CLOSE NueArchivo
            DISPLAY "transacition_archivo.dat convertido, registros "
                    RegistrosConv " rechazados " RegistrosRechazo.

       CopiarArchivo.
            READ VieArchivo NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE VArchivoSeq        TO NArchivoSeq
                MOVE VArchivoIdt        TO NArchivoIdt
                MOVE VArchivoDatos      TO NArchivoDatos
                WRITE nue-archivo-file
                  INVALID KEY ADD 1 TO RegistrosRechazo
                  NOT INVALID KEY ADD 1 TO RegistrosConv
                END-WRITE
            END-READ.

       ConvertirLibretas.
            MOVE 0 TO RegistrosConv
            MOVE 0 TO RegistrosRechazo
            MOVE "N" TO FinArchivo
            OPEN INPUT VieLibretas
            OPEN OUTPUT NueLibretas
            PERFORM CopiarLibretas UNTIL FinArchivo = "S"
            CLOSE VieLibretas
            CLOSE NueLibretas
            DISPLAY "libretas.dat convertido, registros "
                    RegistrosConv " rechazados " RegistrosRechazo.

       CopiarLibretas.
            READ VieLibretas NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE VLibretasCuenta    TO NLibretasCuenta
                MOVE VLibretasUltimoIdt TO NLibretasUltimoIdt
                MOVE VLibretasSaldo     TO NLibretasSaldo
                MOVE VLibretasLineas    TO NLibretasLineas
                WRITE nue-libretas-file
                  INVALID KEY ADD 1 TO RegistrosRechazo
                  NOT INVALID KEY ADD 1 TO RegistrosConv
                END-WRITE
            END-READ.

       ConvertirReclamos.
            MOVE 0 TO RegistrosConv
            MOVE 0 TO RegistrosRechazo
            MOVE "N" TO FinArchivo
            OPEN INPUT VieReclamos
            OPEN OUTPUT NueReclamos
            PERFORM CopiarReclamos UNTIL FinArchivo = "S"
            CLOSE VieReclamos
            CLOSE NueReclamos
            DISPLAY "reclamos.dat convertido, registros "
                    RegistrosConv " rechazados " RegistrosRechazo.

       CopiarReclamos.
            READ VieReclamos NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE VReclamosId          TO NReclamosId
                MOVE VReclamosCliente     TO NReclamosCliente
                MOVE VReclamosIdt         TO NReclamosIdt
                MOVE VReclamosArcSeq      TO NReclamosArcSeq
                MOVE VReclamosTexto       TO NReclamosTexto
                MOVE VReclamosFecApertura TO NReclamosFecApertura
                MOVE VReclamosFecCierre   TO NReclamosFecCierre
                MOVE VReclamosEstado      TO NReclamosEstado
                MOVE VReclamosIdtAjuste   TO NReclamosIdtAjuste
                WRITE nue-reclamos-file
                  INVALID KEY ADD 1 TO RegistrosRechazo
                  NOT INVALID KEY ADD 1 TO RegistrosConv
                END-WRITE
            END-READ.

       ConvertirClaves.
            MOVE 0 TO RegistrosConv
            MOVE 0 TO RegistrosRechazo
            MOVE "N" TO FinArchivo
            OPEN INPUT VieClaves
            OPEN OUTPUT NueClaves
            PERFORM CopiarClaves UNTIL FinArchivo = "S"
            CLOSE VieClaves
            CLOSE NueClaves
            DISPLAY "bodega_claves.dat convertido, registros "
                    RegistrosConv " rechazados " RegistrosRechazo.

      *SOLO LAS LLAVES DE MOVIMIENTOS LLEVAN IDT; LAS DE CLIENTES
      *Y CUENTAS PASAN TAL CUAL
       CopiarClaves.
            READ VieClaves NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE VClavesEntidad     TO NClavesEntidad
                IF VClavesEntidad = EntidadMovimiento THEN
                   MOVE VClavesIdt       TO NClavesIdt
                   MOVE VClavesFechaHora TO NClavesFechaHora
                ELSE
                   MOVE VClavesLlave     TO NClavesLlave
                END-IF
                MOVE VClavesFechaAlta   TO NClavesFechaAlta
                WRITE nue-claves-file
                  INVALID KEY ADD 1 TO RegistrosRechazo
                  NOT INVALID KEY ADD 1 TO RegistrosConv
                END-WRITE
            END-READ.

       ConvertirHistorial.
            MOVE 0 TO RegistrosConv
            MOVE 0 TO RegistrosRechazo
            MOVE "N" TO FinArchivo
            OPEN INPUT VieHistorial
            OPEN OUTPUT NueHistorial
            PERFORM CopiarHistorial UNTIL FinArchivo = "S"
            CLOSE VieHistorial
            CLOSE NueHistorial
            DISPLAY "bodega_historial.dat convertido, registros "
                    RegistrosConv " rechazados " RegistrosRechazo.

       CopiarHistorial.
            READ VieHistorial NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE VHistorialFecha     TO NHistorialFecha
                MOVE VHistorialEntidad   TO NHistorialEntidad
                MOVE VHistorialOperacion TO NHistorialOperacion
                IF VHistorialEntidad = EntidadMovimiento THEN
                   MOVE VHistorialIdt       TO NHistorialIdt
                   MOVE VHistorialFechaHora TO NHistorialFechaHora
                   MOVE SPACES              TO NHistorialImagen
                   MOVE VHistorialImgIdt    TO NHistorialImgIdt
                   MOVE VHistorialImgDatos  TO NHistorialImgDatos
                ELSE
                   MOVE VHistorialLlave     TO NHistorialLlave
                   MOVE VHistorialImagen    TO NHistorialImagen
                END-IF
                WRITE nue-historial-file
                  INVALID KEY ADD 1 TO RegistrosRechazo
                  NOT INVALID KEY ADD 1 TO RegistrosConv
                END-WRITE
            END-READ.

      *RECORRE LOS ARCHIVOS QUE APUNTAN A MOVIMIENTOS Y BUSCA CADA
      *REFERENCIA EN LOS ARCHIVOS VIEJOS Y EN LOS NUEVOS
       ComprobarReferencias.
            OPEN INPUT VieTransacciones
            OPEN INPUT NueTransacciones
            OPEN INPUT VieArchivo
            OPEN INPUT NueArchivo

            MOVE "N" TO FinArchivo
            OPEN INPUT NueLibretas
            PERFORM ComprobarLibreta UNTIL FinArchivo = "S"
            CLOSE NueLibretas

            MOVE "N" TO FinArchivo
            OPEN INPUT NueReclamos
            PERFORM ComprobarReclamo UNTIL FinArchivo = "S"
            CLOSE NueReclamos

            CLOSE VieTransacciones
            CLOSE NueTransacciones
            CLOSE VieArchivo
            CLOSE NueArchivo.

      *EL ULTIMO MOVIMIENTO ESTAMPADO EN LA LIBRETA
       ComprobarLibreta.
            READ NueLibretas NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                IF NLibretasUltimoIdt NOT = 0 THEN
                   MOVE NLibretasUltimoIdt TO IdtReferido
                   MOVE "LIBRETA"          TO OrigenReferencia
                   MOVE NLibretasCuenta    TO OrigenReferencia(9:9)
                   PERFORM ComprobarIdtVivo
                END-IF
            END-READ.

      *LA TRANSACCION DISPUTADA (VIVA O ARCHIVADA) Y EL AJUSTE
       ComprobarReclamo.
            READ NueReclamos NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE "RECLAMO"   TO OrigenReferencia
                MOVE NReclamosId TO OrigenReferencia(9:5)
                IF NReclamosIdt NOT = 0 THEN
                   MOVE NReclamosIdt TO IdtReferido
                   PERFORM ComprobarIdtVivo
                END-IF
                IF NReclamosArcSeq NOT = 0 THEN
                   MOVE NReclamosArcSeq TO ArcSeqReferido
                   PERFORM ComprobarArcSeq
                END-IF
                IF NReclamosIdtAjuste NOT = 0 THEN
                   MOVE NReclamosIdtAjuste TO IdtReferido
                   PERFORM ComprobarIdtVivo
                END-IF
            END-READ.

       ComprobarIdtVivo.
            MOVE "S" TO ResueltaAntes
            MOVE IdtReferido TO VTransaccionesIdt
            READ VieTransacciones
              INVALID KEY MOVE "N" TO ResueltaAntes
            END-READ
            MOVE "S" TO ResueltaDespues
            MOVE IdtReferido TO NTransaccionesIdt
            READ NueTransacciones
              INVALID KEY MOVE "N" TO ResueltaDespues
            END-READ
            IF ResueltaAntes = "N" THEN
               ADD 1 TO ReferenciasSinDestino
            ELSE
               IF ResueltaDespues = "S"
                  AND NTransaccionesDatos = VTransaccionesDatos THEN
                  ADD 1 TO ReferenciasOk
               ELSE
                  ADD 1 TO ReferenciasRotas
                  DISPLAY "ROTA " OrigenReferencia " IDT " IdtReferido
               END-IF
            END-IF.

       ComprobarArcSeq.
            MOVE "S" TO ResueltaAntes
            MOVE ArcSeqReferido TO VArchivoSeq
            READ VieArchivo
              INVALID KEY MOVE "N" TO ResueltaAntes
            END-READ
            MOVE "S" TO ResueltaDespues
            MOVE ArcSeqReferido TO NArchivoSeq
            READ NueArchivo
              INVALID KEY MOVE "N" TO ResueltaDespues
            END-READ
            IF ResueltaAntes = "N" THEN
               ADD 1 TO ReferenciasSinDestino
            ELSE
               IF ResueltaDespues = "S"
                  AND NArchivoIdt = VArchivoIdt
                  AND NArchivoDatos = VArchivoDatos THEN
                  ADD 1 TO ReferenciasOk
               ELSE
                  ADD 1 TO ReferenciasRotas
                  DISPLAY "ROTA " OrigenReferencia " ArcSeq "
                          ArcSeqReferido
               END-IF
            END-IF.
