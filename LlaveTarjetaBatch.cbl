       identification division.
       program-id. LlaveTarjetaBatch.

      *CONVERSION UNICA DEL MAESTRO DE TARJETAS: debitcard.dat
      *ESTABA LLAVEADO POR UN IDC DE UN DIGITO (TOPE DE DIEZ
      *TARJETAS) Y PASA A LLAVEARSE POR EL NUMERO COMPLETO DE LA
      *TARJETA. EL PIN, EL ESTADO, LOS INTENTOS, EL PRIMER USO Y EL
      *VENCIMIENTO PASAN SIN TOCARSE. LOS VINCULOS DE TARJETAS
      *ADICIONALES Y EL REGISTRO DE USOS GANAN EL NUMERO DE TARJETA
      *COMO LLAVE ALTERNA, POR LO QUE SE RECONSTRUYEN TAMBIEN.
      *COMO EN LAS DEMAS CONVERSIONES, OPERACIONES RENOMBRA ANTES
      *CADA ARCHIVO VIEJO CON EL SUFIJO _old; AL FINAL SE COMPRUEBA
      *QUE CADA TARJETA VIEJA LLEGUE POR SU NUMERO A LOS MISMOS
      *DATOS Y QUE CADA CUENTA Y CADA VINCULO ENCUENTREN SU TARJETA.
      *SE CORRE JUSTO DESPUES DE UN RESPALDO VERIFICADO Y ANTES DE
      *OPERAR SE TOMA UN RESPALDO NUEVO: LAS GENERACIONES
      *ANTERIORES TIENEN EL TRAZADO VIEJO

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VieDebitcard ASSIGN TO "debitcard_old.dat"
           organization is indexed
           access is dynamic
           record key is VDebitcardIdc.

           SELECT NueDebitcard ASSIGN TO "debitcard.dat"
           organization is indexed
           access is dynamic
           record key is NDebitcardNumero.

           SELECT VieVinculos ASSIGN TO "tarjetas_cuenta_old.dat"
           organization is indexed
           access is dynamic
           record key is VVinculosId.

           SELECT NueVinculos ASSIGN TO "tarjetas_cuenta.dat"
           organization is indexed
           access is dynamic
           record key is NVinculosId
           alternate record key is NVinculosTarjeta with duplicates.

           SELECT VieUsos ASSIGN TO "tarjeta_usos_old.dat"
           organization is indexed
           access is dynamic
           record key is VUsosId.

           SELECT NueUsos ASSIGN TO "tarjeta_usos.dat"
           organization is indexed
           access is dynamic
           record key is NUsosId
           alternate record key is NUsosTarjeta with duplicates.

      *LAS CUENTAS SOLO SE LEEN, PARA COMPROBAR SU TARJETA PRINCIPAL
           SELECT ConAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is CACNumaccounts.

       data division.
       FILE SECTION.
       FD VieDebitcard.
       01 vie-debitcard-file.
           05  VDebitcardIdc          PIC 9.
           05  VDebitcardNumero       PIC X(10).
           05  VDebitcardDatos.
               10  VDebitcardIdBank       PIC 9.
               10  VDebitcardPin          PIC 9(4).
               10  VDebitcardEstado       PIC 9.
               10  VDebitcardIntentos     PIC 9.
               10  VDebitcardPrimerUso    PIC X.
               10  VDebitcardVenceMes     PIC 99.
               10  VDebitcardVenceAnio    PIC 9(4).
       FD NueDebitcard.
       01 nue-debitcard-file.
           05  NDebitcardNumero       PIC X(10).
           05  NDebitcardDatos.
               10  NDebitcardIdBank       PIC 9.
               10  NDebitcardPin          PIC 9(4).
               10  NDebitcardEstado       PIC 9.
               10  NDebitcardIntentos     PIC 9.
               10  NDebitcardPrimerUso    PIC X.
               10  NDebitcardVenceMes     PIC 99.
               10  NDebitcardVenceAnio    PIC 9(4).

       FD VieVinculos.
       01 vie-vinculos-file.
           05  VVinculosId            PIC 9(4).
           05  VVinculosCuenta        PIC X(9).
           05  VVinculosTarjeta       PIC X(10).
           05  VVinculosTitular       PIC 9(9).
       FD NueVinculos.
       01 nue-vinculos-file.
           05  NVinculosId            PIC 9(4).
           05  NVinculosCuenta        PIC X(9).
           05  NVinculosTarjeta       PIC X(10).
           05  NVinculosTitular       PIC 9(9).

       FD VieUsos.
       01 vie-usos-file.
           05  VUsosId                PIC 9(5).
           05  VUsosDatos             PIC X(46).
       FD NueUsos.
       01 nue-usos-file.
           05  NUsosId                PIC 9(5).
           05  NUsosFecha             PIC X(8).
           05  NUsosHora              PIC X(4).
           05  NUsosCuenta            PIC X(9).
           05  NUsosTarjeta           PIC X(10).
           05  NUsosMonto             PIC 9(10)V99.
           05  NUsosTerminal          PIC 9(3).

       FD ConAccounts.
       01 con-accounts-file.
           05  CACNumaccounts         PIC X(9).
           05  CACMontodisponible     PIC S9(10)V99.
           05  CACIdCustomer          PIC 9(9).
           05  CACIdCustomer2         PIC 9(9).
           05  CACIdDebitcard         PIC X(15).
           05  CACTipodeCueta         PIC 9.
           05  CACLimiteSobregiro     PIC 9(10)V99.
           05  CACMontoMinimo         PIC 9(10)V99.
           05  CACFechaVencim         PIC X(8).
           05  CACEstadoCuenta        PIC 9.
           05  CACMonedaCuenta        PIC X(3).
           05  CACSucursalCuenta      PIC 9(2).
           05  CACMancomunada         PIC X.
           05  CACUmbralMancom        PIC 9(10)V99.
           05  CACProducto            PIC X(4).

       working-storage section.
       77  FinArchivo        PIC X.
       77  RegistrosConv     PIC 9(9).
       77  RegistrosRechazo  PIC 9(9).
       77  Confirmar         PIC 9.
      *COMPROBACION: CADA TARJETA VIEJA DEBE LLEGAR POR SU NUMERO A
      *LOS MISMOS DATOS; CADA CUENTA Y CADA VINCULO DEBEN ENCONTRAR
      *SU TARJETA. LAS REFERENCIAS QUE YA NO RESOLVIAN EN EL MAESTRO
      *VIEJO SE CUENTAN APARTE Y NO SON ERROR DE CONVERSION
       77  NumeroReferido    PIC X(10).
       77  OrigenReferencia  PIC X(20).
       77  ResueltaAntes     PIC X.
       77  ResueltaDespues   PIC X.
       77  TarjetasOk        PIC 9(9) VALUE 0.
       77  TarjetasRotas     PIC 9(9) VALUE 0.
       77  ReferenciasOk     PIC 9(9) VALUE 0.
       77  ReferenciasSinDestino PIC 9(9) VALUE 0.
       77  ReferenciasRotas  PIC 9(9) VALUE 0.
       77  HayMas            PIC X.

       procedure division.

            DISPLAY "====================================".
            DISPLAY "Maestro de tarjetas por numero".
            DISPLAY "====================================".
            DISPLAY "Los archivos viejos deben estar ya".
            DISPLAY "renombrados con el sufijo _old.".
            DISPLAY "Continua (1=Si)?".
            ACCEPT  Confirmar.

            IF Confirmar NOT = 1 THEN
               DISPLAY "Conversion cancelada"
            ELSE
               PERFORM ConvertirDebitcard
               PERFORM ConvertirVinculos
               PERFORM ConvertirUsos
               PERFORM ComprobarTarjetas
               PERFORM ComprobarReferencias
               DISPLAY "------------------------------------"
               DISPLAY "Tarjetas con sus mismos datos : "
                       TarjetasOk
               DISPLAY "Tarjetas que no cuadran       : "
                       TarjetasRotas
               DISPLAY "Referencias que resuelven     : "
                       ReferenciasOk
               DISPLAY "Referencias sin destino antes : "
                       ReferenciasSinDestino
               DISPLAY "Referencias rotas             : "
                       ReferenciasRotas
               IF TarjetasRotas = 0 AND ReferenciasRotas = 0 THEN
                  DISPLAY "Conversion terminada y comprobada"
               ELSE
                  DISPLAY "LA CONVERSION NO CUADRA: restaure los"
                  DISPLAY "archivos _old antes de operar"
               END-IF
            END-IF.

           stop run.

      *DOS TARJETAS VIEJAS CON EL MISMO NUMERO NO CABEN EN LA LLAVE
      *NUEVA: LA SEGUNDA QUEDA RECHAZADA Y SE MUESTRA PARA QUE SE
      *RESUELVA A MANO
       ConvertirDebitcard.
            MOVE 0 TO RegistrosConv
            MOVE 0 TO RegistrosRechazo
            MOVE "N" TO FinArchivo
            OPEN INPUT VieDebitcard
            OPEN OUTPUT NueDebitcard
            PERFORM CopiarDebitcard UNTIL FinArchivo = "S"
            CLOSE VieDebitcard
            CLOSE NueDebitcard
            DISPLAY "debitcard.dat convertido, registros "
                    RegistrosConv " rechazados " RegistrosRechazo.

       CopiarDebitcard.
            READ VieDebitcard NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE VDebitcardNumero TO NDebitcardNumero
                MOVE VDebitcardDatos  TO NDebitcardDatos
                WRITE nue-debitcard-file
                  INVALID KEY
                    ADD 1 TO RegistrosRechazo
                    DISPLAY "RECHAZADA tarjeta " VDebitcardNumero
                            " IDC " VDebitcardIdc " numero repetido"
                  NOT INVALID KEY ADD 1 TO RegistrosConv
                END-WRITE
            END-READ.

       ConvertirVinculos.
            MOVE 0 TO RegistrosConv
            MOVE 0 TO RegistrosRechazo
            MOVE "N" TO FinArchivo
            OPEN INPUT VieVinculos
            OPEN OUTPUT NueVinculos
            PERFORM CopiarVinculos UNTIL FinArchivo = "S"
            CLOSE VieVinculos
            CLOSE NueVinculos
            DISPLAY "tarjetas_cuenta.dat convertido, registros "
                    RegistrosConv " rechazados " RegistrosRechazo.

       CopiarVinculos.
            READ VieVinculos NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE vie-vinculos-file TO nue-vinculos-file
                WRITE nue-vinculos-file
                  INVALID KEY ADD 1 TO RegistrosRechazo
                  NOT INVALID KEY ADD 1 TO RegistrosConv
                END-WRITE
            END-READ.

       ConvertirUsos.
            MOVE 0 TO RegistrosConv
            MOVE 0 TO RegistrosRechazo
            MOVE "N" TO FinArchivo
            OPEN INPUT VieUsos
            OPEN OUTPUT NueUsos
            PERFORM CopiarUsos UNTIL FinArchivo = "S"
            CLOSE VieUsos
            CLOSE NueUsos
            DISPLAY "tarjeta_usos.dat convertido, registros "
                    RegistrosConv " rechazados " RegistrosRechazo.

       CopiarUsos.
            READ VieUsos NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE vie-usos-file TO nue-usos-file
                WRITE nue-usos-file
                  INVALID KEY ADD 1 TO RegistrosRechazo
                  NOT INVALID KEY ADD 1 TO RegistrosConv
                END-WRITE
            END-READ.

      *CADA TARJETA VIEJA, BUSCADA POR SU NUMERO EN EL MAESTRO
      *NUEVO, DEBE TRAER EL MISMO PIN, ESTADO, INTENTOS, PRIMER USO,
      *BANCO Y VENCIMIENTO
       ComprobarTarjetas.
            MOVE "N" TO FinArchivo
            OPEN INPUT VieDebitcard
            OPEN INPUT NueDebitcard
            PERFORM ComprobarTarjeta UNTIL FinArchivo = "S"
            CLOSE VieDebitcard
            CLOSE NueDebitcard.

       ComprobarTarjeta.
            READ VieDebitcard NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE "S" TO ResueltaDespues
                MOVE VDebitcardNumero TO NDebitcardNumero
                READ NueDebitcard
                  INVALID KEY MOVE "N" TO ResueltaDespues
                END-READ
                IF ResueltaDespues = "S"
                   AND NDebitcardDatos = VDebitcardDatos THEN
                   ADD 1 TO TarjetasOk
                ELSE
                   ADD 1 TO TarjetasRotas
                   DISPLAY "NO CUADRA tarjeta " VDebitcardNumero
                           " IDC " VDebitcardIdc
                END-IF
            END-READ.

      *LA TARJETA PRINCIPAL DE CADA CUENTA Y LA DE CADA VINCULO DE
      *TARJETA ADICIONAL, EN EL MAESTRO VIEJO Y EN EL NUEVO
       ComprobarReferencias.
            OPEN INPUT VieDebitcard
            OPEN INPUT NueDebitcard

            MOVE "N" TO FinArchivo
            OPEN INPUT ConAccounts
            PERFORM ComprobarCuenta UNTIL FinArchivo = "S"
            CLOSE ConAccounts

            MOVE "N" TO FinArchivo
            OPEN INPUT NueVinculos
            PERFORM ComprobarVinculo UNTIL FinArchivo = "S"
            CLOSE NueVinculos

            CLOSE VieDebitcard
            CLOSE NueDebitcard.

       ComprobarCuenta.
            READ ConAccounts NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                IF CACIdDebitcard NOT = SPACES THEN
                   MOVE CACIdDebitcard(1:10) TO NumeroReferido
                   MOVE "CUENTA"          TO OrigenReferencia
                   MOVE CACNumaccounts    TO OrigenReferencia(8:9)
                   PERFORM ComprobarNumero
                END-IF
            END-READ.

       ComprobarVinculo.
            READ NueVinculos NEXT RECORD
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE NVinculosTarjeta  TO NumeroReferido
                MOVE "VINCULO"         TO OrigenReferencia
                MOVE NVinculosId       TO OrigenReferencia(9:4)
                PERFORM ComprobarNumero
            END-READ.

      *EL MAESTRO VIEJO SOLO SE PODIA RECORRER: SE BUSCA EL NUMERO
      *DE PRINCIPIO A FIN
       ComprobarNumero.
            MOVE "N" TO ResueltaAntes
            MOVE "S" TO HayMas
            MOVE 0 TO VDebitcardIdc
            START VieDebitcard KEY IS NOT < VDebitcardIdc
              INVALID KEY MOVE "N" TO HayMas
            END-START
            PERFORM BuscarNumeroViejo UNTIL HayMas = "N"
            MOVE "S" TO ResueltaDespues
            MOVE NumeroReferido TO NDebitcardNumero
            READ NueDebitcard
              INVALID KEY MOVE "N" TO ResueltaDespues
            END-READ
            IF ResueltaAntes = "N" THEN
               ADD 1 TO ReferenciasSinDestino
            ELSE
               IF ResueltaDespues = "S" THEN
                  ADD 1 TO ReferenciasOk
               ELSE
                  ADD 1 TO ReferenciasRotas
                  DISPLAY "ROTA " OrigenReferencia " tarjeta "
                          NumeroReferido
               END-IF
            END-IF.

       BuscarNumeroViejo.
            READ VieDebitcard NEXT RECORD
              AT END
                MOVE "N" TO HayMas
              NOT AT END
                IF VDebitcardNumero = NumeroReferido THEN
                   MOVE "S" TO ResueltaAntes
                   MOVE "N" TO HayMas
                END-IF
            END-READ.
