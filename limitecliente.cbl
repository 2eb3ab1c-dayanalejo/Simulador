      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. LimiteCliente as "limitecliente"
                 inherits from base.

       object section.
       class-control.
           fechaproceso  is class "fechaproceso"
           parametro     is class "parametro"
           consecutivo   is class "consecutivo"
           limitecliente is class "limitecliente".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LimitesCliente ASSIGN TO "limites_cliente.dat"
           organization is indexed
           access is dynamic
           record key is LCLlave
           alternate record key is LCIdCustomer with duplicates.

           SELECT CambiosLimite ASSIGN TO
                  "limites_cliente_cambios.dat"
           organization is indexed
           access is dynamic
           record key is LCCSeq
           alternate record key is LCCIdCustomer with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD LimitesCliente.
      *LIMITES QUE EL CLIENTE SE FIJA A SI MISMO POR CUENTA (C) O
      *POR TARJETA (T), UNO POR CANAL: 1=RETIRO EN CAJERO, 2=COMPRA
      *CON TARJETA, 3=TRANSFERENCIA AL MISMO BANCO, 4=TRANSFERENCIA
      *INTERBANCARIA. LIMITE CERO = SIN LIMITE PROPIO (RIGE EL DEL
      *BANCO); ACTIVO "N" = EL CLIENTE APAGO EL CANAL. NUNCA SUBEN
      *EL LIMITE DEL BANCO: SIEMPRE RIGE EL MENOR DE LOS DOS
       01 limites-cliente-file.
           05  LCLlave.
               10  LCTipo       PIC X.
                   88  LimitePorCuenta  VALUE "C".
                   88  LimitePorTarjeta VALUE "T".
               10  LCObjeto     PIC X(10).
           05  LCIdCustomer     PIC 9(9).
           05  LCCanal OCCURS 4 TIMES.
               10  LCLimite     PIC 9(10)V99.
               10  LCActivo     PIC X.
                   88  CanalApagado     VALUE "N".
           05  LCFechaCambio    PIC X(8).

       FD CambiosLimite.
      *CADA CAMBIO DE UN LIMITE O DEL ESTADO DE UN CANAL, CON EL
      *VALOR ANTERIOR Y EL NUEVO, PARA RECLAMOS Y AUDITORIA
       01 cambios-limite-file.
           05  LCCSeq           PIC 9(6).
           05  LCCFecha         PIC X(8).
           05  LCCHora          PIC X(4).
           05  LCCIdCustomer    PIC 9(9).
           05  LCCTipo          PIC X.
           05  LCCObjeto        PIC X(10).
           05  LCCCanal         PIC X.
           05  LCCLimAnterior   PIC 9(10)V99.
           05  LCCActAnterior   PIC X.
           05  LCCLimNuevo      PIC 9(10)V99.
           05  LCCActNuevo      PIC X.

       procedure division.

       Method-ID. LimiteAplicable.
      *>----------------------------------------------
      *LIMITE QUE RIGE PARA UNA OPERACION: RECIBE EL LIMITE DEL
      *BANCO PARA EL CANAL Y LO BAJA AL QUE EL CLIENTE HAYA FIJADO
      *PARA LA CUENTA O PARA LA TARJETA, SI ES MENOR. DEVUELVE 0
      *(Y LIMITE CERO) SI EL CLIENTE APAGO EL CANAL EN CUALQUIERA
      *DE LAS DOS. CANALES: R=RETIRO EN CAJERO, C=COMPRA CON
      *TARJETA, M=TRANSFERENCIA AL MISMO BANCO, I=INTERBANCARIA
       Data Division.
        Local-Storage Section.
           77  IndCanal         PIC 9.
           77  FilaLeida        PIC X VALUE "N".

        Linkage Section.
           77  LSCuenta         PIC X(9).
           77  LSTarjeta        PIC X(10).
           77  LSCanal          PIC X.
           77  LSLimite         PIC 9(10)V99.
           77  LSCanalActivo    PIC 9.

       Procedure Division using  LSCuenta
                                 LSTarjeta
                                 LSCanal
                                 LSLimite
                                 returning LSCanalActivo.

             MOVE 1 TO LSCanalActivo
             EVALUATE LSCanal
               WHEN "R"   MOVE 1 TO IndCanal
               WHEN "C"   MOVE 2 TO IndCanal
               WHEN "M"   MOVE 3 TO IndCanal
               WHEN "I"   MOVE 4 TO IndCanal
               WHEN OTHER MOVE 0 TO IndCanal
             END-EVALUATE

             IF IndCanal NOT = 0 THEN
                OPEN INPUT LimitesCliente
                MOVE "C"      TO LCTipo
                MOVE LSCuenta TO LCObjeto
                READ LimitesCliente
                  KEY IS LCLlave
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE "S" TO FilaLeida
                    PERFORM AplicarLimiteCliente
                END-READ
                IF LSTarjeta NOT = SPACES THEN
                   MOVE "T"       TO LCTipo
                   MOVE LSTarjeta TO LCObjeto
                   READ LimitesCliente
                     KEY IS LCLlave
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE "S" TO FilaLeida
                       PERFORM AplicarLimiteCliente
                   END-READ
                END-IF
                CLOSE LimitesCliente
             END-IF
             MOVE "N" TO FilaLeida.

      *FilaLeida EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL CAE
      *AQUI AL FINAL DEL METODO
       AplicarLimiteCliente.
             IF FilaLeida = "S" THEN
                MOVE "N" TO FilaLeida
                IF CanalApagado(IndCanal) THEN
                   MOVE 0 TO LSCanalActivo
                   MOVE 0 TO LSLimite
                END-IF
                IF LCLimite(IndCanal) > 0
                   AND LCLimite(IndCanal) < LSLimite THEN
                   MOVE LCLimite(IndCanal) TO LSLimite
                END-IF
             END-IF.

       End Method LimiteAplicable.
      *>----------------------------------------------

       Method-ID. LimiteBanco.
      *>----------------------------------------------
      *LIMITE DEL BANCO PARA UN CANAL SEGUN EL MAESTRO DE
      *PARAMETROS, CON LOS MISMOS VALORES DE FABRICA QUE USAN EL
      *RETIRO, LA TRANSFERENCIA Y LA AUTORIZACION DE COMPRAS
       Data Division.
        Local-Storage Section.
           77  CodigoLimite     PIC X(12).
           77  ValorDefecto     PIC 9(12)V99.
           77  ValorParametro   PIC 9(12)V99.
           01  obj-parametro    object reference.
           01  obj-fechaproceso object reference.
           77  FechaHoy         PIC X(8).

        Linkage Section.
           77  LSCanal          PIC X.
           77  LSLimiteBanco    PIC 9(10)V99.

       Procedure Division using  LSCanal
                                 returning LSLimiteBanco.

             MOVE 0 TO LSLimiteBanco
             EVALUATE LSCanal
               WHEN "R"
                 MOVE "LIMRETDIA"   TO CodigoLimite
                 MOVE 5000000       TO ValorDefecto
               WHEN "C"
                 MOVE "LIMCOMPDIA"  TO CodigoLimite
                 MOVE 5000000       TO ValorDefecto
               WHEN "M"
                 MOVE "LIMMISMOBCO" TO CodigoLimite
                 MOVE 10000000      TO ValorDefecto
               WHEN OTHER
                 MOVE "LIMINTERBCO" TO CodigoLimite
                 MOVE 2000000       TO ValorDefecto
             END-EVALUATE
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning FechaHoy
             INVOKE parametro "New"
                     RETURNING obj-parametro
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoLimite
                                        FechaHoy
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO LSLimiteBanco.

       End Method LimiteBanco.
      *>----------------------------------------------

       Method-ID. MostrarLimites.
      *>----------------------------------------------
      *MUESTRA PARA UNA CUENTA O TARJETA, CANAL POR CANAL, EL
      *LIMITE DEL BANCO, EL QUE FIJO EL CLIENTE Y SI ESTA APAGADO
       Data Division.
        Local-Storage Section.
           77  IndCanal         PIC 9.
           77  CodigoCanal      PIC X.
           77  LimiteDelBanco   PIC 9(10)V99.
           77  FilaExiste       PIC X VALUE "N".
           01  TablaNombres.
               02  FILLER       PIC X(24)
                   VALUE "RRetiro en cajero       ".
               02  FILLER       PIC X(24)
                   VALUE "CCompra con tarjeta     ".
               02  FILLER       PIC X(24)
                   VALUE "MTransferencia mismo bco".
               02  FILLER       PIC X(24)
                   VALUE "ITransferencia interbanc".
           01  TablaCanales REDEFINES TablaNombres.
               02  TCCanal OCCURS 4 TIMES.
                   03  TCCodigo PIC X.
                   03  TCNombre PIC X(23).
           01  obj-limitecliente object reference.

        Linkage Section.
           77  LSTipo           PIC X.
           77  LSObjeto         PIC X(10).

       Procedure Division using  LSTipo
                                 LSObjeto.

             OPEN INPUT LimitesCliente
             MOVE LSTipo   TO LCTipo
             MOVE LSObjeto TO LCObjeto
             READ LimitesCliente
               KEY IS LCLlave
               INVALID KEY
                 MOVE "N" TO FilaExiste
               NOT INVALID KEY
                 MOVE "S" TO FilaExiste
             END-READ
             CLOSE LimitesCliente
             INVOKE limitecliente "New"
                     RETURNING obj-limitecliente
             DISPLAY "Canal                    Limite banco"
                     "    Su limite   Estado"
             MOVE 1 TO IndCanal
             PERFORM MostrarCanal UNTIL IndCanal > 4.

       MostrarCanal.
             IF IndCanal NOT > 4 THEN
                MOVE TCCodigo(IndCanal) TO CodigoCanal
                INVOKE obj-limitecliente "LimiteBanco"
                                     using CodigoCanal
                                     returning LimiteDelBanco
                IF FilaExiste = "S" THEN
                   IF CanalApagado(IndCanal) THEN
                      DISPLAY IndCanal " " TCNombre(IndCanal) " "
                              LimiteDelBanco " " LCLimite(IndCanal)
                              " APAGADO"
                   ELSE
                      DISPLAY IndCanal " " TCNombre(IndCanal) " "
                              LimiteDelBanco " " LCLimite(IndCanal)
                              " ACTIVO"
                   END-IF
                ELSE
                   DISPLAY IndCanal " " TCNombre(IndCanal) " "
                           LimiteDelBanco " SIN LIMITE PROPIO ACTIVO"
                END-IF
                ADD 1 TO IndCanal
             END-IF.

       End Method MostrarLimites.
      *>----------------------------------------------

       Method-ID. FijarLimiteCanal.
      *>----------------------------------------------
      *EL CLIENTE FIJA SU LIMITE PARA UN CANAL (CERO = QUITAR SU
      *LIMITE Y DEJAR EL DEL BANCO) Y LO ENCIENDE O APAGA. NO
      *PUEDE PASAR DEL LIMITE DEL BANCO. LA PROPIEDAD DE LA CUENTA
      *O LA TARJETA LA VALIDA QUIEN LLAMA. CADA CAMBIO QUEDA EN EL
      *REGISTRO DE CAMBIOS CON EL VALOR ANTERIOR Y EL NUEVO.
      *DEVUELVE 1 SI EL CAMBIO QUEDO APLICADO
       Data Division.
        Local-Storage Section.
           77  IndCanal         PIC 9.
           77  IndInicial       PIC 9.
           77  LimiteDelBanco   PIC 9(10)V99.
           77  LimiteAnterior   PIC 9(10)V99 VALUE 0.
           77  ActivoAnterior   PIC X VALUE "S".
           77  FilaExiste       PIC X VALUE "N".
           77  Rechazo          PIC X VALUE "N".
           77  NombreSec        PIC X(12) VALUE "LIMCLISEQ".
           77  NumeroAsignado   PIC 9(9).
           77  MaxSeq           PIC 9(6) VALUE 0.
           77  HayMas           PIC X VALUE "S".
               88  NoHayMas     VALUE "N".
           01  obj-limitecliente object reference.
           01  obj-fechaproceso object reference.
           01  obj-consecutivo  object reference.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
               02  CurrentDay    PIC 99.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

        Linkage Section.
           77  LSTipo           PIC X.
           77  LSObjeto         PIC X(10).
           77  LSIdCustomer     PIC 9(9).
           77  LSCanal          PIC X.
           77  LSLimite         PIC 9(10)V99.
           77  LSActivo         PIC X.
           77  LSAplicado       PIC 9.

       Procedure Division using  LSTipo
                                 LSObjeto
                                 LSIdCustomer
                                 LSCanal
                                 LSLimite
                                 LSActivo
                                 returning LSAplicado.

             MOVE 0 TO LSAplicado
             EVALUATE LSCanal
               WHEN "R"   MOVE 1 TO IndCanal
               WHEN "C"   MOVE 2 TO IndCanal
               WHEN "M"   MOVE 3 TO IndCanal
               WHEN "I"   MOVE 4 TO IndCanal
               WHEN OTHER MOVE 0 TO IndCanal
             END-EVALUATE
             IF IndCanal = 0 THEN
                DISPLAY "Canal no valido"
                MOVE "S" TO Rechazo
             END-IF
             IF Rechazo = "N"
                AND LSTipo NOT = "C" AND LSTipo NOT = "T" THEN
                DISPLAY "Debe indicar una cuenta o una tarjeta"
                MOVE "S" TO Rechazo
             END-IF
             IF Rechazo = "N"
                AND LSActivo NOT = "S" AND LSActivo NOT = "N" THEN
                DISPLAY "Estado del canal no valido"
                MOVE "S" TO Rechazo
             END-IF

             IF Rechazo = "N" THEN
                INVOKE limitecliente "New"
                        RETURNING obj-limitecliente
                INVOKE obj-limitecliente "LimiteBanco"
                                     using LSCanal
                                     returning LimiteDelBanco
                IF LSLimite > LimiteDelBanco THEN
                   DISPLAY "Su limite no puede superar el del banco: "
                           LimiteDelBanco
                   MOVE "S" TO Rechazo
                END-IF
             END-IF

             IF Rechazo = "N" THEN
                INVOKE fechaproceso "New"
                        RETURNING obj-fechaproceso
                INVOKE obj-fechaproceso "GetFechaProceso"
                                          returning CurrentDate
                ACCEPT CurrentTime FROM TIME
                OPEN I-O LimitesCliente
                MOVE LSTipo   TO LCTipo
                MOVE LSObjeto TO LCObjeto
                READ LimitesCliente
                  KEY IS LCLlave
                  INVALID KEY
                    MOVE "N" TO FilaExiste
                  NOT INVALID KEY
                    MOVE "S" TO FilaExiste
                END-READ
                IF FilaExiste = "S" THEN
                   MOVE LCLimite(IndCanal) TO LimiteAnterior
                   MOVE LCActivo(IndCanal) TO ActivoAnterior
                ELSE
      *FILA NUEVA: TODOS LOS CANALES SIN LIMITE PROPIO Y ACTIVOS
                   MOVE LSTipo       TO LCTipo
                   MOVE LSObjeto     TO LCObjeto
                   MOVE LSIdCustomer TO LCIdCustomer
                   MOVE 1 TO IndInicial
                   PERFORM InicializarCanal UNTIL IndInicial > 4
                END-IF
                MOVE LSLimite    TO LCLimite(IndCanal)
                MOVE LSActivo    TO LCActivo(IndCanal)
                MOVE CurrentDate TO LCFechaCambio
                IF FilaExiste = "S" THEN
                   REWRITE limites-cliente-file
                     INVALID KEY
                       MOVE "S" TO Rechazo
                   END-REWRITE
                ELSE
                   WRITE limites-cliente-file
                     INVALID KEY
                       MOVE "S" TO Rechazo
                   END-WRITE
                END-IF
                CLOSE LimitesCliente
                IF Rechazo = "S" THEN
                   DISPLAY "No se pudo registrar el limite"
                END-IF
             END-IF

      *REGISTRO DEL CAMBIO CON EL VALOR ANTERIOR Y EL NUEVO
             IF Rechazo = "N" THEN
                INVOKE consecutivo "New"
                        RETURNING obj-consecutivo
                INVOKE obj-consecutivo "TomarSiguiente"
                                     using NombreSec
                                     returning NumeroAsignado
                IF NumeroAsignado = 0 THEN
                   MOVE "S" TO HayMas
                   OPEN INPUT CambiosLimite
                   PERFORM BuscarMaxCambio UNTIL NoHayMas
                   CLOSE CambiosLimite
                   MOVE MaxSeq TO NumeroAsignado
                   INVOKE obj-consecutivo "IniciarConsecutivo"
                                        using NombreSec NumeroAsignado
                   INVOKE obj-consecutivo "TomarSiguiente"
                                        using NombreSec
                                        returning NumeroAsignado
                END-IF
                OPEN I-O CambiosLimite
                MOVE NumeroAsignado TO LCCSeq
                MOVE CurrentDate    TO LCCFecha
                MOVE CurrentTime    TO LCCHora
                MOVE LSIdCustomer   TO LCCIdCustomer
                MOVE LSTipo         TO LCCTipo
                MOVE LSObjeto       TO LCCObjeto
                MOVE LSCanal        TO LCCCanal
                MOVE LimiteAnterior TO LCCLimAnterior
                MOVE ActivoAnterior TO LCCActAnterior
                MOVE LSLimite       TO LCCLimNuevo
                MOVE LSActivo       TO LCCActNuevo
                WRITE cambios-limite-file
                END-WRITE
                CLOSE CambiosLimite
                MOVE 1 TO LSAplicado
                DISPLAY "El cambio quedo registrado"
             END-IF.

       InicializarCanal.
             IF IndInicial NOT > 4 THEN
                MOVE 0   TO LCLimite(IndInicial)
                MOVE "S" TO LCActivo(IndInicial)
                ADD 1 TO IndInicial
             END-IF.

       BuscarMaxCambio.
             READ CambiosLimite NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF LCCSeq > MaxSeq THEN
                    MOVE LCCSeq TO MaxSeq
                 END-IF
             END-READ.

       End Method FijarLimiteCanal.
      *>----------------------------------------------

       end object.
       end class LimiteCliente.
