      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Cobranza as "cobranza"
                 inherits from base.

       object section.
       class-control.
           prestamo     is class "prestamo"
           accounts     is class "accounts"
           reporte      is class "reporte"
           cobranza     is class "cobranza".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GestoresCobranza ASSIGN TO "cobranza_gestores.dat"
           organization is indexed
           access is dynamic
           record key is GcOperId.

           SELECT ColaCobranza ASSIGN TO "cobranza_cola.dat"
           organization is indexed
           access is dynamic
           record key is CqPreId
           alternate record key is CqGestor with duplicates.

           SELECT GestionesCobranza ASSIGN TO
                  "cobranza_gestiones.dat"
           organization is indexed
           access is dynamic
           record key is CgSeq
           alternate record key is CgPreId with duplicates.

           SELECT CobPrestamos ASSIGN TO "prestamos.dat"
           organization is indexed
           access is dynamic
           record key is CPRPreId.

       DATA DIVISION.
       FILE SECTION.
       FD GestoresCobranza.
      *GESTORES DE COBRANZA: LOS OPERADORES QUE RECIBEN PRESTAMOS
      *EN MORA DE SU SUCURSAL. SOLO LOS ACTIVOS (A) RECIBEN
      *ASIGNACIONES NUEVAS
       01 gestores-cobranza-file.
           05  GcOperId         PIC 9(9).
           05  GcSucursal       PIC 9(2).
           05  GcEstado         PIC X.
               88  GestorActivo   VALUE "A".
               88  GestorInactivo VALUE "I".

       FD ColaCobranza.
      *COLA DE COBRANZA: UN REGISTRO POR PRESTAMO QUE PASO EL
      *UMBRAL DE DIAS DE MORA, ASIGNADO A UN GESTOR DE LA SUCURSAL
      *DE LA CUENTA VINCULADA (GESTOR EN CERO = SIN GESTOR). QUEDA
      *ACTIVO (A) HASTA QUE EL PRESTAMO SE PONE AL DIA (C); UNA
      *PROMESA INCUMPLIDA LO ESCALA (E) Y SUBE SU NIVEL
       01 cola-cobranza-file.
           05  CqPreId          PIC 9(5).
           05  CqIdCustomer     PIC 9(9).
           05  CqSucursal       PIC 9(2).
           05  CqGestor         PIC 9(9).
           05  CqFechaAsignacion PIC X(8).
           05  CqDiasMora       PIC 9(5).
           05  CqMontoMora      PIC 9(12)V99.
           05  CqEstado         PIC X.
               88  ColaActiva    VALUE "A".
               88  ColaEscalada  VALUE "E".
               88  ColaCerrada   VALUE "C".
           05  CqNivel          PIC 9.
           05  CqFechaUltGestion PIC X(8).

       FD GestionesCobranza.
      *GESTIONES DE COBRANZA: CADA INTENTO DE CONTACTO CON SU CANAL
      *(L LLAMADA, V VISITA, M MENSAJE, C CARTA) Y RESULTADO
      *(C CONTACTADO, N NO CONTACTADO, P PROMESA DE PAGO, R SE
      *REHUSA). LA PROMESA GUARDA LA FECHA, EL VALOR Y EL VENCIDO
      *DEL PRESTAMO AL PROMETER; EL PROCESO DIARIO LA VERIFICA
      *CONTRA LO PAGADO: PENDIENTE (P), CUMPLIDA (C), INCUMPLIDA (I)
       01 gestiones-cobranza-file.
           05  CgSeq            PIC 9(9).
           05  CgPreId          PIC 9(5).
           05  CgFecha          PIC X(8).
           05  CgGestor         PIC 9(9).
           05  CgCanal          PIC X.
           05  CgResultado      PIC X.
               88  GestionContacto VALUE "C" "P".
               88  GestionPromesa  VALUE "P".
           05  CgNota           PIC X(40).
           05  CgFechaPromesa   PIC X(8).
           05  CgMontoPromesa   PIC 9(12)V99.
           05  CgMoraBase       PIC 9(12)V99.
           05  CgEstadoPromesa  PIC X.
               88  PromesaPendiente  VALUE "P".
               88  PromesaCumplida   VALUE "C".
               88  PromesaIncumplida VALUE "I".
           05  CgFechaVerif     PIC X(8).
           05  CgValorPagado    PIC 9(12)V99.

       FD CobPrestamos.
      *COPIA DE SOLO LECTURA DEL MAESTRO DE PRESTAMOS
       01 cob-prestamos-file.
           05  CPRPreId           PIC 9(5).
           05  CPRIdCustomer      PIC 9(9).
           05  CPRCuentaVinculada PIC X(9).
           05  CPRCapital         PIC 9(10)V99.
           05  CPRTasaMensual     PIC 9V9999.
           05  CPRPlazoMeses      PIC 9(3).
           05  CPRCuotaMensual    PIC 9(10)V99.
           05  CPRCuotasPagadas   PIC 9(3).
           05  CPRCuotasMora      PIC 9(3).
           05  CPREstado          PIC 9.
           05  CPRReestructurado  PIC X.
           05  CPRFechaAprobacion PIC X(8).
           05  CPRIndice          PIC X(4).
           05  CPRSpread          PIC 9V9999.
           05  CPRPeriodoReajuste PIC 9(2).
           05  CPRFechaReajuste   PIC X(8).

       Method-ID. GuardarGestor.
      *>----------------------------------------------
       Data Division.
        Linkage Section.
           77  LSOperId      PIC 9(9).
           77  LSSucursal    PIC 9(2).
           77  LSEstado      PIC X.
           77  GuardarOk     PIC 9.

       Procedure Division using  LSOperId
                                 LSSucursal
                                 LSEstado
                                 returning GuardarOk.

          MOVE 0 TO GuardarOk
          IF LSEstado NOT = "A" AND LSEstado NOT = "I" THEN
             DISPLAY "Estado no valido (A activo, I inactivo)"
          ELSE
             OPEN I-O GestoresCobranza
               MOVE LSOperId TO GcOperId
               READ GestoresCobranza
                 KEY IS GcOperId
                 INVALID KEY
                   MOVE LSOperId   TO GcOperId
                   MOVE LSSucursal TO GcSucursal
                   MOVE LSEstado   TO GcEstado
                   WRITE gestores-cobranza-file
                   END-WRITE
                 NOT INVALID KEY
                   MOVE LSSucursal TO GcSucursal
                   MOVE LSEstado   TO GcEstado
                   REWRITE gestores-cobranza-file
                   END-REWRITE
               END-READ
             CLOSE GestoresCobranza
             MOVE 1 TO GuardarOk
          END-IF.

       End Method GuardarGestor.
      *>----------------------------------------------

       Method-ID. ListarGestores.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  TotalGestores PIC 9(4).

       Procedure Division returning TotalGestores.

             MOVE 0   TO TotalGestores
             MOVE "S" TO HayMas
             OPEN INPUT GestoresCobranza
             PERFORM ListarGestorSiguiente UNTIL NoHayMas
             CLOSE GestoresCobranza.

       ListarGestorSiguiente.
             READ GestoresCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 DISPLAY GcOperId " sucursal " GcSucursal
                         " estado " GcEstado
                 ADD 1 TO TotalGestores
             END-READ.

       End Method ListarGestores.
      *>----------------------------------------------

       Method-ID. ActualizarCola.
      *>----------------------------------------------
      *COLA DIARIA DE COBRANZA: CADA PRESTAMO VIGENTE CON DIAS DE
      *MORA EN O SOBRE EL UMBRAL ENTRA A LA COLA Y SE ASIGNA AL
      *GESTOR ACTIVO DE SU SUCURSAL CON MENOS PRESTAMOS EN COLA.
      *LOS QUE YA ESTAN SE ACTUALIZAN CON SUS DIAS Y SU VENCIDO, Y
      *LOS QUE SE PUSIERON AL DIA (O SE CANCELARON O CASTIGARON)
      *SALEN. IMPRIME LA COLA RESULTANTE ORDENADA POR GESTOR
      *AsignarPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  AsignarPend     PIC X VALUE "N".
           77  TotalCerrados   PIC 9(4).
           77  TotalEnCola     PIC 9(4).
           77  DiasMora        PIC 9(5).
           77  MontoMora       PIC 9(12)V99.
           77  EstadoPrestamo  PIC 9.
           77  SucursalPrestamo PIC 9(2).
           77  GestorElegido   PIC 9(9).
           77  MenorCarga      PIC 9(5).
           77  IndGestor       PIC 9(3).
           77  IndElegido      PIC 9(3).
           77  TotalTabla      PIC 9(3).
      *TABLA DE GESTORES ACTIVOS CON SU CARGA ACTUAL EN LA COLA
           01  TablaGestores.
               02  TgFila OCCURS 200.
                   03  TgOperId    PIC 9(9).
                   03  TgSucursal  PIC 9(2).
                   03  TgCarga     PIC 9(5).
           77  NombreImpresion   PIC X(30)
                                 VALUE "cobranza_cola.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "COLA DE COBRANZA".
           77  EncabezadoImpresion PIC X(80)
               VALUE "GESTOR    PREST CLIENTE   DIAS VENCIDO   EST N".
           01  LineaCola.
               02  LQGestor    PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LQPreId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LQCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LQDias      PIC ZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LQMonto     PIC Z(11)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LQEstado    PIC X.
               02  FILLER      PIC X VALUE SPACE.
               02  LQNivel     PIC 9.
               02  FILLER      PIC X VALUE SPACE.
               02  LQUltGestion PIC X(8).
               02  FILLER      PIC X(21) VALUE SPACES.
           77  MontoControl    PIC S9(14)V99.
           77  TotalVencido    PIC 9(14)V99.
           01  obj-prestamo    object reference.
           01  obj-accounts    object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSUmbral        PIC 9(3).
           77  TotalAsignados  PIC 9(4).

       Procedure Division using  LSFecha
                                 LSUmbral
                                 returning TotalAsignados.

             MOVE 0 TO TotalAsignados
             MOVE 0 TO TotalCerrados
             MOVE 0 TO TotalTabla
             INVOKE prestamo "New"
                     RETURNING obj-prestamo
             INVOKE accounts "New"
                     RETURNING obj-accounts

      *CARGAR LOS GESTORES ACTIVOS Y CONTAR SU CARGA EN LA COLA
             MOVE "S" TO HayMas
             OPEN INPUT GestoresCobranza
             PERFORM CargarGestorActivo UNTIL NoHayMas
             CLOSE GestoresCobranza

             MOVE "S" TO HayMas
             OPEN INPUT ColaCobranza
             PERFORM ContarCargaGestor UNTIL NoHayMas
             CLOSE ColaCobranza

      *RECORRER LA CARTERA Y ACTUALIZAR LA COLA
             MOVE "S" TO HayMas
             OPEN I-O ColaCobranza
             OPEN INPUT CobPrestamos
             PERFORM RevisarPrestamoCola UNTIL NoHayMas
             CLOSE CobPrestamos
             CLOSE ColaCobranza

      *IMPRIMIR LA COLA ABIERTA POR GESTOR
             MOVE 0 TO TotalEnCola
             MOVE 0 TO TotalVencido
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion
             MOVE "S" TO HayMas
             OPEN INPUT ColaCobranza
             MOVE 0 TO CqGestor
             START ColaCobranza KEY IS NOT < CqGestor
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM ImprimirColaSiguiente UNTIL NoHayMas
             CLOSE ColaCobranza
             MOVE TotalVencido TO MontoControl
             INVOKE obj-reporte "CerrarReporte" using MontoControl

             DISPLAY "Prestamos asignados a cobranza: " TotalAsignados
             DISPLAY "Prestamos que salieron de la cola: "
                     TotalCerrados
             DISPLAY "Prestamos en la cola: " TotalEnCola.

       CargarGestorActivo.
             READ GestoresCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF GestorActivo AND TotalTabla < 200 THEN
                    ADD 1 TO TotalTabla
                    MOVE GcOperId   TO TgOperId(TotalTabla)
                    MOVE GcSucursal TO TgSucursal(TotalTabla)
                    MOVE 0          TO TgCarga(TotalTabla)
                 END-IF
             END-READ.

       ContarCargaGestor.
             READ ColaCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF NOT ColaCerrada THEN
                    MOVE 1 TO IndGestor
                    PERFORM SumarCargaGestor
                            UNTIL IndGestor > TotalTabla
                 END-IF
             END-READ.

       SumarCargaGestor.
             IF TgOperId(IndGestor) = CqGestor THEN
                ADD 1 TO TgCarga(IndGestor)
             END-IF
             ADD 1 TO IndGestor.

       RevisarPrestamoCola.
             READ CobPrestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE 0 TO DiasMora
                 MOVE 0 TO MontoMora
                 IF CPREstado = 0 AND CPRCuotasMora > 0 THEN
                    INVOKE obj-prestamo "ConsultarMoraPrestamo"
                                     using CPRPreId
                                           LSFecha
                                           DiasMora
                                           MontoMora
                                     returning EstadoPrestamo
                 END-IF
                 MOVE CPRPreId TO CqPreId
                 READ ColaCobranza
                   KEY IS CqPreId
                   INVALID KEY
                     IF DiasMora NOT < LSUmbral
                        AND DiasMora > 0 THEN
                        MOVE "S" TO AsignarPend
                        PERFORM AsignarPrestamoCola
                        WRITE cola-cobranza-file
                        END-WRITE
                     END-IF
                   NOT INVALID KEY
                     EVALUATE TRUE
                       WHEN ColaCerrada
                         IF DiasMora NOT < LSUmbral
                            AND DiasMora > 0 THEN
                            MOVE "S" TO AsignarPend
                            PERFORM AsignarPrestamoCola
                            REWRITE cola-cobranza-file
                            END-REWRITE
                         END-IF
                       WHEN MontoMora = 0
      *AL DIA, CANCELADO O CASTIGADO: SALE DE LA COLA
                         MOVE "C" TO CqEstado
                         REWRITE cola-cobranza-file
                         END-REWRITE
                         ADD 1 TO TotalCerrados
                       WHEN OTHER
                         MOVE DiasMora  TO CqDiasMora
                         MOVE MontoMora TO CqMontoMora
                         REWRITE cola-cobranza-file
                         END-REWRITE
                     END-EVALUATE
                 END-READ
             END-READ.

      *NUEVA ENTRADA (O REAPERTURA) EN LA COLA: EL GESTOR ACTIVO DE
      *LA SUCURSAL CON MENOS PRESTAMOS EN COLA
       AsignarPrestamoCola.
             IF AsignarPend = "S" THEN
                MOVE "N" TO AsignarPend
                INVOKE obj-accounts "GetSucursal"
                                    using CPRCuentaVinculada
                                    returning SucursalPrestamo
                MOVE 0     TO GestorElegido
                MOVE 0     TO IndElegido
                MOVE 99999 TO MenorCarga
                MOVE 1     TO IndGestor
                PERFORM ElegirGestor UNTIL IndGestor > TotalTabla
                IF IndElegido NOT = 0 THEN
                   MOVE TgOperId(IndElegido) TO GestorElegido
                   ADD 1 TO TgCarga(IndElegido)
                END-IF
                MOVE CPRPreId         TO CqPreId
                MOVE CPRIdCustomer    TO CqIdCustomer
                MOVE SucursalPrestamo TO CqSucursal
                MOVE GestorElegido    TO CqGestor
                MOVE LSFecha          TO CqFechaAsignacion
                MOVE DiasMora         TO CqDiasMora
                MOVE MontoMora        TO CqMontoMora
                MOVE "A"              TO CqEstado
                MOVE 0                TO CqNivel
                MOVE SPACES           TO CqFechaUltGestion
                ADD 1 TO TotalAsignados
                IF GestorElegido = 0 THEN
                   DISPLAY "Prestamo " CPRPreId " SIN GESTOR en la"
                           " sucursal " SucursalPrestamo
                ELSE
                   DISPLAY "Prestamo " CPRPreId " asignado al gestor "
                           GestorElegido
                END-IF
             END-IF.

       ElegirGestor.
             IF TgSucursal(IndGestor) = SucursalPrestamo
                AND TgCarga(IndGestor) < MenorCarga THEN
                MOVE TgCarga(IndGestor) TO MenorCarga
                MOVE IndGestor TO IndElegido
             END-IF
             ADD 1 TO IndGestor.

       ImprimirColaSiguiente.
             READ ColaCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF NOT ColaCerrada THEN
                    MOVE CqGestor          TO LQGestor
                    MOVE CqPreId           TO LQPreId
                    MOVE CqIdCustomer      TO LQCliente
                    MOVE CqDiasMora        TO LQDias
                    MOVE CqMontoMora       TO LQMonto
                    MOVE CqEstado          TO LQEstado
                    MOVE CqNivel           TO LQNivel
                    MOVE CqFechaUltGestion TO LQUltGestion
                    INVOKE obj-reporte "EscribirLinea" using LineaCola
                    ADD 1 TO TotalEnCola
                    ADD CqMontoMora TO TotalVencido
                 END-IF
             END-READ.

       End Method ActualizarCola.
      *>----------------------------------------------

       Method-ID. ListarCola.
      *>----------------------------------------------
      *PRESTAMOS ABIERTOS EN LA COLA DE UN GESTOR; CON GESTOR EN
      *CERO MUESTRA LA COLA COMPLETA (VISTA DEL SUPERVISOR)
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSGestor      PIC 9(9).
           77  TotalCola     PIC 9(4).

       Procedure Division using  LSGestor
                                 returning TotalCola.

             MOVE 0   TO TotalCola
             MOVE "S" TO HayMas
             OPEN INPUT ColaCobranza
             MOVE LSGestor TO CqGestor
             IF LSGestor = 0 THEN
                START ColaCobranza KEY IS NOT < CqGestor
                  INVALID KEY
                    MOVE "N" TO HayMas
                END-START
             ELSE
                START ColaCobranza KEY IS = CqGestor
                  INVALID KEY
                    MOVE "N" TO HayMas
                END-START
             END-IF
             PERFORM ListarColaSiguiente UNTIL NoHayMas
             CLOSE ColaCobranza.

       ListarColaSiguiente.
             READ ColaCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF LSGestor NOT = 0 AND CqGestor NOT = LSGestor THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF NOT ColaCerrada THEN
                       DISPLAY CqPreId " cliente " CqIdCustomer
                               " gestor " CqGestor
                               " dias " CqDiasMora
                               " vencido " CqMontoMora
                               " estado " CqEstado
                               " nivel " CqNivel
                               " ult.gestion " CqFechaUltGestion
                       ADD 1 TO TotalCola
                    END-IF
                 END-IF
             END-READ.

       End Method ListarCola.
      *>----------------------------------------------

       Method-ID. ReasignarCola.
      *>----------------------------------------------
      *EL SUPERVISOR PASA UN PRESTAMO DE LA COLA A OTRO GESTOR
      *ACTIVO (TAMBIEN LOS QUE QUEDARON SIN GESTOR)
       Data Division.
        Local-Storage Section.
           77  GestorValido  PIC X VALUE "N".

        Linkage Section.
           77  LSPreId       PIC 9(5).
           77  LSGestor      PIC 9(9).
           77  ReasignarOk   PIC 9.

       Procedure Division using  LSPreId
                                 LSGestor
                                 returning ReasignarOk.

          MOVE 0 TO ReasignarOk
          OPEN INPUT GestoresCobranza
            MOVE LSGestor TO GcOperId
            READ GestoresCobranza
              KEY IS GcOperId
              INVALID KEY
                DISPLAY "El operador no es gestor de cobranza"
              NOT INVALID KEY
                IF GestorActivo THEN
                   MOVE "S" TO GestorValido
                ELSE
                   DISPLAY "El gestor esta inactivo"
                END-IF
            END-READ
          CLOSE GestoresCobranza

          IF GestorValido = "S" THEN
             OPEN I-O ColaCobranza
               MOVE LSPreId TO CqPreId
               READ ColaCobranza
                 KEY IS CqPreId
                 INVALID KEY
                   DISPLAY "El prestamo no esta en la cola"
                 NOT INVALID KEY
                   IF ColaCerrada THEN
                      DISPLAY "El prestamo ya salio de la cola"
                   ELSE
                      MOVE LSGestor TO CqGestor
                      REWRITE cola-cobranza-file
                      END-REWRITE
                      MOVE 1 TO ReasignarOk
                   END-IF
               END-READ
             CLOSE ColaCobranza
          END-IF.

       End Method ReasignarCola.
      *>----------------------------------------------

       Method-ID. RegistrarGestion.
      *>----------------------------------------------
      *INTENTO DE CONTACTO DEL GESTOR SOBRE UN PRESTAMO DE LA COLA.
      *EL CAJERO-GESTOR (ROL 1) SOLO GESTIONA SUS PRESTAMOS. UNA
      *PROMESA DE PAGO (RESULTADO P) EXIGE FECHA NO ANTERIOR A HOY
      *Y VALOR, Y NO PUEDE HABER OTRA PENDIENTE EN EL PRESTAMO; SE
      *GUARDA CON EL VENCIDO DEL PRESTAMO EN ESE MOMENTO
      *GrabarPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  GrabarPend    PIC X VALUE "N".
           77  GestionValida PIC X VALUE "N".
           77  MaxCgSeq      PIC 9(9) VALUE 0.
           77  PromesasAbiertas PIC 9(4) VALUE 0.
           77  DiasMora      PIC 9(5).
           77  MontoMora     PIC 9(12)V99.
           77  EstadoPrestamo PIC 9.
           01  obj-prestamo  object reference.

        Linkage Section.
           77  LSPreId       PIC 9(5).
           77  LSGestor      PIC 9(9).
           77  LSRol         PIC 9.
           77  LSFecha       PIC X(8).
           77  LSCanal       PIC X.
           77  LSResultado   PIC X.
           77  LSNota        PIC X(40).
           77  LSFechaPromesa PIC X(8).
           77  LSMontoPromesa PIC 9(12)V99.
           77  GestionOk     PIC 9.

       Procedure Division using  LSPreId
                                 LSGestor
                                 LSRol
                                 LSFecha
                                 LSCanal
                                 LSResultado
                                 LSNota
                                 LSFechaPromesa
                                 LSMontoPromesa
                                 returning GestionOk.

          MOVE 0 TO GestionOk
          OPEN INPUT ColaCobranza
            MOVE LSPreId TO CqPreId
            READ ColaCobranza
              KEY IS CqPreId
              INVALID KEY
                DISPLAY "El prestamo no esta en la cola de cobranza"
              NOT INVALID KEY
                EVALUATE TRUE
                  WHEN ColaCerrada
                    DISPLAY "El prestamo ya salio de la cola"
                  WHEN LSRol = 1 AND CqGestor NOT = LSGestor
                    DISPLAY "El prestamo esta asignado a otro gestor"
                  WHEN OTHER
                    MOVE "S" TO GestionValida
                END-EVALUATE
            END-READ
          CLOSE ColaCobranza

          IF GestionValida = "S" THEN
             EVALUATE TRUE
               WHEN LSCanal NOT = "L" AND LSCanal NOT = "V"
                    AND LSCanal NOT = "M" AND LSCanal NOT = "C"
                 DISPLAY "Canal no valido"
                 MOVE "N" TO GestionValida
               WHEN LSResultado NOT = "C" AND LSResultado NOT = "N"
                    AND LSResultado NOT = "P"
                    AND LSResultado NOT = "R"
                 DISPLAY "Resultado no valido"
                 MOVE "N" TO GestionValida
               WHEN LSResultado = "P"
                    AND (LSFechaPromesa < LSFecha
                         OR LSMontoPromesa = 0)
                 DISPLAY "La promesa requiere fecha desde hoy y valor"
                 MOVE "N" TO GestionValida
             END-EVALUATE
          END-IF

          IF GestionValida = "S" AND LSResultado = "P" THEN
             MOVE "S" TO HayMas
             OPEN INPUT GestionesCobranza
             MOVE LSPreId TO CgPreId
             START GestionesCobranza KEY IS = CgPreId
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM ContarPromesaAbierta UNTIL NoHayMas
             CLOSE GestionesCobranza
             IF PromesasAbiertas > 0 THEN
                DISPLAY "El prestamo ya tiene una promesa pendiente"
                MOVE "N" TO GestionValida
             END-IF
          END-IF

          IF GestionValida = "S" THEN
             MOVE "S" TO GrabarPend
             PERFORM GrabarGestion
          END-IF.

       ContarPromesaAbierta.
             READ GestionesCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CgPreId NOT = LSPreId THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF PromesaPendiente THEN
                       ADD 1 TO PromesasAbiertas
                    END-IF
                 END-IF
             END-READ.

       GrabarGestion.
             IF GrabarPend = "S" THEN
                MOVE "N" TO GrabarPend
                MOVE 0 TO MontoMora
                IF LSResultado = "P" THEN
                   INVOKE prestamo "New"
                           RETURNING obj-prestamo
                   INVOKE obj-prestamo "ConsultarMoraPrestamo"
                                    using LSPreId
                                          LSFecha
                                          DiasMora
                                          MontoMora
                                    returning EstadoPrestamo
                END-IF

      *BUSCAR EL MAYOR CgSeq YA ASIGNADO PARA GENERAR EL SIGUIENTE
                MOVE "S" TO HayMas
                OPEN I-O GestionesCobranza
                PERFORM BuscarMaxCgSeq UNTIL NoHayMas
                CLOSE GestionesCobranza

                OPEN I-O GestionesCobranza
                COMPUTE CgSeq = MaxCgSeq + 1
                MOVE LSPreId     TO CgPreId
                MOVE LSFecha     TO CgFecha
                MOVE LSGestor    TO CgGestor
                MOVE LSCanal     TO CgCanal
                MOVE LSResultado TO CgResultado
                MOVE LSNota      TO CgNota
                IF LSResultado = "P" THEN
                   MOVE LSFechaPromesa TO CgFechaPromesa
                   MOVE LSMontoPromesa TO CgMontoPromesa
                   MOVE MontoMora      TO CgMoraBase
                   MOVE "P"            TO CgEstadoPromesa
                ELSE
                   MOVE SPACES TO CgFechaPromesa
                   MOVE 0      TO CgMontoPromesa
                   MOVE 0      TO CgMoraBase
                   MOVE SPACE  TO CgEstadoPromesa
                END-IF
                MOVE SPACES TO CgFechaVerif
                MOVE 0      TO CgValorPagado
                WRITE gestiones-cobranza-file
                END-WRITE
                CLOSE GestionesCobranza

                OPEN I-O ColaCobranza
                  MOVE LSPreId TO CqPreId
                  READ ColaCobranza
                    KEY IS CqPreId
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE LSFecha TO CqFechaUltGestion
                      REWRITE cola-cobranza-file
                      END-REWRITE
                  END-READ
                CLOSE ColaCobranza
                MOVE 1 TO GestionOk
             END-IF.

       BuscarMaxCgSeq.
             READ GestionesCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CgSeq > MaxCgSeq THEN
                    MOVE CgSeq TO MaxCgSeq
                 END-IF
             END-READ.

       End Method RegistrarGestion.
      *>----------------------------------------------

       Method-ID. HistorialGestiones.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSPreId       PIC 9(5).
           77  TotalGestiones PIC 9(4).

       Procedure Division using  LSPreId
                                 returning TotalGestiones.

             MOVE 0   TO TotalGestiones
             MOVE "S" TO HayMas
             OPEN INPUT GestionesCobranza
             MOVE LSPreId TO CgPreId
             START GestionesCobranza KEY IS = CgPreId
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM ListarGestionSiguiente UNTIL NoHayMas
             CLOSE GestionesCobranza.

       ListarGestionSiguiente.
             READ GestionesCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CgPreId NOT = LSPreId THEN
                    MOVE "N" TO HayMas
                 ELSE
                    DISPLAY CgFecha " gestor " CgGestor
                            " canal " CgCanal
                            " resultado " CgResultado
                            " " CgNota
                    IF GestionPromesa THEN
                       DISPLAY "   promesa para " CgFechaPromesa
                               " por " CgMontoPromesa
                               " estado " CgEstadoPromesa
                               " pagado " CgValorPagado
                    END-IF
                    ADD 1 TO TotalGestiones
                 END-IF
             END-READ.

       End Method HistorialGestiones.
      *>----------------------------------------------

       Method-ID. VerificarPromesas.
      *>----------------------------------------------
      *VERIFICACION DIARIA DE LAS PROMESAS PENDIENTES CONTRA LO
      *PAGADO: LO PAGADO ES CUANTO BAJO EL VENCIDO DEL PRESTAMO
      *DESDE LA PROMESA (UN PRESTAMO CANCELADO CUMPLIO). SI CUBRE
      *EL VALOR PROMETIDO LA PROMESA SE CUMPLIO; SI NO Y SU FECHA
      *YA PASO SE INCUMPLIO Y EL PRESTAMO SE ESCALA EN LA COLA.
      *IMPRIME LAS PROMESAS RESUELTAS; EL TOTAL DE CONTROL ES LO
      *PAGADO SOBRE ELLAS
      *EscalarPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  EscalarPend     PIC X VALUE "N".
           77  TotalCumplidas  PIC 9(4).
           77  DiasMora        PIC 9(5).
           77  MontoMora       PIC 9(12)V99.
           77  EstadoPrestamo  PIC 9.
           77  TotalPagado     PIC 9(14)V99.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion   PIC X(30)
                                 VALUE "cobranza_promesas.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "PROMESAS DE PAGO VERIFICADAS".
           77  EncabezadoImpresion PIC X(80)
               VALUE "PREST GESTOR    PROMESA  PROMETIDO PAGADO EST N".
           01  LineaPromesa.
               02  LPPreId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LPGestor    PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LPFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LPPrometido PIC Z(11)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LPPagado    PIC Z(11)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LPEstado    PIC X(10).
               02  FILLER      PIC X VALUE SPACE.
               02  LPNivel     PIC 9.
               02  FILLER      PIC X(11) VALUE SPACES.
           01  obj-prestamo    object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalIncumplidas PIC 9(4).

       Procedure Division using  LSFecha
                                 returning TotalIncumplidas.

             MOVE 0 TO TotalIncumplidas
             MOVE 0 TO TotalCumplidas
             MOVE 0 TO TotalPagado
             INVOKE prestamo "New"
                     RETURNING obj-prestamo
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN I-O GestionesCobranza
             OPEN I-O ColaCobranza
             PERFORM VerificarPromesaSiguiente UNTIL NoHayMas
             CLOSE ColaCobranza
             CLOSE GestionesCobranza

             MOVE TotalPagado TO MontoControl
             INVOKE obj-reporte "CerrarReporte" using MontoControl
             DISPLAY "Promesas cumplidas: " TotalCumplidas
             DISPLAY "Promesas incumplidas: " TotalIncumplidas.

       VerificarPromesaSiguiente.
             READ GestionesCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PromesaPendiente THEN
                    INVOKE obj-prestamo "ConsultarMoraPrestamo"
                                     using CgPreId
                                           LSFecha
                                           DiasMora
                                           MontoMora
                                     returning EstadoPrestamo
                    EVALUATE TRUE
                      WHEN EstadoPrestamo = 1
                        MOVE CgMontoPromesa TO CgValorPagado
                      WHEN MontoMora < CgMoraBase
                        COMPUTE CgValorPagado = CgMoraBase - MontoMora
                      WHEN OTHER
                        MOVE 0 TO CgValorPagado
                    END-EVALUATE
                    MOVE 0 TO LPNivel
                    EVALUATE TRUE
                      WHEN CgValorPagado NOT < CgMontoPromesa
                        MOVE "C"        TO CgEstadoPromesa
                        MOVE LSFecha    TO CgFechaVerif
                        MOVE "CUMPLIDA" TO LPEstado
                        ADD 1 TO TotalCumplidas
                      WHEN CgFechaPromesa < LSFecha
                        MOVE "I"          TO CgEstadoPromesa
                        MOVE LSFecha      TO CgFechaVerif
                        MOVE "INCUMPLIDA" TO LPEstado
                        ADD 1 TO TotalIncumplidas
                        MOVE "S" TO EscalarPend
                        PERFORM EscalarPrestamoCola
                    END-EVALUATE
                    IF CgFechaVerif NOT = SPACES THEN
                       REWRITE gestiones-cobranza-file
                       END-REWRITE
                       MOVE CgPreId        TO LPPreId
                       MOVE CgGestor       TO LPGestor
                       MOVE CgFechaPromesa TO LPFecha
                       MOVE CgMontoPromesa TO LPPrometido
                       MOVE CgValorPagado  TO LPPagado
                       INVOKE obj-reporte "EscribirLinea" using
                                                    LineaPromesa
                       ADD CgValorPagado TO TotalPagado
                    END-IF
                 END-IF
             END-READ.

      *PROMESA INCUMPLIDA: EL PRESTAMO SUBE UN NIVEL Y QUEDA
      *ESCALADO PARA EL SUPERVISOR
       EscalarPrestamoCola.
             IF EscalarPend = "S" THEN
                MOVE "N" TO EscalarPend
                MOVE CgPreId TO CqPreId
                READ ColaCobranza
                  KEY IS CqPreId
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF NOT ColaCerrada THEN
                       IF CqNivel < 9 THEN
                          ADD 1 TO CqNivel
                       END-IF
                       MOVE "E" TO CqEstado
                       REWRITE cola-cobranza-file
                       END-REWRITE
                       MOVE CqNivel TO LPNivel
                       DISPLAY "Prestamo " CqPreId " escalado al"
                               " nivel " CqNivel
                    END-IF
                END-READ
             END-IF.

       End Method VerificarPromesas.
      *>----------------------------------------------

       Method-ID. ReporteEfectividad.
      *>----------------------------------------------
      *EFECTIVIDAD DE LOS GESTORES EN EL MES DE LA FECHA: PRESTAMOS
      *EN SU COLA Y ESCALADOS, GESTIONES Y CONTACTOS DEL MES, Y LAS
      *PROMESAS RESUELTAS EN EL MES (CUMPLIDAS, INCUMPLIDAS, % DE
      *CUMPLIMIENTO Y VALOR RECAUDADO). EL TOTAL DE CONTROL ES EL
      *VALOR RECAUDADO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MesReporte      PIC X(6).
           77  IndGestor       PIC 9(3).
           77  IndHallado      PIC 9(3).
           77  BuscarId        PIC 9(9).
           77  TotalTabla      PIC 9(3).
           77  Resueltas       PIC 9(5).
           77  TotalRecaudado  PIC 9(14)V99.
           77  MontoControl    PIC S9(14)V99.
           01  TablaEfectividad.
               02  TeFila OCCURS 200.
                   03  TeOperId      PIC 9(9).
                   03  TeCola        PIC 9(5).
                   03  TeEscalados   PIC 9(5).
                   03  TeGestiones   PIC 9(5).
                   03  TeContactos   PIC 9(5).
                   03  TePromesas    PIC 9(5).
                   03  TeCumplidas   PIC 9(5).
                   03  TeIncumplidas PIC 9(5).
                   03  TeRecaudado   PIC 9(14)V99.
           77  NombreImpresion   PIC X(30)
                                 VALUE "cobranza_efectividad.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "EFECTIVIDAD DE COBRANZA".
           77  EncabezadoImpresion PIC X(80)
               VALUE "GESTOR    COLA ESC GEST CONT PROM CUMP INCU PCT".
           01  LineaEfectividad.
               02  LEGestor    PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LECola      PIC ZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LEEscalados PIC ZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LEGestiones PIC ZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LEContactos PIC ZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LEPromesas  PIC ZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LECumplidas PIC ZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LEIncumplidas PIC ZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LEPct       PIC ZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LERecaudado PIC Z(11)9.99.
               02  FILLER      PIC X(16) VALUE SPACES.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalGestores   PIC 9(4).

       Procedure Division using  LSFecha
                                 returning TotalGestores.

             MOVE 0 TO TotalGestores
             MOVE 0 TO TotalTabla
             MOVE 0 TO TotalRecaudado
             MOVE ZEROS TO TablaEfectividad
             MOVE LSFecha(1:6) TO MesReporte

             MOVE "S" TO HayMas
             OPEN INPUT GestoresCobranza
             PERFORM CargarGestorEfectividad UNTIL NoHayMas
             CLOSE GestoresCobranza

             MOVE "S" TO HayMas
             OPEN INPUT ColaCobranza
             PERFORM SumarColaEfectividad UNTIL NoHayMas
             CLOSE ColaCobranza

             MOVE "S" TO HayMas
             OPEN INPUT GestionesCobranza
             PERFORM SumarGestionEfectividad UNTIL NoHayMas
             CLOSE GestionesCobranza

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion
             MOVE 1 TO IndGestor
             PERFORM ImprimirEfectividad UNTIL IndGestor > TotalTabla
             MOVE TotalRecaudado TO MontoControl
             INVOKE obj-reporte "CerrarReporte" using MontoControl
             MOVE TotalTabla TO TotalGestores
             DISPLAY "Valor recaudado con promesas en el mes: "
                     TotalRecaudado.

       CargarGestorEfectividad.
             READ GestoresCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF TotalTabla < 200 THEN
                    ADD 1 TO TotalTabla
                    MOVE GcOperId TO TeOperId(TotalTabla)
                 END-IF
             END-READ.

       SumarColaEfectividad.
             READ ColaCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF NOT ColaCerrada THEN
                    MOVE CqGestor TO BuscarId
                    PERFORM BuscarGestorTabla
                    IF IndHallado NOT = 0 THEN
                       ADD 1 TO TeCola(IndHallado)
                       IF ColaEscalada THEN
                          ADD 1 TO TeEscalados(IndHallado)
                       END-IF
                    END-IF
                 END-IF
             END-READ.

       SumarGestionEfectividad.
             READ GestionesCobranza NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE CgGestor TO BuscarId
                 PERFORM BuscarGestorTabla
                 IF IndHallado NOT = 0 THEN
                    IF CgFecha(1:6) = MesReporte THEN
                       ADD 1 TO TeGestiones(IndHallado)
                       IF GestionContacto THEN
                          ADD 1 TO TeContactos(IndHallado)
                       END-IF
                       IF GestionPromesa THEN
                          ADD 1 TO TePromesas(IndHallado)
                       END-IF
                    END-IF
                    IF CgFechaVerif(1:6) = MesReporte THEN
                       IF PromesaCumplida THEN
                          ADD 1 TO TeCumplidas(IndHallado)
                          ADD CgValorPagado TO TeRecaudado(IndHallado)
                       END-IF
                       IF PromesaIncumplida THEN
                          ADD 1 TO TeIncumplidas(IndHallado)
                       END-IF
                    END-IF
                 END-IF
             END-READ.

       BuscarGestorTabla.
             MOVE 0 TO IndHallado
             MOVE 1 TO IndGestor
             PERFORM CompararGestorTabla UNTIL IndGestor > TotalTabla
                                          OR IndHallado NOT = 0.

       CompararGestorTabla.
             IF TeOperId(IndGestor) = BuscarId THEN
                MOVE IndGestor TO IndHallado
             END-IF
             ADD 1 TO IndGestor.

       ImprimirEfectividad.
             IF IndGestor NOT > TotalTabla THEN
                MOVE TeOperId(IndGestor)      TO LEGestor
                MOVE TeCola(IndGestor)        TO LECola
                MOVE TeEscalados(IndGestor)   TO LEEscalados
                MOVE TeGestiones(IndGestor)   TO LEGestiones
                MOVE TeContactos(IndGestor)   TO LEContactos
                MOVE TePromesas(IndGestor)    TO LEPromesas
                MOVE TeCumplidas(IndGestor)   TO LECumplidas
                MOVE TeIncumplidas(IndGestor) TO LEIncumplidas
                MOVE TeRecaudado(IndGestor)   TO LERecaudado
                COMPUTE Resueltas = TeCumplidas(IndGestor)
                                  + TeIncumplidas(IndGestor)
                IF Resueltas = 0 THEN
                   MOVE 0 TO LEPct
                ELSE
                   COMPUTE LEPct ROUNDED =
                           TeCumplidas(IndGestor) * 100 / Resueltas
                END-IF
                INVOKE obj-reporte "EscribirLinea" using
                                                 LineaEfectividad
                ADD TeRecaudado(IndGestor) TO TotalRecaudado
                ADD 1 TO IndGestor.

       End Method ReporteEfectividad.
      *>----------------------------------------------

       Method-ID. TrasladarCartera.
      *>----------------------------------------------
      *CIERRE O FUSION DE UNA SUCURSAL: SUS GESTORES DE COBRANZA Y
      *LOS PRESTAMOS DE SU COLA QUE SIGUEN ABIERTOS PASAN A LA
      *SUCURSAL QUE LA RECIBE, CON EL MISMO GESTOR ASIGNADO.
      *TrasPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  TrasPend        PIC X VALUE "N".

        Linkage Section.
           77  LSSucOrigen     PIC 9(2).
           77  LSSucDestino    PIC 9(2).
           77  LSColaTrasladada PIC 9(5).
           77  TotalGestores   PIC 9(4).

       Procedure Division using  LSSucOrigen
                                 LSSucDestino
                                 LSColaTrasladada
                                 returning TotalGestores.

             MOVE "S" TO TrasPend
             MOVE 0   TO TotalGestores
             MOVE 0   TO LSColaTrasladada

             MOVE "S" TO HayMas
             OPEN I-O GestoresCobranza
             PERFORM TrasladarGestorSiguiente UNTIL NoHayMas
             CLOSE GestoresCobranza

             MOVE "S" TO HayMas
             OPEN I-O ColaCobranza
             PERFORM TrasladarColaSiguiente UNTIL NoHayMas
             CLOSE ColaCobranza
             MOVE "N" TO TrasPend.

       TrasladarGestorSiguiente.
             IF TrasPend = "S" THEN
                READ GestoresCobranza NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF GcSucursal = LSSucOrigen THEN
                       MOVE LSSucDestino TO GcSucursal
                       REWRITE gestores-cobranza-file
                       END-REWRITE
                       ADD 1 TO TotalGestores
                    END-IF
                END-READ
             END-IF.

       TrasladarColaSiguiente.
             IF TrasPend = "S" THEN
                READ ColaCobranza NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF CqSucursal = LSSucOrigen
                       AND NOT ColaCerrada THEN
                       MOVE LSSucDestino TO CqSucursal
                       REWRITE cola-cobranza-file
                       END-REWRITE
                       ADD 1 TO LSColaTrasladada
                    END-IF
                END-READ
             END-IF.

       End Method TrasladarCartera.
      *>----------------------------------------------

       end object.
       end class Cobranza.
