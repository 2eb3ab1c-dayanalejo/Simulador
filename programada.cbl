       End Method EjecutarProgramadasDelDia.
      *>----------------------------------------------

       Method-ID. ProyectarProgramadasDelDia.
      *>----------------------------------------------
      *SIMULACION DEL CIERRE: VALIDA SIN MOVER SALDOS LAS
      *PROGRAMADAS QUE SE EJECUTARIAN Y LAS LISTA COMO DEBITO Y
      *CREDITO, O COMO RECHAZO CON SU MOTIVO. NO CAMBIA SU ESTADO
      *NI AVISA AL TITULAR
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  Motivo        PIC X(3).
           77  MontoAcreditar PIC 9(10)V99.
           01  obj-transferencia object reference.
           01  LineaProyeccion.
               02  LPPaso        PIC X(10) VALUE "PROGRAMADA".
               02  FILLER        PIC X VALUE SPACE.
               02  LPCuenta      PIC X(9).
               02  FILLER        PIC X VALUE SPACE.
               02  LPMovimiento  PIC X(7).
               02  FILLER        PIC X VALUE SPACE.
               02  LPMonto       PIC Z(9)9.99.
               02  FILLER        PIC X VALUE SPACE.
               02  LPDetalle     PIC X(37).

        Linkage Section.
           77  LSFecha           PIC X(8).
           77  LSTotalRechazadas PIC 9(4).
           01  LSReporte         usage object reference.
           77  TotalProyectadas  PIC 9(4).

       Procedure Division using  LSFecha
                                 LSTotalRechazadas
                                 LSReporte
                                 returning TotalProyectadas.

             MOVE 0 TO TotalProyectadas
             MOVE 0 TO LSTotalRechazadas
             INVOKE transferencia "New"
                     RETURNING obj-transferencia

             MOVE "S" TO HayMas
             OPEN INPUT Programadas
             PERFORM ProyectarProgramadaSiguiente UNTIL NoHayMas
             CLOSE Programadas.

       ProyectarProgramadaSiguiente.
             READ Programadas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF ProgPendiente
                    AND ProgFechaEjecucion NOT > LSFecha THEN
                    INVOKE obj-transferencia
                                 "ValidarTransferenciaAutorizada"
                                       using ProgMonto
                                             ProgCuentaOrigen
                                             ProgCuentaDestino
                                             MontoAcreditar
                                       returning Motivo
                    MOVE SPACES TO LPDetalle
                    IF Motivo = SPACES THEN
                       MOVE ProgCuentaOrigen TO LPCuenta
                       MOVE "DEBITO"         TO LPMovimiento
                       MOVE ProgMonto        TO LPMonto
                       STRING "PROGRAMADA " ProgId " A "
                              ProgCuentaDestino
                              DELIMITED BY SIZE INTO LPDetalle
                       INVOKE LSReporte "EscribirLinea"
                                        using LineaProyeccion
                       MOVE ProgCuentaDestino TO LPCuenta
                       MOVE "CREDITO"        TO LPMovimiento
                       MOVE MontoAcreditar   TO LPMonto
                       MOVE SPACES TO LPDetalle
                       STRING "PROGRAMADA " ProgId " DE "
                              ProgCuentaOrigen
                              DELIMITED BY SIZE INTO LPDetalle
                       INVOKE LSReporte "EscribirLinea"
                                        using LineaProyeccion
                       ADD 1 TO TotalProyectadas
                    ELSE
                       MOVE ProgCuentaOrigen TO LPCuenta
                       MOVE "RECHAZO"        TO LPMovimiento
                       MOVE ProgMonto        TO LPMonto
                       STRING "PROGRAMADA " ProgId " MOTIVO " Motivo
                              DELIMITED BY SIZE INTO LPDetalle
                       INVOKE LSReporte "EscribirLinea"
                                        using LineaProyeccion
                       ADD 1 TO LSTotalRechazadas
                    END-IF
                 END-IF
             END-READ.

       End Method ProyectarProgramadasDelDia.
      *>----------------------------------------------

       Method-ID. ReabrirProgramadas.
      *>----------------------------------------------
      *DEVUELVE A PENDIENTES LAS PROGRAMADAS QUE EJECUTO EL CIERRE
      *DE UNA FECHA REABIERTA: LAS EJECUTADAS CON FECHA POSTERIOR AL
      *CIERRE ANTERIOR Y HASTA LA FECHA REABIERTA (LAS DE DIAS NO
      *HABILES RUEDAN AL CIERRE SIGUIENTE). SU DEBITO SE DESHIZO
      *CON LA RESTAURACION Y EL NUEVO CIERRE LAS EJECUTA OTRA VEZ.
      *LAS FALLIDAS NO MOVIERON SALDOS Y YA SE AVISARON: NO CAMBIAN
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSFechaDesde  PIC X(8).
           77  LSFechaHasta  PIC X(8).
           77  TotalReabiertas PIC 9(4).

       Procedure Division using  LSFechaDesde
                                 LSFechaHasta
                                 returning TotalReabiertas.

             MOVE 0   TO TotalReabiertas
             MOVE "S" TO HayMas
             OPEN I-O Programadas
             PERFORM ReabrirProgramadaSiguiente UNTIL NoHayMas
             CLOSE Programadas.

       ReabrirProgramadaSiguiente.
             READ Programadas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF ProgEjecutada
                    AND ProgFechaEjecucion > LSFechaDesde
                    AND ProgFechaEjecucion NOT > LSFechaHasta THEN
                    MOVE 0 TO ProgEstado
                    REWRITE programadas-file
                    END-REWRITE
                    ADD 1 TO TotalReabiertas
                 END-IF
             END-READ.

       End Method ReabrirProgramadas.
      *>----------------------------------------------

       end object.
       end class Programada.
