       End Method EjecutarOrdenesDelDia.
      *>----------------------------------------------

       Method-ID. ProyectarOrdenesDelDia.
      *>----------------------------------------------
      *SIMULACION DEL CIERRE: LAS MISMAS ORDENES QUE EJECUTARIA
      *EjecutarOrdenesDelDia SE VALIDAN SIN MOVER SALDOS Y SE
      *LISTAN COMO DEBITO Y CREDITO, O COMO RECHAZO CON SU MOTIVO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  DiaQuincena   PIC 99.
           77  Corresponde   PIC X.
           77  Motivo        PIC X(3).
           77  MontoAcreditar PIC 9(10)V99.
           77  HoyHabil      PIC 9.
           77  AtrasHabil    PIC 9.
           77  FechaAtras    PIC X(8).
           77  TotalDias     PIC 99.
           77  IndDia        PIC 99.
           01  DiasRecogidos.
               02  DiaRec    PIC 99 OCCURS 10.
           01  obj-transferencia  object reference.
           01  obj-calendario     object reference.
           01  FechaDescompuesta.
               02  FDAnio    PIC 9(4).
               02  FDMes     PIC 99.
               02  FDDia     PIC 99.
           01  LineaProyeccion.
               02  LPPaso        PIC X(10) VALUE "ORDEN".
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
             INVOKE calendario "New"
                     RETURNING obj-calendario

             INVOKE obj-calendario "EsDiaHabil" using LSFecha
                                       returning HoyHabil
             IF HoyHabil = 1 THEN
                MOVE ZEROS TO DiasRecogidos
                MOVE LSFecha TO FechaDescompuesta
                MOVE 1 TO TotalDias
                MOVE FDDia TO DiaRec(1)
                MOVE LSFecha TO FechaAtras
                MOVE 0 TO AtrasHabil
                PERFORM RecogerDiaNoHabilProyeccion
                        UNTIL AtrasHabil = 1 OR TotalDias = 10

                MOVE "S" TO HayMas
                OPEN INPUT OrdenesPermanentes
                PERFORM ProyectarOrdenSiguiente UNTIL NoHayMas
                CLOSE OrdenesPermanentes
             END-IF.

       RecogerDiaNoHabilProyeccion.
             INVOKE obj-calendario "DiaAnterior" using FechaAtras
                                       returning FechaAtras
             INVOKE obj-calendario "EsDiaHabil" using FechaAtras
                                       returning AtrasHabil
             IF AtrasHabil = 0 THEN
                MOVE FechaAtras TO FechaDescompuesta
                ADD 1 TO TotalDias
                MOVE FDDia TO DiaRec(TotalDias)
             END-IF.

       ProyectarOrdenSiguiente.
             READ OrdenesPermanentes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE "N" TO Corresponde
                 IF OrdenActiva
                    AND LSFecha NOT < OrdVigenciaDesde
                    AND LSFecha NOT > OrdVigenciaHasta THEN
                    MOVE 1 TO IndDia
                    PERFORM VerificarDiaOrdenProyeccion
                            UNTIL IndDia > TotalDias
                 END-IF
                 IF Corresponde = "S" THEN
                    INVOKE obj-transferencia
                                 "ValidarTransferenciaAutorizada"
                                       using OrdMonto
                                             OrdCuentaOrigen
                                             OrdCuentaDestino
                                             MontoAcreditar
                                       returning Motivo
                    MOVE SPACES TO LPDetalle
                    IF Motivo = SPACES THEN
                       MOVE OrdCuentaOrigen TO LPCuenta
                       MOVE "DEBITO"        TO LPMovimiento
                       MOVE OrdMonto        TO LPMonto
                       STRING "ORDEN " OrdId " A " OrdCuentaDestino
                              DELIMITED BY SIZE INTO LPDetalle
                       INVOKE LSReporte "EscribirLinea"
                                        using LineaProyeccion
                       MOVE OrdCuentaDestino TO LPCuenta
                       MOVE "CREDITO"       TO LPMovimiento
                       MOVE MontoAcreditar  TO LPMonto
                       MOVE SPACES TO LPDetalle
                       STRING "ORDEN " OrdId " DE " OrdCuentaOrigen
                              DELIMITED BY SIZE INTO LPDetalle
                       INVOKE LSReporte "EscribirLinea"
                                        using LineaProyeccion
                       ADD 1 TO TotalProyectadas
                    ELSE
                       MOVE OrdCuentaOrigen TO LPCuenta
                       MOVE "RECHAZO"       TO LPMovimiento
                       MOVE OrdMonto        TO LPMonto
                       STRING "ORDEN " OrdId " MOTIVO " Motivo
                              DELIMITED BY SIZE INTO LPDetalle
                       INVOKE LSReporte "EscribirLinea"
                                        using LineaProyeccion
                       ADD 1 TO LSTotalRechazadas
                    END-IF
                 END-IF
             END-READ.

       VerificarDiaOrdenProyeccion.
             IF DiaRec(IndDia) = OrdDia THEN
                MOVE "S" TO Corresponde
             END-IF
             IF OrdFrecuencia = 2 THEN
                COMPUTE DiaQuincena = OrdDia + 15
                IF DiaRec(IndDia) = DiaQuincena THEN
                   MOVE "S" TO Corresponde
                END-IF
             END-IF
             ADD 1 TO IndDia.

       End Method ProyectarOrdenesDelDia.
      *>----------------------------------------------

       end object.
       end class OrdenPermanente.
