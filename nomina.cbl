           embargo      is class "embargo"
           canje        is class "canje"
           fechaproceso is class "fechaproceso"
           gmf          is class "gmf"
           compratarjeta is class "compratarjeta"
           partidapuente is class "partidapuente"
           nomina       is class "nomina".

       working-storage section.
      *LINEAS DE EMPLEADOS RECHAZADAS, CON EL MOTIVO AL FINAL COMO
      *EN lote_rechazos.dat. EL MONTO RECHAZADO SE REINTEGRA A LA
      *CUENTA DE FONDEO AL TERMINAR LA CORRIDA.
      *EST=CUENTA CERRADA O BLOQUEADA. LAS LINEAS CON DIGITO
      *INVALIDO O CUENTA INEXISTENTE NO SE RECHAZAN: QUEDAN EN LA
      *CUENTA PUENTE PARA APLICARLAS A LA CUENTA CORRECTA DEL
      *EMPLEADO O DEVOLVERLAS AL FONDEO
       01 nomina-rechazo-file.
           05  RchNomCuenta    PIC X(9).
           05  RchNomMonto     PIC 9(10)V99.
      *LA CORRIDA ENTERA SE RECHAZA SIN TOCAR NADA. CON EL FONDEO
      *DEBITADO EN UN SOLO MOVIMIENTO, CADA EMPLEADO SE ACREDITA;
      *LAS LINEAS MALAS VAN AL ARCHIVO DE RECHAZOS Y SU MONTO SE
      *REINTEGRA AL EMPLEADOR AL FINAL, SALVO LAS QUE NO TIENEN UNA
      *CUENTA IDENTIFICABLE, QUE QUEDAN EN LA CUENTA PUENTE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
           77  montonuevo      PIC S9(10)V99.
           77  MontoEmbargado  PIC 9(10)V99.
           77  MontoEnCanje    PIC 9(10)V99.
           77  MontoRetenidoTar PIC 9(10)V99.
           77  montoverificacion PIC S9(12)V99.
           77  FondeoOk        PIC X VALUE "S".
               88  SinFondeo   VALUE "N".
           77  ConceptoFondeo  PIC X(20) VALUE "NOMINA FONDEO".
           77  ConceptoAbono   PIC X(20) VALUE "NOMINA".
           77  ConceptoReint   PIC X(20) VALUE "NOMINA REINTEGRO".
           77  OrigenPuente    PIC X(12) VALUE "NOMINA".
           77  BancoPuente     PIC 9 VALUE 0.
           77  PartidaPuente   PIC 9(9).
           01  ReferenciaPuente.
               02  FILLER      PIC X(11) VALUE "NOMINA EMP ".
               02  RPEmpId     PIC 9(4).
               02  FILLER      PIC X(5) VALUE SPACES.
           01  obj-partidapuente object reference.
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-canje        object reference.
           01  obj-compratarjeta object reference.
           01  obj-fechaproceso object reference.
           01  obj-gmf          object reference.
           77  BaseGMF          PIC 9(10)V99.
           77  MontoGMF         PIC 9(10)V99.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
        Linkage Section.
           77  LSEmpId           PIC 9(4).
           77  LSTotalRechazados PIC 9(6).
           77  LSTotalPuente     PIC 9(6).
           77  TotalAcreditados  PIC 9(6).

       Procedure Division using  LSEmpId
                                 LSTotalRechazados
                                 LSTotalPuente
                                 returning TotalAcreditados.

             MOVE 0 TO TotalAcreditados
             MOVE 0 TO LSTotalRechazados
             MOVE 0 TO LSTotalPuente
             MOVE LSEmpId TO RPEmpId
             MOVE 0 TO TotalControl
             MOVE 0 TO TotalLineas
             MOVE 0 TO TotalRechazado
                INVOKE obj-fechaproceso "GetFechaProceso"
                                          returning CurrentDate
                ACCEPT CurrentTime FROM TIME
                INVOKE partidapuente "New"
                        RETURNING obj-partidapuente

      *PASADA 1: TOTAL DE CONTROL DEL ARCHIVO DE NOMINA
                MOVE "S" TO HayMas
                      IF TotalRechazado > 0 THEN
                         PERFORM ReintegrarRechazos
                      END-IF
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS SOBRE LO QUE SALIO
      *EFECTIVAMENTE DE LA CUENTA DE FONDEO
                      COMPUTE BaseGMF = TotalControl - TotalRechazado
                      IF BaseGMF > 0 THEN
                         INVOKE gmf "New"
                                 RETURNING obj-gmf
                         INVOKE obj-gmf "CobrarGMF"
                                    using CurrentDate CurrentTime
                                          CuentaFondeo
                                          BaseGMF
                          returning MontoGMF
                      END-IF
                   END-IF
                END-IF
             END-IF.
                INVOKE obj-canje "TotalEnCanje" using
                                               CuentaFondeo
                                     returning MontoEnCanje
                INVOKE compratarjeta "New"
                        RETURNING obj-compratarjeta
                INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                               CuentaFondeo
                                     returning MontoRetenidoTar
                COMPUTE montoverificacion
                = Montoactual - TotalControl
                - MontoEmbargado - MontoEnCanje
                - MontoRetenidoTar
                IF CuentaCorriente THEN
                   IF montoverificacion <
                                 (0 - LimiteSobregiroActual) THEN
                                        NomMonto
                                        ConceptoAbono
                    ADD 1 TO TotalAcreditados
                 ELSE
                 IF Motivo = "DIG" OR Motivo = "CTA" THEN
                    INVOKE obj-partidapuente "RegistrarPartida"
                                    using OrigenPuente
                                          CurrentDate
                                          NomMonto
                                          ReferenciaPuente
                                          NomCuenta
                                          BancoPuente
                                          CuentaFondeo
                                    returning PartidaPuente
                    ADD 1 TO LSTotalPuente
                 ELSE
                    MOVE NomCuenta TO RchNomCuenta
                    MOVE NomMonto  TO RchNomMonto
                    DISPLAY "RECHAZADA cuenta " NomCuenta
                            " monto " NomMonto " motivo " Motivo
                 END-IF
                 END-IF
             END-READ.

       ReintegrarRechazos.
