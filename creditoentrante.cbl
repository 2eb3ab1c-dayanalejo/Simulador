           accounts     is class "accounts"
           transacition is class "transacition"
           fechaproceso is class "fechaproceso"
           partidapuente is class "partidapuente"
           creditoentrante is class "creditoentrante".

       working-storage section.

       FD Devoluciones.
      *ABONOS QUE NO PUDIERON APLICARSE, PARA DEVOLVER LOS FONDOS
      *EL MISMO DIA. EST=CUENTA CERRADA (DIG=DIGITO DE CONTROL
      *INVALIDO Y CTA=CUENTA INEXISTENTE VAN A LA CUENTA PUENTE)
       01 devoluciones-file.
           05  DevBancoOrigen   PIC 9.
           05  DevCuentaDestino PIC X(9).
      *APLICA LOS ABONOS ENTRANTES: VALIDA EL DIGITO DE CONTROL,
      *QUE LA CUENTA EXISTA Y QUE NO ESTE CERRADA (LAS MISMAS
      *REGLAS DE UN DEPOSITO), ACREDITA CON SU MOVIMIENTO Y MANDA
      *AL ARCHIVO DE DEVOLUCIONES LOS QUE NO PASARON. LOS QUE NO
      *TIENEN UNA CUENTA IDENTIFICABLE (DIGITO O CUENTA INVALIDOS)
      *QUEDAN EN LA CUENTA PUENTE PARA QUE OPERACIONES LOS APLIQUE
      *A LA CUENTA CORRECTA O LOS DEVUELVA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
           77  montonuevo      PIC S9(10)V99.
           77  ConceptoAbono   PIC X(20)
                               VALUE "ABONO INTERBANCARIO".
           77  OrigenPuente    PIC X(12) VALUE "CREDENTRANTE".
           77  CuentaOrigenPte PIC X(9) VALUE SPACES.
           77  PartidaPuente   PIC 9(9).
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-fechaproceso object reference.
           01  obj-partidapuente object reference.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.

        Linkage Section.
           77  LSTotalDevueltos PIC 9(6).
           77  LSTotalPuente    PIC 9(6).
           77  TotalAplicados   PIC 9(6).

       Procedure Division using  LSTotalDevueltos
                                 LSTotalPuente
                                 returning TotalAplicados.

             MOVE 0 TO TotalAplicados
             MOVE 0 TO LSTotalDevueltos
             MOVE 0 TO LSTotalPuente
             INVOKE partidapuente "New"
                     RETURNING obj-partidapuente
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                            " cuenta " EntCuentaDestino
                            " monto " EntMonto
                    ADD 1 TO TotalAplicados
                 ELSE
                 IF Motivo = "DIG" OR Motivo = "CTA" THEN
                    INVOKE obj-partidapuente "RegistrarPartida"
                                    using OrigenPuente
                                          CurrentDate
                                          EntMonto
                                          EntReferencia
                                          EntCuentaDestino
                                          EntBancoOrigen
                                          CuentaOrigenPte
                                    returning PartidaPuente
                    ADD 1 TO LSTotalPuente
                 ELSE
                    MOVE EntBancoOrigen   TO DevBancoOrigen
                    MOVE EntCuentaDestino TO DevCuentaDestino
                            " motivo " Motivo
                    ADD 1 TO LSTotalDevueltos
                 END-IF
                 END-IF
             END-READ.

       End Method ProcesarCreditosEntrantes.
