       object section.
       class-control.
           accounts     is class "accounts"
           customer     is class "customer"
           transacition is class "transacition"
           notificacion is class "notificacion"
           auditoria    is class "auditoria"
           05  INCSucursalCuenta  PIC 9(2).
           05  INCMancomunada     PIC X.
           05  INCUmbralMancom    PIC 9(10)V99.
           05  INCProducto        PIC X(4).

       FD AvisosInactividad.
       01 avisos-inactividad-file.
      *LLEGAR A LOS MESES DE INACTIVACION LA CUENTA PASA A ESTADO
      *INACTIVA (LOS DEBITOS QUEDAN BLOQUEADOS POR LA VALIDACION
      *NORMAL DE ESTADO) Y QUEDA CONSTANCIA EN AUDITORIA. LOS
      *PLAZOS FIJOS NO ENTRAN: SU QUIETUD ES PACTADA. SI LA
      *CORRESPONDENCIA DEL TITULAR FUE DEVUELTA EL AVISO NO LE VA A
      *LLEGAR: SE SENALA PARA QUE LA SUCURSAL DE LA CUENTA LO BUSQUE,
      *Y EL AVISO QUEDA RETENIDO ALLA COMO CONSTANCIA DEL INTENTO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
           77  TieneAviso      PIC 9.
           77  SetEstadoOk     PIC 9.
           77  ReferenciaNotif PIC X(15).
           77  DirDevuelta     PIC X.
           77  TelDevuelto     PIC X.
           77  EmailDevuelto   PIC X.
           77  existeDevol     PIC 9.
           77  AvisosSucursal  PIC 9(4) VALUE 0.
      *ContactoPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL
      *CAE EN EL AL FINAL DEL METODO
           77  ContactoPend    PIC X VALUE "N".
      *ID DE OPERADOR CERO = TRABAJO AUTOMATICO DE LOTE
           77  OperadorLote    PIC 9(9) VALUE 0.
           01  FechaHoyDesc.
               02  FUMes       PIC 99.
               02  FUDia       PIC 99.
           01  obj-accounts     object reference.
           01  obj-customer     object reference.
           01  obj-transacition object reference.
           01  obj-notificacion object reference.
           01  obj-auditoria    object reference.
             MOVE 0 TO LSTotalAvisadas
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE notificacion "New"
             MOVE "S" TO HayMas
             OPEN INPUT InaAccounts
             PERFORM RevisarCuentaSiguiente UNTIL NoHayMas
             CLOSE InaAccounts
             IF AvisosSucursal > 0 THEN
                DISPLAY "Avisos con correspondencia devuelta: "
                        AvisosSucursal
             END-IF.

       RevisarCuentaSiguiente.
             READ InaAccounts NEXT RECORD
                                         "INACTIVACION AUTOMATICA"
                DISPLAY "INACTIVADA cuenta " INCNumaccounts
                        " meses sin movimiento " MesesInactivo
                MOVE "S" TO ContactoPend
                PERFORM RevisarContactoTitular
                ADD 1 TO TotalInactivadas
             END-IF.

                PERFORM GrabarAviso
                DISPLAY "AVISADA cuenta " INCNumaccounts
                        " meses sin movimiento " MesesInactivo
                MOVE "S" TO ContactoPend
                PERFORM RevisarContactoTitular
                ADD 1 TO LSTotalAvisadas
             END-IF.

       RevisarContactoTitular.
           IF ContactoPend = "S" THEN
             MOVE "N" TO ContactoPend
             INVOKE obj-customer "GetContactoDevuelto" using
                                             INCIdCustomer
                                             DirDevuelta
                                             TelDevuelto
                                             EmailDevuelto
                                   returning existeDevol
             IF DirDevuelta = "S" THEN
                DISPLAY "  correspondencia devuelta: contactar desde"
                        " la sucursal " INCSucursalCuenta
                ADD 1 TO AvisosSucursal
             END-IF
           END-IF.

       BuscarAvisoPrevio.
             MOVE 0 TO TieneAviso
             OPEN INPUT AvisosInactividad
