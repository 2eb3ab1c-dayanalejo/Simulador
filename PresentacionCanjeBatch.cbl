       identification division.
       program-id. PresentacionCanjeBatch.

       object section.
       class-control.
           canje        is class "canje"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *PRESENTACION A LA CAMARA DE LOS CHEQUES DE OTROS BANCOS
      *DEPOSITADOS EN EL DIA (canje_presentacion.dat)
           77  TotalPresentados  PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "PRESENTACANJE".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-canje         object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE canje "New"
            RETURNING obj-canje.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            DISPLAY "====================================".
            DISPLAY "Presentacion de cheques en canje".
            DISPLAY "====================================".

            INVOKE obj-canje "GenerarPresentacionCanje"
                                 using FechaProceso
                                 returning TotalPresentados.

            DISPLAY "------------------------------------".
            DISPLAY "Cheques presentados  : " TotalPresentados.
            DISPLAY "Archivo en canje_presentacion.dat".

            MOVE TotalPresentados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
