       identification division.
       program-id. DevolucionesCanjeBatch.

       object section.
       class-control.
           canje        is class "canje"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *CHEQUES DEPOSITADOS QUE EL BANCO GIRADOR DEVOLVIO
      *(canje_devoluciones.dat): ANULA O CARGA EL ABONO, COBRA LA
      *COMISION Y AVISA AL CLIENTE
           77  TotalDevueltos    PIC 9(6).
           77  TotalExcepciones  PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "DEVOLUCANJE".
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
            DISPLAY "Cheques depositados devueltos".
            DISPLAY "====================================".

            INVOKE obj-canje "ProcesarDevolucionesCanje"
                                 using FechaProceso
                                       TotalExcepciones
                                 returning TotalDevueltos.

            DISPLAY "------------------------------------".
            DISPLAY "Cheques devueltos    : " TotalDevueltos.
            DISPLAY "Sin canje que case   : " TotalExcepciones.
            DISPLAY "Listado en canje_devueltos.txt".

            MOVE TotalDevueltos TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
