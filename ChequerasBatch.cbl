       identification division.
       program-id. ChequerasBatch.

       object section.
       class-control.
           cheque       is class "cheque"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *IMPRESION DE CHEQUERAS: CORRE CADA NOCHE, ASIGNA EL RANGO DE
      *NUMEROS A LOS PEDIDOS REGISTRADOS EN EL DIA Y DEJA
      *chequeras_impresion.txt PARA EL PROVEEDOR QUE LAS IMPRIME
           77  FechaProceso      PIC X(8).
           77  TotalPedidos      PIC 9(5).
           77  NombreProceso     PIC X(20) VALUE "CHEQUERAS".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-cheque        object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE cheque "New"
            RETURNING obj-cheque.

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
            DISPLAY "Impresion de chequeras " FechaProceso.
            DISPLAY "====================================".

            INVOKE obj-cheque "GenerarArchivoImpresion"
                                 using FechaProceso
                                 returning TotalPedidos.

            DISPLAY "------------------------------------".
            DISPLAY "Chequeras enviadas : " TotalPedidos.
            DISPLAY "Archivo            : chequeras_impresion.txt".

            MOVE TotalPedidos TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
