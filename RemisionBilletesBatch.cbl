       identification division.
       program-id. RemisionBilletesBatch.

       object section.
       class-control.
           retencionbillete is class "retencionbillete"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *REMISION DE BILLETES RETENIDOS AL BANCO CENTRAL: CORRE CON LA
      *PERIODICIDAD QUE FIJE EL BANCO CENTRAL. SACA TODOS LOS
      *BILLETES AUN EN CUSTODIA DE LAS SUCURSALES EN
      *remision_billetes_bc.txt Y LOS MARCA COMO REMITIDOS
           77  FechaProceso      PIC X(8).
           77  TotalBilletes     PIC 9(5).
           77  ValorRemitido     PIC 9(14)V99.
           77  NombreProceso     PIC X(20) VALUE "REMISIONBILLETES".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-retencion     object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE retencionbillete "New"
            RETURNING obj-retencion.

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
            DISPLAY "Remision de billetes " FechaProceso.
            DISPLAY "====================================".

            INVOKE obj-retencion "RemitirBancoCentral"
                                 using FechaProceso
                                       ValorRemitido
                                 returning TotalBilletes.

            DISPLAY "------------------------------------".
            DISPLAY "Billetes remitidos   : " TotalBilletes.
            DISPLAY "Valor remitido       : " ValorRemitido.
            DISPLAY "Remision             : remision_billetes_bc.txt".

            MOVE TotalBilletes TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
