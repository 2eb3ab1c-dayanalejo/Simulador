       identification division.
       program-id. SeguroVidaBatch.

       object section.
       class-control.
           segurovida   is class "segurovida"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *REMESA MENSUAL A LA ASEGURADORA DEL SEGURO DE VIDA DEUDOR:
      *LAS PRIMAS COBRADAS CON LAS CUOTAS DEL MES Y LOS SINIESTROS
      *NUEVOS. CORRE DESPUES DEL COBRO MENSUAL DE PRESTAMOS
           77  MesRemesa         PIC X(6).
           77  TotalPrimas       PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "SEGUROVIDA".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-segurovida    object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE segurovida "New"
            RETURNING obj-segurovida.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            DISPLAY "Ingrese el mes de la remesa (YYYYMM)"
            ACCEPT   MesRemesa.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            DISPLAY "====================================".
            DISPLAY "Remesa del seguro de vida deudor".
            DISPLAY "====================================".

            INVOKE obj-segurovida "GenerarRemesa"
                                 using MesRemesa FechaProceso
                                 returning TotalPrimas.

            MOVE TotalPrimas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
