       identification division.
       program-id. GMFRemision.

       object section.
       class-control.
           gmf          is class "gmf"
           bitacora     is class "bitacora".

           data division.
           working-storage section.
      *REMISION MENSUAL DEL GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS
      *PARA QUE CONTABILIDAD GIRE EL IMPUESTO: DETALLE POR CUENTA Y
      *RESUMEN POR SUCURSAL EN gmf_remision.txt
           77  MesRemision       PIC X(6).
           77  TotalCuentas      PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "GMFREMISION".
           77  FechaBitacora     PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-gmf           object reference.
           01  obj-bitacora      object reference.

           procedure division.

            INVOKE gmf "New"
            RETURNING obj-gmf.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            DISPLAY "Ingrese el mes de la remision (YYYYMM)"
            ACCEPT   MesRemision.

            STRING MesRemision "01" DELIMITED BY SIZE
                   INTO FechaBitacora.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaBitacora
                                 returning BitacoraSeq.

            INVOKE obj-gmf "GenerarRemisionGMF"
                                 using MesRemision
                                 returning TotalCuentas.

            MOVE TotalCuentas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
