       identification division.
       program-id. EnfriamientoBatch.

       object section.
       class-control.
           enfriamiento is class "enfriamiento"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *REPORTE DIARIO DE CLIENTES EN PERIODO DE ENFRIAMIENTO POR
      *CAMBIO DE TELEFONO, EMAIL O DIRECCION, CON SUS CUENTAS Y LOS
      *MOVIMIENTOS DESDE EL CAMBIO. CORRE AL CIERRE DEL DIA, DESPUES
      *DE APLICAR LAS OPERACIONES DE LA JORNADA
           77  TotalClientes     PIC 9(4).
           77  NombreProceso     PIC X(20) VALUE "ENFRIAMIENTO".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-enfriamiento  object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE enfriamiento "New"
            RETURNING obj-enfriamiento.

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
            DISPLAY "Clientes en periodo de enfriamiento".
            DISPLAY "====================================".

            INVOKE obj-enfriamiento "ReporteEnfriamiento"
                                 using FechaProceso
                                 returning TotalClientes.

            MOVE TotalClientes TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
