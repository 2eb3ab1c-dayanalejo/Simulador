       identification division.
       program-id. PartidasPuenteReporte.

       object section.
       class-control.
           partidapuente is class "partidapuente"
           bitacora      is class "bitacora"
           fechaproceso  is class "fechaproceso".

           data division.
           working-storage section.
      *REPORTE DIARIO DE ANTIGUEDAD DE LAS PARTIDAS ABIERTAS EN LA
      *CUENTA PUENTE, PARA EL CONTRALOR
           77  FechaReporte      PIC X(8).
           77  TotalAbiertas     PIC 9(6).
           77  NombreProceso     PIC X(20)
                                 VALUE "PARTIDASPUENTE".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-partidapuente object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE partidapuente "New"
            RETURNING obj-partidapuente.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaReporte.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaReporte
                                 returning BitacoraSeq.

            DISPLAY "====================================".
            DISPLAY "Antiguedad de partidas puente".
            DISPLAY "====================================".

            INVOKE obj-partidapuente "ReporteAntiguedadPuente"
                                 using FechaReporte
                                 returning TotalAbiertas.

            DISPLAY "------------------------------------".
            DISPLAY "Partidas abiertas: " TotalAbiertas.
            DISPLAY "Reporte en partidas_puente.txt".

            MOVE TotalAbiertas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
