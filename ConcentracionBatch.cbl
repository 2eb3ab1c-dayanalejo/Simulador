       identification division.
       program-id. ConcentracionBatch.

       object section.
       class-control.
           grupoeconomico is class "grupoeconomico"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *REPORTE MENSUAL DE CONCENTRACION DE RIESGO: LAS MAYORES
      *EXPOSICIONES POR DEUDOR Y POR GRUPO ECONOMICO CONTRA EL
      *PATRIMONIO TECNICO Y SUS LIMITES. CORRE AL CIERRE DEL MES,
      *DESPUES DEL COBRO DE CUOTAS Y LA FACTURACION DE CUPOS
           77  TotalReportados   PIC 9(4).
           77  NombreProceso     PIC X(20) VALUE "CONCENTRACION".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-grupoeconomico object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE grupoeconomico "New"
            RETURNING obj-grupoeconomico.

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
            DISPLAY "Concentracion de riesgo por deudor".
            DISPLAY "====================================".

            INVOKE obj-grupoeconomico "ReporteConcentracion"
                                 using FechaProceso
                                 returning TotalReportados.

            DISPLAY "------------------------------------".
            DISPLAY "Lineas del reporte: " TotalReportados.

            MOVE TotalReportados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
