       identification division.
       program-id. CampanaBatch.

       object section.
       class-control.
           campana      is class "campana"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *CAMPANA MENSUAL DE PRESTAMOS PREAPROBADOS: PRIMERO EL REPORTE
      *DE ACEPTACION DE LA CAMPANA DEL MES ANTERIOR, LUEGO LA
      *CAMPANA NUEVA, QUE VENCE LAS OFERTAS QUE QUEDARON SIN
      *ACEPTAR. CORRE AL INICIO DEL MES, DESPUES DEL ARCHIVO DE
      *MOVIMIENTOS Y DEL RECALCULO DE SEGMENTOS DE RIESGO
           77  FechaDesde        PIC X(8).
           01  CampanaAnterior.
               02  CAAnio        PIC 9(4).
               02  CAMes         PIC 99.
           77  TotalAnterior     PIC 9(5).
           77  TotalOfertas      PIC 9(4).
           77  NombreProceso     PIC X(20) VALUE "CAMPANA".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-campana       object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE campana "New"
            RETURNING obj-campana.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            DISPLAY "Ingrese la fecha inicial del periodo observado"
            DISPLAY "para nomina y compras con tarjeta (YYYYMMDD)"
            ACCEPT   FechaDesde.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            MOVE FechaProceso(1:6) TO CampanaAnterior.
            IF CAMes = 1 THEN
               MOVE 12 TO CAMes
               SUBTRACT 1 FROM CAAnio
            ELSE
               SUBTRACT 1 FROM CAMes
            END-IF.

            DISPLAY "====================================".
            DISPLAY "Aceptacion de la campana " CampanaAnterior.
            DISPLAY "====================================".

            INVOKE obj-campana "ReporteAceptacion"
                                 using CampanaAnterior FechaProceso
                                 returning TotalAnterior.

            DISPLAY "====================================".
            DISPLAY "Campana de prestamos preaprobados".
            DISPLAY "====================================".

            INVOKE obj-campana "GenerarCampana"
                                 using FechaDesde FechaProceso
                                 returning TotalOfertas.

            MOVE TotalOfertas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
