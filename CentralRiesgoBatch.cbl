       identification division.
       program-id. CentralRiesgoBatch.

       object section.
       class-control.
           prestamo      is class "prestamo"
           centralriesgo is class "centralriesgo"
           bitacora      is class "bitacora"
           fechaproceso  is class "fechaproceso".

           data division.
           working-storage section.
      *REPORTE MENSUAL DE LA CARTERA A LA CENTRAL DE RIESGO. EL
      *CORTE ES NORMALMENTE EL ULTIMO DIA DEL MES; LA CALIFICACION
      *USA LA TABLA DE PROVISIONES QUE MANTIENE CarteraBatch
           77  ModoTrabajo       PIC 9.
           77  FechaProceso      PIC X(8).
           77  FechaCorte        PIC X(8).
           77  MesReporte        PIC X(6).
           77  TipoEnvio         PIC X.
           77  TotalPosiciones   PIC 9(6).
           77  TotalEnviados     PIC 9(6).
           77  TotalRechazos     PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "CENTRALRIESGO".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-prestamo      object reference.
           01  obj-central       object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE prestamo "New"
            RETURNING obj-prestamo.

            INVOKE centralriesgo "New"
            RETURNING obj-central.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            MOVE 0 TO RegistrosBit.
            DISPLAY "(1) Generar y enviar el reporte del mes".
            DISPLAY "(2) Procesar los rechazos de la central".
            DISPLAY "(3) Reenviar las correcciones de un mes".
            DISPLAY "-->" no advancing.
            ACCEPT  ModoTrabajo.

            EVALUATE ModoTrabajo
              WHEN 1
                DISPLAY "Fecha de corte (YYYYMMDD)"
                ACCEPT  FechaCorte
                MOVE FechaCorte(1:6) TO MesReporte
                MOVE "M" TO TipoEnvio
                INVOKE obj-prestamo "GenerarPosicionesCentral"
                                     using FechaCorte
                                           TipoEnvio
                                     returning TotalPosiciones
                INVOKE obj-central "EmitirArchivoCentral"
                                     using FechaProceso
                                           MesReporte
                                           TipoEnvio
                                     returning TotalEnviados
                DISPLAY "Obligaciones reportadas : " TotalEnviados
                DISPLAY "Archivo central_riesgo.txt"
                MOVE TotalEnviados TO RegistrosBit
              WHEN 2
                INVOKE obj-central "ProcesarRechazosCentral"
                                     using FechaProceso
                                     returning TotalRechazos
                DISPLAY "Obligaciones rechazadas : " TotalRechazos
                DISPLAY "Listado en central_rechazos.txt"
                MOVE TotalRechazos TO RegistrosBit
      *LAS RECHAZADAS TOMAN LOS DATOS YA CORREGIDOS EN LOS MAESTROS
      *Y SALEN COMO NOVEDAD DE CORRECCION
              WHEN 3
                DISPLAY "Fecha de corte del mes a corregir (YYYYMMDD)"
                ACCEPT  FechaCorte
                MOVE FechaCorte(1:6) TO MesReporte
                MOVE "C" TO TipoEnvio
                INVOKE obj-prestamo "GenerarPosicionesCentral"
                                     using FechaCorte
                                           TipoEnvio
                                     returning TotalPosiciones
                INVOKE obj-central "EmitirArchivoCentral"
                                     using FechaProceso
                                           MesReporte
                                           TipoEnvio
                                     returning TotalEnviados
                DISPLAY "Correcciones reenviadas : " TotalEnviados
                DISPLAY "Archivo central_riesgo.txt"
                MOVE TotalEnviados TO RegistrosBit
              WHEN OTHER
                DISPLAY "Opcion no valida"
            END-EVALUATE.

            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
