       identification division.
       program-id. RecertificacionBatch.

       object section.
       class-control.
           recertificacion is class "recertificacion"
           bitacora        is class "bitacora"
           fechaproceso    is class "fechaproceso".

           data division.
           working-storage section.
      *CIERRE DE LOS CICLOS DE RECERTIFICACION DE ACCESOS CUYA
      *FECHA LIMITE YA PASO: LOS OPERADORES QUE NADIE CERTIFICO
      *QUEDAN DESHABILITADOS Y EL REPORTE DE CUMPLIMIENTO DEL CICLO
      *QUEDA COMO DEFINITIVO PARA AUDITORIA
           77  FechaProceso      PIC X(8).
           77  CicloVencido      PIC X(6).
           77  TotalVencidos     PIC 9(4).
           77  TotalOperadores   PIC 9(4).
           77  TotalDeshabilitados PIC 9(6) VALUE 0.
           77  TotalCiclos       PIC 9(4) VALUE 0.
           77  Definitivo        PIC X VALUE "S".
           77  NombreArchivo     PIC X(30).
           77  HayCiclo          PIC X VALUE "S".
               88  NoHayCiclo    VALUE "N".
           77  NombreProceso     PIC X(20)
                                 VALUE "RECERTIFICACION".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-recertificacion object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE recertificacion "New"
            RETURNING obj-recertificacion.

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
            DISPLAY "Vencimiento de recertificacion".
            DISPLAY "de accesos al " FechaProceso.
            DISPLAY "====================================".

            PERFORM CerrarCicloVencido UNTIL NoHayCiclo.

            DISPLAY "------------------------------------".
            DISPLAY "Ciclos cerrados         : " TotalCiclos.
            DISPLAY "Operadores deshabilitados: " TotalDeshabilitados.

            MOVE TotalDeshabilitados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.

      *UN CICLO VENCIDO POR VUELTA; EL REPORTE DEFINITIVO LO MARCA
      *COMO REPORTADO Y LA SIGUIENTE VUELTA YA NO LO ENCUENTRA
       CerrarCicloVencido.
            INVOKE obj-recertificacion "VencerPendientes"
                                 using FechaProceso
                                       CicloVencido
                                 returning TotalVencidos.
            IF CicloVencido = SPACES THEN
               MOVE "N" TO HayCiclo
            ELSE
               ADD TotalVencidos TO TotalDeshabilitados
               ADD 1 TO TotalCiclos
               MOVE SPACES TO NombreArchivo
               STRING "recertificacion_" CicloVencido ".txt"
                      DELIMITED BY SIZE INTO NombreArchivo
               END-STRING
               INVOKE obj-recertificacion "ReporteCumplimiento"
                                 using CicloVencido
                                       FechaProceso
                                       Definitivo
                                       NombreArchivo
                                 returning TotalOperadores
               DISPLAY "Ciclo " CicloVencido " vencidos "
                       TotalVencidos " de " TotalOperadores
               DISPLAY "Reporte de cumplimiento en " NombreArchivo
            END-IF.
