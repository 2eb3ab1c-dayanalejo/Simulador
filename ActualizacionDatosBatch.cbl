       identification division.
       program-id. ActualizacionDatosBatch.

       object section.
       class-control.
           actualizaciondatos is class "actualizaciondatos"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *ACTUALIZACION DE DATOS DE CLIENTES: CORRE UNA VEZ AL MES.
      *AVISA A LOS CLIENTES CON LOS DATOS POR VENCER O VENCIDOS,
      *APLICA LAS RESTRICCIONES POR ETAPAS, DEJA PARA LAS SUCURSALES
      *actualizacion_datos.txt Y PARA CUMPLIMIENTO
      *cobertura_actualizacion.txt
           77  FechaProceso      PIC X(8).
           77  TotalVencidos     PIC 9(5).
           77  TotalAvisados     PIC 9(5).
           77  TotalRestringidos PIC 9(5).
           77  TotalClientes     PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "ACTUALIZACIONDATOS".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-actualizacion object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE actualizaciondatos "New"
            RETURNING obj-actualizacion.

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
            DISPLAY "Actualizacion de datos " FechaProceso.
            DISPLAY "====================================".

            INVOKE obj-actualizacion "RevisarActualizaciones"
                                 using FechaProceso
                                       TotalAvisados
                                       TotalRestringidos
                                 returning TotalVencidos.

            DISPLAY "------------------------------------".
            DISPLAY "Cobertura por segmento de riesgo".
            INVOKE obj-actualizacion "ReporteCobertura"
                                 using FechaProceso
                                 returning TotalClientes.

            DISPLAY "------------------------------------".
            DISPLAY "Clientes revisados   : " TotalClientes.
            DISPLAY "Clientes avisados    : " TotalAvisados.
            DISPLAY "Con datos vencidos   : " TotalVencidos.
            DISPLAY "Nuevos sin productos : " TotalRestringidos.
            DISPLAY "Listado sucursales   : actualizacion_datos.txt".
            DISPLAY "Cobertura            : "
                    "cobertura_actualizacion.txt".

            MOVE TotalAvisados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
