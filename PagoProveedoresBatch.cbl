       identification division.
       program-id. PagoProveedoresBatch.

       object section.
       class-control.
           pagoproveedor is class "pagoproveedor"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *PAGOS A PROVEEDORES: PROCESA LOS LOTES YA APROBADOS POR LOS
      *FIRMANTES. CORRE ANTES DEL ARCHIVO DE PAGOS DE LA CAMARA
      *PARA QUE LOS PAGOS A OTROS BANCOS SALGAN EL MISMO DIA. LA
      *RESPUESTA PARA LAS EMPRESAS QUEDA EN proveedores_resultado.txt
           77  FechaProceso      PIC X(8).
           77  TotalAbonadas     PIC 9(6).
           77  TotalEnviadas     PIC 9(6).
           77  TotalRechazadas   PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "PAGOPROVEEDORES".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-pagoproveedor object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE pagoproveedor "New"
            RETURNING obj-pagoproveedor.

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
            DISPLAY "Pagos a proveedores " FechaProceso.
            DISPLAY "====================================".

            INVOKE obj-pagoproveedor "ProcesarLotes"
                                 using FechaProceso
                                       TotalEnviadas
                                       TotalRechazadas
                                 returning TotalAbonadas.

            DISPLAY "------------------------------------".
            DISPLAY "Abonados en este banco : " TotalAbonadas.
            DISPLAY "Enviados a otros bancos: " TotalEnviadas.
            DISPLAY "Rechazados             : " TotalRechazadas.
            DISPLAY "Respuesta: proveedores_resultado.txt".

            COMPUTE RegistrosBit = TotalAbonadas + TotalEnviadas
                                 + TotalRechazadas.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
