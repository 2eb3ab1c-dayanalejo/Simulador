       identification division.
       program-id. PagosACHBatch.

       object section.
       class-control.
           pagointerbancario is class "pagointerbancario"
           bitacora        is class "bitacora"
           fechaproceso    is class "fechaproceso".

           data division.
           working-storage section.
      *ARMA EL ARCHIVO DE PAGOS SALIENTES (ach_salida.dat) CON LAS
      *TRANSFERENCIAS A CLIENTES DE OTROS BANCOS PENDIENTES DE ENVIO
           77  TotalEnviados     PIC 9(6).
           77  TotalSinRuta      PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "PAGOSACH".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-pagointerbancario object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE pagointerbancario "New"
            RETURNING obj-pagointerbancario.

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
            DISPLAY "Archivo de pagos interbancarios".
            DISPLAY "====================================".

            INVOKE obj-pagointerbancario "GenerarArchivoACH"
                                 using FechaProceso
                                       TotalSinRuta
                                 returning TotalEnviados.

            DISPLAY "------------------------------------".
            DISPLAY "Pagos enviados       : " TotalEnviados.
            DISPLAY "Pagos sin ruta       : " TotalSinRuta.
            DISPLAY "Archivo en ach_salida.dat".

            MOVE TotalEnviados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
