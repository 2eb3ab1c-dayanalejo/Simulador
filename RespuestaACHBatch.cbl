       identification division.
       program-id. RespuestaACHBatch.

       object section.
       class-control.
           pagointerbancario is class "pagointerbancario"
           bitacora        is class "bitacora"
           fechaproceso    is class "fechaproceso".

           data division.
           working-storage section.
      *APLICA LA RESPUESTA DE LA CAMARA (ach_respuesta.dat): CONFIRMA
      *LO ACEPTADO Y LE DEVUELVE AL ORIGINANTE LO RECHAZADO
           77  TotalAceptados    PIC 9(6).
           77  TotalDevueltos    PIC 9(6).
           77  TotalExcepciones  PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "RESPUESTAACH".
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
            DISPLAY "Respuesta de la camara de compensacion".
            DISPLAY "====================================".

            INVOKE obj-pagointerbancario "ProcesarRespuestaACH"
                                 using FechaProceso
                                       TotalDevueltos
                                       TotalExcepciones
                                 returning TotalAceptados.

            DISPLAY "------------------------------------".
            DISPLAY "Pagos aceptados      : " TotalAceptados.
            DISPLAY "Pagos devueltos      : " TotalDevueltos.
            DISPLAY "Respuestas sin pago  : " TotalExcepciones.
            DISPLAY "Listado en ach_devoluciones.txt".

            COMPUTE RegistrosBit = TotalAceptados + TotalDevueltos.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
