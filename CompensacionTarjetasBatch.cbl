       identification division.
       program-id. CompensacionTarjetasBatch.

       object section.
       class-control.
           compratarjeta is class "compratarjeta"
           bitacora      is class "bitacora"
           fechaproceso  is class "fechaproceso".

           data division.
           working-storage section.
      *COMPENSACION DIARIA DE LAS COMPRAS CON TARJETA DEBITO: CRUZA
      *EL ARCHIVO DE LA RED (compensacion_tarjetas.dat) CONTRA LAS
      *RETENCIONES, DEBITA LO QUE CASA, LISTA LO QUE NO CASA EN
      *compensacion_excepciones.txt Y VENCE LAS RETENCIONES VIEJAS
           77  TotalCompensadas  PIC 9(6).
           77  TotalExcepciones  PIC 9(6).
           77  TotalVencidas     PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "COMPENSATARJETA".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-compratarjeta object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE compratarjeta "New"
            RETURNING obj-compratarjeta.

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
            DISPLAY "Compensacion de compras con tarjeta".
            DISPLAY "====================================".

            INVOKE obj-compratarjeta "ProcesarCompensacion"
                                 using FechaProceso
                                       TotalExcepciones
                                 returning TotalCompensadas.

      *EL VENCIMIENTO CORRE DESPUES DEL CRUCE PARA QUE UNA COMPRA
      *QUE LLEGA EL ULTIMO DIA ALCANCE A COMPENSARSE
            INVOKE obj-compratarjeta "VencerRetenciones"
                                 using FechaProceso
                                 returning TotalVencidas.

            DISPLAY "------------------------------------".
            DISPLAY "Compras compensadas  : " TotalCompensadas.
            DISPLAY "Excepciones          : " TotalExcepciones.
            DISPLAY "Retenciones vencidas : " TotalVencidas.
            DISPLAY "Listado en compensacion_excepciones.txt".

            MOVE TotalCompensadas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
