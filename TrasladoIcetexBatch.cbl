       identification division.
       program-id. TrasladoIcetexBatch.

       object section.
       class-control.
           saldoabandonado is class "saldoabandonado"
           parametro       is class "parametro"
           bitacora        is class "bitacora"
           fechaproceso    is class "fechaproceso".

           data division.
           working-storage section.
      *TRASLADO AL FONDO DEL ESTADO (ICETEX) DE LOS SALDOS DE LAS
      *CUENTAS INACTIVAS QUE CUMPLEN EL PLAZO LEGAL SIN MOVIMIENTO.
      *CORRE DESPUES DE InactividadBatch, QUE ES LA QUE MARCA LAS
      *CUENTAS COMO INACTIVAS
           77  FechaProceso      PIC X(8).
           77  MesesAbandono     PIC 9(3).
           77  ValorDefecto      PIC 9(12)V99.
           77  ValorParametro    PIC 9(12)V99.
           77  CodigoMeses       PIC X(12) VALUE "MESESABANDON".
           77  MontoTrasladado   PIC 9(14)V99.
           77  TotalTrasladadas  PIC 9(5).
           77  NombreProceso     PIC X(20) VALUE "TRASLADOICETEX".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-saldoabandonado object reference.
           01  obj-parametro     object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE saldoabandonado "New"
            RETURNING obj-saldoabandonado.

            INVOKE parametro "New"
            RETURNING obj-parametro.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

      *PLAZO LEGAL EN MESES SIN MOVIMIENTO: SALE DEL MAESTRO DE
      *PARAMETROS Y, A FALTA DE FILA VIGENTE, DEL VALOR DE FABRICA
      *(TRES ANOS)
            MOVE 36 TO ValorDefecto.
            INVOKE obj-parametro "ObtenerParametro"
                                 using CodigoMeses
                                       FechaProceso
                                       ValorDefecto
                                 returning ValorParametro.
            MOVE ValorParametro TO MesesAbandono.

            DISPLAY "====================================".
            DISPLAY "Traslado de saldos abandonados".
            DISPLAY "Meses sin movimiento : " MesesAbandono.
            DISPLAY "====================================".

            INVOKE obj-saldoabandonado "TrasladarSaldos"
                                 using FechaProceso
                                       MesesAbandono
                                       MontoTrasladado
                                 returning TotalTrasladadas.

            DISPLAY "------------------------------------".
            DISPLAY "Cuentas trasladadas : " TotalTrasladadas.
            DISPLAY "Valor trasladado    : " MontoTrasladado.
            DISPLAY "Archivo del fondo   : icetex_traslado.txt".
            DISPLAY "Reporte             : icetex_traslado_rep.txt".

            MOVE TotalTrasladadas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
