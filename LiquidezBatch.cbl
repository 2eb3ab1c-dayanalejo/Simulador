       identification division.
       program-id. LiquidezBatch.

       object section.
       class-control.
           liquidez     is class "liquidez"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *BRECHA DE LIQUIDEZ PARA TESORERIA: CORRE AL CIERRE, DESPUES
      *DEL CICLO DIARIO, Y DEJA brecha_liquidez.txt CON LAS
      *ENTRADAS, SALIDAS Y BRECHA ACUMULADA POR BANDA Y MONEDA.
      *LA CORRIDA QUEDA MARCADA SI ALGUNA MONEDA ROMPE SU LIMITE
           77  FechaProceso      PIC X(8).
           77  TotalAlertas      PIC 9(2).
           77  NombreProceso     PIC X(20) VALUE "BRECHALIQUIDEZ".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-liquidez      object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE liquidez "New"
            RETURNING obj-liquidez.

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
            DISPLAY "Brecha de liquidez al " FechaProceso.
            DISPLAY "====================================".

            INVOKE obj-liquidez "GenerarBrechaLiquidez"
                                 using FechaProceso
                                 returning TotalAlertas.

            DISPLAY "------------------------------------".
            DISPLAY "Alertas de limite : " TotalAlertas.
            DISPLAY "Reporte           : brecha_liquidez.txt".

            MOVE TotalAlertas TO RegistrosBit.
            IF TotalAlertas > 0 THEN
               MOVE "ALERTA" TO ResultadoBit
            ELSE
               MOVE "NORMAL" TO ResultadoBit
            END-IF.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
