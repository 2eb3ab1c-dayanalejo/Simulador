       identification division.
       program-id. CobranzaBatch.

       object section.
       class-control.
           cobranza     is class "cobranza"
           parametro    is class "parametro"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *PROCESO DIARIO DE COBRANZA: ACTUALIZA LA COLA CON LOS
      *PRESTAMOS QUE PASARON EL UMBRAL DE DIAS DE MORA (PARAMETRO
      *DIASCOBRANZA), VERIFICA LAS PROMESAS DE PAGO CONTRA LO PAGADO
      *ESCALANDO LAS INCUMPLIDAS Y EMITE EL REPORTE DE EFECTIVIDAD
      *DE LOS GESTORES. CORRE DESPUES DEL COBRO DE CUOTAS
           77  TotalAsignados    PIC 9(4).
           77  TotalIncumplidas  PIC 9(4).
           77  TotalGestores     PIC 9(4).
           77  CodigoUmbral      PIC X(12) VALUE "DIASCOBRANZA".
           77  ValorDefecto      PIC 9(12)V99.
           77  ValorUmbral       PIC 9(12)V99.
           77  UmbralDias        PIC 9(3).
           77  NombreProceso     PIC X(20) VALUE "COBRANZA".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-cobranza      object reference.
           01  obj-parametro     object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE cobranza "New"
            RETURNING obj-cobranza.

            INVOKE parametro "New"
            RETURNING obj-parametro.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            MOVE 30 TO ValorDefecto.
            INVOKE obj-parametro "ObtenerParametro"
                                 using CodigoUmbral
                                       FechaProceso
                                       ValorDefecto
                                 returning ValorUmbral.
            MOVE ValorUmbral TO UmbralDias.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            DISPLAY "====================================".
            DISPLAY "Cola de cobranza (umbral " UmbralDias " dias)".
            DISPLAY "====================================".

            INVOKE obj-cobranza "ActualizarCola"
                                 using FechaProceso UmbralDias
                                 returning TotalAsignados.

            DISPLAY "------------------------------------".
            DISPLAY "Verificacion de promesas de pago".
            DISPLAY "------------------------------------".

            INVOKE obj-cobranza "VerificarPromesas"
                                 using FechaProceso
                                 returning TotalIncumplidas.

            INVOKE obj-cobranza "ReporteEfectividad"
                                 using FechaProceso
                                 returning TotalGestores.

            DISPLAY "------------------------------------".
            DISPLAY "Gestores en el reporte de efectividad: "
                    TotalGestores.

            MOVE TotalAsignados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
