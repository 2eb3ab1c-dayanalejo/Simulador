       identification division.
       program-id. GirosBatch.

       object section.
       class-control.
           giro         is class "giro"
           parametro    is class "parametro"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *GIROS DEL EXTERIOR: CARGA EL ARCHIVO DEL CORRESPONSAL
      *(giros_entrada.dat), ABONA LOS QUE TIENEN CUENTA, LIBERA O
      *DEVUELVE LOS RETENIDOS SEGUN CUMPLIMIENTO, DEVUELVE LOS NO
      *COBRADOS EN EL PLAZO Y DEJA LA LIQUIDACION DEL DIA CON EL
      *CORRESPONSAL
           77  FechaProceso      PIC X(8).
           77  DiasDevolucion    PIC 9(3).
           77  ValorDefecto      PIC 9(12)V99.
           77  ValorParametro    PIC 9(12)V99.
           77  CodigoDias        PIC X(12) VALUE "DIASREMESA".
           77  TotalRecibidas    PIC 9(5).
           77  TotalRetenidas    PIC 9(5).
           77  TotalRechazadas   PIC 9(5).
           77  TotalAbonadas     PIC 9(5).
           77  TotalDevueltas    PIC 9(5).
           77  TotalLiquidadas   PIC 9(5).
           77  DevueltasDia      PIC 9(5).
           77  NombreProceso     PIC X(20) VALUE "GIROSEXTERIOR".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-giro          object reference.
           01  obj-parametro     object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE giro "New"
            RETURNING obj-giro.

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

      *DIAS QUE UN GIRO PUEDE ESPERAR SU COBRO ANTES DE DEVOLVERLO
      *AL CORRESPONSAL
            MOVE 30 TO ValorDefecto.
            INVOKE obj-parametro "ObtenerParametro"
                                 using CodigoDias
                                       FechaProceso
                                       ValorDefecto
                                 returning ValorParametro.
            MOVE ValorParametro TO DiasDevolucion.

            DISPLAY "====================================".
            DISPLAY "Giros del exterior".
            DISPLAY "Plazo de cobro (dias) : " DiasDevolucion.
            DISPLAY "====================================".

            INVOKE obj-giro "CargarGiros"
                                 using FechaProceso
                                       TotalRetenidas
                                       TotalRechazadas
                                 returning TotalRecibidas.

            INVOKE obj-giro "AplicarGiros"
                                 using FechaProceso
                                       DiasDevolucion
                                       TotalDevueltas
                                 returning TotalAbonadas.

            INVOKE obj-giro "LiquidarCorresponsal"
                                 using FechaProceso
                                       DevueltasDia
                                 returning TotalLiquidadas.

            DISPLAY "------------------------------------".
            DISPLAY "Giros recibidos      : " TotalRecibidas.
            DISPLAY "Retenidos por lista  : " TotalRetenidas.
            DISPLAY "Devueltos sin tasa   : " TotalRechazadas.
            DISPLAY "Abonados en cuenta   : " TotalAbonadas.
            DISPLAY "Devueltos en el cobro: " TotalDevueltas.
            DISPLAY "Liquidacion          : giros_liquidacion.txt".
            DISPLAY "Devoluciones         : giros_devoluciones.txt".

            MOVE TotalRecibidas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
