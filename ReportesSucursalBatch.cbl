       identification division.
       program-id. ReportesSucursalBatch.

       object section.
       class-control.
           transacition is class "transacition"
           caja         is class "caja"
           dispensador  is class "dispensador"
           incidente    is class "incidente"
           canje        is class "canje"
           sucursal     is class "sucursal"
           parametro    is class "parametro"
           reporte      is class "reporte"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *CORRIDA DIARIA DE REPORTES PARA DISTRIBUCION: PRIMERO EL
      *JUEGO CONSOLIDADO DE TODO EL BANCO PARA CASA MATRIZ (CON LOS
      *NOMBRES DE ARCHIVO DE SIEMPRE) Y LUEGO UN JUEGO POR CADA
      *SUCURSAL DEL MAESTRO, CON SUS PROPIOS TOTALES, EN ARCHIVOS
      *CON EL SUFIJO _sNN. EL INDICE distribucion_reportes.txt DICE
      *QUE ARCHIVO VA A QUE SUCURSAL
           77  FechaReporte      PIC X(8).
           77  FiltroSucursal    PIC 9(3).
           77  SucActual         PIC 9(2).
           77  SucSiguiente      PIC 9(2).
           77  SucEditada        PIC 9(2).
           77  NombreSucursal    PIC X(15).
           77  SufijoArchivo     PIC X(4).
           77  UmbralBilletes    PIC 9(5).
           77  ValorDefecto      PIC 9(12)V99.
           77  ValorParametro    PIC 9(12)V99.
           77  CodigoUmbral      PIC X(12) VALUE "UMBRALBILL".
           77  NombreJournal     PIC X(30).
           77  NombreCuadre      PIC X(30).
           77  NombreEfectivo    PIC X(30).
           77  NombreIncidentes  PIC X(30).
           77  NombreCanjes      PIC X(30).
           77  NombreIndice      PIC X(30)
                                 VALUE "distribucion_reportes.txt".
           77  TituloIndice      PIC X(30)
                                 VALUE "DISTRIBUCION DE REPORTES".
           01  EncabezadoIndice.
               02  FILLER      PIC X(20) VALUE "SUC NOMBRE".
               02  FILLER      PIC X(31) VALUE "ARCHIVO".
               02  FILLER      PIC X(29) VALUE "REGISTROS".
           77  TituloJournal     PIC X(30)
                                 VALUE "JOURNAL DE TRANSACCIONES".
           77  EncabezadoJournal PIC X(80)
               VALUE "IDT       HORA CUENTA    TIPO          MONTO".
           77  TituloEfectivo    PIC X(30)
                                 VALUE "EFECTIVO EN TERMINALES".
           77  EncabezadoEfectivo PIC X(80)
               VALUE "TER  SUC  DENOMIN  BILLETES              VALOR".
           77  TituloCanjes      PIC X(30)
                                 VALUE "CANJE DEL DIA".
           77  EncabezadoCanjes  PIC X(80)
               VALUE "MOVIMIENTO CANJE CUENTA SUC B MONTO".
           01  LineaTotal.
               02  LTTexto     PIC X(24).
               02  LTValor     PIC 9(10)V99.
               02  FILLER      PIC X(44) VALUE SPACES.
           01  LineaDistribucion.
               02  LDSucursal  PIC X(2).
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LDNombre    PIC X(15).
               02  FILLER      PIC X VALUE SPACE.
               02  LDArchivo   PIC X(30).
               02  FILLER      PIC X VALUE SPACE.
               02  LDRegistros PIC ZZZ,ZZ9.
               02  FILLER      PIC X(22) VALUE SPACES.
           77  RegistrosArchivo  PIC 9(6).
           77  TotalMovs         PIC 9(4).
           77  TotalRetiros      PIC 9(10)V99.
           77  TotalDepositos    PIC 9(10)V99.
           77  TotalTransfer     PIC 9(10)V99.
           77  TotalIntereses    PIC 9(10)V99.
           77  TotalCheques      PIC 9(10)V99.
           77  TotalRetenciones  PIC 9(10)V99.
           77  TotalGMF          PIC 9(10)V99.
           77  TotalRecuperaciones PIC 9(10)V99.
           77  TotalOperadores   PIC 9(4).
           77  TotalFilas        PIC 9(4).
           77  TotalEfectivo     PIC S9(14)V99.
           77  TotalGrupos       PIC 9(4).
           77  TotalCanjes       PIC 9(4).
           77  MontoCanjes       PIC S9(14)V99.
           77  MontoControl      PIC S9(14)V99.
           77  ArchivosIndice    PIC S9(14)V99.
           77  NombreProceso     PIC X(20) VALUE "REPORTESSUCURSAL".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-transacition  object reference.
           01  obj-caja          object reference.
           01  obj-dispensador   object reference.
           01  obj-incidente     object reference.
           01  obj-canje         object reference.
           01  obj-sucursal      object reference.
           01  obj-parametro     object reference.
           01  obj-reporte       object reference.
           01  obj-indice        object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE transacition "New"
            RETURNING obj-transacition.

            INVOKE caja "New"
            RETURNING obj-caja.

            INVOKE dispensador "New"
            RETURNING obj-dispensador.

            INVOKE incidente "New"
            RETURNING obj-incidente.

            INVOKE canje "New"
            RETURNING obj-canje.

            INVOKE sucursal "New"
            RETURNING obj-sucursal.

            INVOKE parametro "New"
            RETURNING obj-parametro.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaReporte.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaReporte
                                 returning BitacoraSeq.

      *UMBRAL DE BILLETES PARA EL AVISO DE BAJO NIVEL DEL REPORTE
      *DE EFECTIVO: SALE DEL MAESTRO DE PARAMETROS
            MOVE 50 TO ValorDefecto.
            INVOKE obj-parametro "ObtenerParametro"
                                 using CodigoUmbral
                                       FechaReporte
                                       ValorDefecto
                                 returning ValorParametro.
            MOVE ValorParametro TO UmbralBilletes.

            DISPLAY "====================================".
            DISPLAY "Reportes diarios por sucursal".
            DISPLAY "====================================".

            MOVE 0 TO RegistrosBit.
            MOVE 0 TO ArchivosIndice.
            INVOKE reporte "New"
            RETURNING obj-indice.
            INVOKE obj-indice "AbrirReporte"
                                 using NombreIndice
                                       TituloIndice
                                       FechaReporte
                                       EncabezadoIndice.

      *JUEGO CONSOLIDADO PARA CASA MATRIZ
            MOVE 999 TO FiltroSucursal.
            MOVE "CASA MATRIZ" TO NombreSucursal.
            MOVE "journal_diario.txt"        TO NombreJournal.
            MOVE "cuadre_caja.txt"           TO NombreCuadre.
            MOVE "efectivo_terminales.txt"   TO NombreEfectivo.
            MOVE "incidentes_dia.txt"        TO NombreIncidentes.
            MOVE "canjes_dia.txt"            TO NombreCanjes.
            PERFORM GenerarJuegoReportes.

      *UN JUEGO POR SUCURSAL, EN ORDEN DE CODIGO
            MOVE 0 TO SucActual.
            INVOKE obj-sucursal "SucursalSiguiente"
                                 using SucActual NombreSucursal
                                 returning SucSiguiente.
            PERFORM ReportarSucursalSiguiente
                    UNTIL SucSiguiente = 0.

            INVOKE obj-indice "CerrarReporte" using ArchivosIndice.

            DISPLAY "------------------------------------".
            DISPLAY "Archivos generados: " RegistrosBit.
            DISPLAY "Indice en distribucion_reportes.txt".

            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.

       ReportarSucursalSiguiente.
            MOVE SucSiguiente TO SucActual
            MOVE SucActual    TO FiltroSucursal
            MOVE SucActual    TO SucEditada
            MOVE SPACES TO SufijoArchivo
            STRING "_s" SucEditada
                   DELIMITED BY SIZE INTO SufijoArchivo
            END-STRING
            MOVE SPACES TO NombreJournal
            STRING "journal_diario" SufijoArchivo ".txt"
                   DELIMITED BY SIZE INTO NombreJournal
            END-STRING
            MOVE SPACES TO NombreCuadre
            STRING "cuadre_caja" SufijoArchivo ".txt"
                   DELIMITED BY SIZE INTO NombreCuadre
            END-STRING
            MOVE SPACES TO NombreEfectivo
            STRING "efectivo_terminales" SufijoArchivo ".txt"
                   DELIMITED BY SIZE INTO NombreEfectivo
            END-STRING
            MOVE SPACES TO NombreIncidentes
            STRING "incidentes_dia" SufijoArchivo ".txt"
                   DELIMITED BY SIZE INTO NombreIncidentes
            END-STRING
            MOVE SPACES TO NombreCanjes
            STRING "canjes_dia" SufijoArchivo ".txt"
                   DELIMITED BY SIZE INTO NombreCanjes
            END-STRING
            PERFORM GenerarJuegoReportes
            INVOKE obj-sucursal "SucursalSiguiente"
                                 using SucActual NombreSucursal
                                 returning SucSiguiente.

      *LOS CINCO REPORTES DEL DIA PARA EL FILTRO DE SUCURSAL VIGENTE
      *(999 ES TODO EL BANCO), CADA UNO CON SU LINEA EN EL INDICE
       GenerarJuegoReportes.
            DISPLAY "Sucursal " FiltroSucursal " " NombreSucursal

            INVOKE reporte "New"
            RETURNING obj-reporte
            INVOKE obj-reporte "AbrirReporte"
                                 using NombreJournal
                                       TituloJournal
                                       FechaReporte
                                       EncabezadoJournal
            INVOKE obj-transacition "ListarMovimientosPorFecha"
                                        using FechaReporte
                                              FiltroSucursal
                                              TotalRetiros
                                              TotalDepositos
                                              TotalTransfer
                                              TotalIntereses
                                              TotalCheques
                                              TotalRetenciones
                                              TotalGMF
                                              TotalRecuperaciones
                                              obj-reporte
                                  returning TotalMovs
            PERFORM EscribirTotalesJournal
            INVOKE obj-reporte "CerrarReporte" using MontoControl
            MOVE NombreJournal TO LDArchivo
            MOVE TotalMovs TO RegistrosArchivo
            PERFORM EscribirLineaIndice

            INVOKE obj-caja "ReporteCuadreCaja"
                                 using FechaReporte
                                       FiltroSucursal
                                       NombreCuadre
                                 returning TotalOperadores
            MOVE NombreCuadre TO LDArchivo
            MOVE TotalOperadores TO RegistrosArchivo
            PERFORM EscribirLineaIndice

            INVOKE reporte "New"
            RETURNING obj-reporte
            INVOKE obj-reporte "AbrirReporte"
                                 using NombreEfectivo
                                       TituloEfectivo
                                       FechaReporte
                                       EncabezadoEfectivo
            INVOKE obj-dispensador "ReporteEfectivo"
                                 using UmbralBilletes
                                       FiltroSucursal
                                       TotalEfectivo
                                       obj-reporte
                                 returning TotalFilas
            INVOKE obj-reporte "CerrarReporte" using TotalEfectivo
            MOVE NombreEfectivo TO LDArchivo
            MOVE TotalFilas TO RegistrosArchivo
            PERFORM EscribirLineaIndice

            INVOKE obj-incidente "ReporteIncidentesDia"
                                 using FechaReporte
                                       FiltroSucursal
                                       NombreIncidentes
                                 returning TotalGrupos
            MOVE NombreIncidentes TO LDArchivo
            MOVE TotalGrupos TO RegistrosArchivo
            PERFORM EscribirLineaIndice

            INVOKE reporte "New"
            RETURNING obj-reporte
            INVOKE obj-reporte "AbrirReporte"
                                 using NombreCanjes
                                       TituloCanjes
                                       FechaReporte
                                       EncabezadoCanjes
            INVOKE obj-canje "ListarCanjesDelDia"
                                 using FechaReporte
                                       FiltroSucursal
                                       MontoCanjes
                                       obj-reporte
                                 returning TotalCanjes
            MOVE "Total canjes del dia  : " TO LTTexto
            MOVE MontoCanjes TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal
            INVOKE obj-reporte "CerrarReporte" using MontoCanjes
            MOVE NombreCanjes TO LDArchivo
            MOVE TotalCanjes TO RegistrosArchivo
            PERFORM EscribirLineaIndice.

      *SUBTOTALES POR TIPO, IGUAL QUE EN EL JOURNAL DIARIO
       EscribirTotalesJournal.
            MOVE "Total retiros         : " TO LTTexto
            MOVE TotalRetiros TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal
            MOVE "Total depositos       : " TO LTTexto
            MOVE TotalDepositos TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal
            MOVE "Total transferencias  : " TO LTTexto
            MOVE TotalTransfer TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal
            MOVE "Total intereses       : " TO LTTexto
            MOVE TotalIntereses TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal
            MOVE "Total cheques         : " TO LTTexto
            MOVE TotalCheques TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal
            MOVE "Total retenciones     : " TO LTTexto
            MOVE TotalRetenciones TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal
            MOVE "Total GMF 4x1000      : " TO LTTexto
            MOVE TotalGMF TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal
            MOVE "Total recuperaciones  : " TO LTTexto
            MOVE TotalRecuperaciones TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal
            COMPUTE MontoControl = TotalRetiros + TotalDepositos
                    + TotalTransfer + TotalIntereses + TotalCheques
                    + TotalRetenciones + TotalGMF
                    + TotalRecuperaciones.

       EscribirLineaIndice.
            IF FiltroSucursal = 999 THEN
               MOVE "CM" TO LDSucursal
            ELSE
               MOVE SucEditada TO LDSucursal
            END-IF
            MOVE NombreSucursal   TO LDNombre
            MOVE RegistrosArchivo TO LDRegistros
            INVOKE obj-indice "EscribirLinea" using LineaDistribucion
            ADD 1 TO RegistrosBit
            ADD 1 TO ArchivosIndice.
