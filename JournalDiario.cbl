           77  TituloImpresion   PIC X(30)
                                 VALUE "JOURNAL DE TRANSACCIONES".
           77  EncabezadoImpresion PIC X(80)
               VALUE "IDT       HORA CUENTA    TIPO          MONTO".
           01  LineaTotal.
               02  LTTexto     PIC X(24).
               02  LTValor     PIC 9(10)V99.
           77  TotalIntereses    PIC 9(10)V99.
           77  TotalCheques      PIC 9(10)V99.
           77  TotalRetenciones  PIC 9(10)V99.
           77  TotalGMF          PIC 9(10)V99.
           77  TotalRecuperaciones PIC 9(10)V99.
           77  TodasSucursales PIC 9(3) VALUE 999.
           77  TotalSucursales   PIC 9(4).
           77  NombreProceso     PIC X(20) VALUE "JOURNALDIARIO".
           77  BitacoraSeq       PIC 9(6).

            INVOKE obj-transacition "ListarMovimientosPorFecha"
                                        using FechaConsulta
                                              TodasSucursales
                                              TotalRetiros
                                              TotalDepositos
                                              TotalTransfer
                                              TotalIntereses
                                              TotalCheques
                                              TotalRetenciones
                                              TotalGMF
                                              TotalRecuperaciones
                                              obj-reporte
                                  returning TotalMovs.

            DISPLAY "Total transferencias   : " TotalTransfer
            DISPLAY "Total intereses        : " TotalIntereses
            DISPLAY "Total cheques          : " TotalCheques
            DISPLAY "Total retenciones      : " TotalRetenciones
            DISPLAY "Total GMF 4x1000       : " TotalGMF
            DISPLAY "Total recuperaciones   : " TotalRecuperaciones.

      *SUBTOTALES Y CIERRE DEL ARCHIVO DE IMPRESION
            MOVE "Total retiros         : " TO LTTexto
            MOVE "Total retenciones     : " TO LTTexto
            MOVE TotalRetenciones TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal.
            MOVE "Total GMF 4x1000      : " TO LTTexto
            MOVE TotalGMF TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal.
            MOVE "Total recuperaciones  : " TO LTTexto
            MOVE TotalRecuperaciones TO LTValor
            INVOKE obj-reporte "EscribirLinea" using LineaTotal.

            COMPUTE MontoControl = TotalRetiros + TotalDepositos
                    + TotalTransfer + TotalIntereses + TotalCheques
                    + TotalRetenciones + TotalGMF
                    + TotalRecuperaciones.
            INVOKE obj-reporte "CerrarReporte" using MontoControl.
            DISPLAY "Reporte impreso en journal_diario.txt".

