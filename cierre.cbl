           contabilidad is class "contabilidad"
           calendario   is class "calendario"
           reporte      is class "reporte"
           operacioncola is class "operacioncola"
           registrocambios is class "registrocambios"
           respaldo     is class "respaldo"
           registrointeres is class "registrointeres"
           saldohistorico is class "saldohistorico"
           prestamo     is class "prestamo"
           cupo         is class "cupo"
           cierre       is class "cierre".

       working-storage section.
               88  ArchivoHecho     VALUE "S".
           05  CierreCompleto   PIC X.
               88  CierreYaHecho    VALUE "S".
      *REAPERTURA: LA FECHA SE VOLVIO A ABRIR DESPUES DE CERRADA,
      *CON EL MOTIVO, EL OPERADOR QUE LA AUTORIZO Y CUANDO
           05  CierreReabierto  PIC X.
               88  FechaReabierta    VALUE "S".
           05  ReapMotivo       PIC X(30).
           05  ReapOperador     PIC 9(9).
           05  ReapFecha        PIC X(8).
           05  ReapHora         PIC X(4).
      *FOTO DE FIN DE DIA DE LOS SALDOS EN EL HISTORICO
           05  PasoSaldos       PIC X.
               88  SaldosHechos     VALUE "S".
      *CAUSACION DIARIA DE LOS INTERESES DE LA CARTERA
           05  PasoCausacion    PIC X.
               88  CausacionHecha   VALUE "S".

       Method-ID. EjecutarCierre.
      *>----------------------------------------------
      *ORQUESTA EL CIERRE DEL DIA EN EL ORDEN CORRECTO: ORDENES
      *PERMANENTES, ACREDITACION DE INTERESES, FOTO DE SALDOS,
      *CAUSACION DE INTERESES DE LA CARTERA, JOURNAL, ASIENTOS
      *CONTABLES Y EXTRACTO REGULATORIO DE LA FECHA, Y POR ULTIMO
      *EL ARCHIVADO DE TRANSACCIONES (QUE VACIA EL ARCHIVO DE
      *TRABAJO, POR ESO VA AL FINAL: TODO LO QUE LEE EL DIA VIVO
           77  TotalIntereses    PIC 9(10)V99.
           77  TotalCheques      PIC 9(10)V99.
           77  TotalRetenciones  PIC 9(10)V99.
           77  TotalGMF          PIC 9(10)V99.
           77  TotalRecuperaciones PIC 9(10)V99.
           77  TodasSucursales PIC 9(3) VALUE 999.
           77  TotalAsientos     PIC 9(6).
           77  TotalRegulMov     PIC 9(6).
           77  TotalRegulSaldos  PIC 9(6).
           77  TotalProgEjec     PIC 9(4).
           77  TotalProgFall     PIC 9(4).
           77  TotalCanjesLib    PIC 9(4).
           77  TotalFotos        PIC 9(6).
           77  TotalCausados     PIC 9(4).
           77  TotalSuspendidos  PIC 9(4).
           77  MontoCausado      PIC 9(12)V99.
           77  TotalCupCausados  PIC 9(4).
           77  MontoCupCausado   PIC 9(12)V99.
           77  PeriodoCerrado    PIC 9.
           77  BalanceOk         PIC 9.
           77  TotalBalanceLineas PIC 9(6).
           77  HoyHabil          PIC 9.
           77  NuevaFecha        PIC X(8).
           77  TotalColaAplic    PIC 9(6).
           77  TotalColaRech     PIC 9(6).
           77  NombreImpresion   PIC X(30)
                                 VALUE "journal_diario.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "JOURNAL DE TRANSACCIONES".
           77  EncabezadoImpresion PIC X(80)
               VALUE "IDT       HORA CUENTA    TIPO          MONTO".
           77  MontoControl      PIC S9(14)V99.
      *CierrePend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  CierrePend        PIC X VALUE "N".
           01  obj-accounts      object reference.
           01  obj-transacition  object reference.
           01  obj-fechaproceso  object reference.
           01  obj-contabilidad  object reference.
           01  obj-calendario    object reference.
           01  obj-reporte       object reference.
           01  obj-cola          object reference.
           01  obj-registrocambios object reference.
           01  obj-saldohistorico object reference.
           01  obj-prestamo      object reference.
           01  obj-cupo          object reference.

        Linkage Section.
           77  LSFecha           PIC X(8).
                     RETURNING obj-transacition

             PERFORM LeerControlDelDia
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad
             INVOKE obj-contabilidad "PeriodoCerrado" using LSFecha
                                     returning PeriodoCerrado

             IF ExisteControl = 1 AND CierreYaHecho THEN
                DISPLAY "La fecha " LSFecha " ya fue cerrada, no se"
                DISPLAY "puede cerrar dos veces"
             ELSE
      *UNA FECHA DE UN PERIODO CONTABLE YA CERRADO NO SE CIERRA:
      *SUS ASIENTOS QUEDARIAN FECHADOS EN EL PERIODO
             IF PeriodoCerrado = 1 THEN
                DISPLAY "El periodo contable de la fecha " LSFecha
                DISPLAY "ya esta cerrado"
             ELSE
                MOVE "S" TO CierrePend
                IF ExisteControl = 0 THEN
                   PERFORM CrearControlDelDia
                ELSE
                   DISPLAY "fecha " LSFecha
                END-IF

      *MARCA EN EL JOURNAL DE CAMBIOS: HASTA AQUI LLEGA EL DIA; UNA
      *REAPERTURA DE LA FECHA VUELVE A ESTE PUNTO
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "MarcarInicioCierre"
                                          using LSFecha

      *EN DIA NO HABIL EL CIERRE SOLO AVANZA LA FECHA: LOS EVENTOS
      *FECHADOS (ORDENES, VENCIMIENTOS) RUEDAN AL SIGUIENTE DIA
      *HABIL POR SU PROPIA LOGICA DE CALENDARIO
                PERFORM PasoLiberarCanjes
                PERFORM PasoEjecutarOrdenes
                PERFORM PasoAcreditarInteres
                PERFORM PasoSaldosDelDia
                PERFORM PasoCausacionCartera
                PERFORM PasoJournalDelDia
                PERFORM PasoContabilidadDelDia
                PERFORM PasoExtractoRegulatorio
                   INVOKE obj-fechaproceso "AvanzarFechaProceso"
                                             returning NuevaFecha
                   DISPLAY "Nueva fecha de proceso: " NuevaFecha

      *LAS OPERACIONES RECIBIDAS MIENTRAS CORRIA EL CIERRE SE
      *APLICAN YA CON LA FECHA NUEVA, EN ORDEN DE LLEGADA
                   INVOKE operacioncola "New"
                           RETURNING obj-cola
                   INVOKE obj-cola "AplicarCola" using NuevaFecha
                                                       TotalColaRech
                                             returning TotalColaAplic
                   DISPLAY "Operaciones en cola aplicadas : "
                           TotalColaAplic
                   DISPLAY "Operaciones en cola rechazadas: "
                           TotalColaRech
                END-IF
             END-IF
             END-IF
             MOVE "N" TO CierrePend.

       LeerControlDelDia.
             MOVE 0 TO ExisteControl
             CLOSE CierreControl.

       CrearControlDelDia.
             IF CierrePend = "S" THEN
                OPEN I-O CierreControl
                  MOVE LSFecha TO CierreFecha
                  MOVE "N"     TO PasoCanje
                  MOVE "N"     TO PasoOrdenes
                  MOVE "N"     TO PasoInteres
                  MOVE "N"     TO PasoJournal
                  MOVE "N"     TO PasoContabilidad
                  MOVE "N"     TO PasoExtractoReg
                  MOVE "N"     TO PasoArchivo
                  MOVE "N"     TO CierreCompleto
                  MOVE "N"     TO CierreReabierto
                  MOVE SPACES  TO ReapMotivo
                  MOVE 0       TO ReapOperador
                  MOVE SPACES  TO ReapFecha
                  MOVE SPACES  TO ReapHora
                  MOVE "N"     TO PasoSaldos
                  MOVE "N"     TO PasoCausacion
                  WRITE cierre-control-file
                  END-WRITE
                CLOSE CierreControl
             END-IF.

       GrabarControlDelDia.
             IF CierrePend = "S" THEN
                OPEN I-O CierreControl
                  MOVE LSFecha TO CierreFecha
                  REWRITE cierre-control-file
                  END-REWRITE
                CLOSE CierreControl
             END-IF.

      *LOS DEPOSITOS EN CANJE CUYA FECHA DE LIBERACION YA LLEGO SE
      *LIBERAN ANTES DE TODO, PARA QUE LOS DEMAS PASOS DEL DIA VEAN
      *EL SALDO DISPONIBLE CORRECTO
       PasoLiberarCanjes.
             IF CierrePend = "S" THEN
                IF CanjeHecho THEN
                   DISPLAY "Paso de canje ya ejecutado, se omite"
                ELSE
                   INVOKE canje "New"
                           RETURNING obj-canje
                   INVOKE obj-canje "LiberarCanjesDelDia"
                                             using LSFecha
                                       returning TotalCanjesLib
                   DISPLAY "Canjes liberados: " TotalCanjesLib
                   MOVE "S" TO PasoCanje
                   PERFORM GrabarControlDelDia
                END-IF
             END-IF.

       PasoEjecutarOrdenes.
             IF CierrePend = "S" THEN
                IF OrdenesHechas THEN
                   DISPLAY "Paso de ordenes ya ejecutado, se omite"
                ELSE
                   INVOKE ordenpermanente "New"
                           RETURNING obj-ordenes
                   INVOKE obj-ordenes "EjecutarOrdenesDelDia"
                                             using LSFecha
                                                   TotalOrdenesFall
                                       returning TotalOrdenesEjec
                   DISPLAY "Ordenes permanentes ejecutadas: "
                           TotalOrdenesEjec
                   DISPLAY "Ordenes permanentes fallidas  : "
                           TotalOrdenesFall
      *TRANSFERENCIAS PROGRAMADAS DE UNA SOLA VEZ CUYA FECHA LLEGO
                   INVOKE programada "New"
                           RETURNING obj-programadas
                   INVOKE obj-programadas "EjecutarProgramadasDelDia"
                                             using LSFecha
                                                   TotalProgFall
                                       returning TotalProgEjec
                   DISPLAY "Programadas ejecutadas        : "
                           TotalProgEjec
                   DISPLAY "Programadas fallidas          : "
                           TotalProgFall
                   MOVE "S" TO PasoOrdenes
                   PERFORM GrabarControlDelDia
                END-IF
             END-IF.

       PasoAcreditarInteres.
             IF CierrePend = "S" THEN
                IF InteresHecho THEN
                   DISPLAY "Paso de intereses ya ejecutado, se omite"
                ELSE
                   INVOKE obj-accounts "AcreditarInteresAhorro"
                                        returning TotalAcreditadas
                   DISPLAY "Cuentas de ahorro acreditadas: "
                           TotalAcreditadas
                   MOVE "S" TO PasoInteres
                   PERFORM GrabarControlDelDia
                END-IF
             END-IF.

      *LA FOTO DE SALDOS VA DESPUES DE TODO LO QUE EL CIERRE MUEVE
      *EN LAS CUENTAS (CANJES, ORDENES, INTERESES)
       PasoSaldosDelDia.
             IF CierrePend = "S" THEN
                IF SaldosHechos THEN
                   DISPLAY "Paso de saldos historicos ya ejecutado, se"
                   DISPLAY "omite"
                ELSE
                   INVOKE saldohistorico "New"
                           RETURNING obj-saldohistorico
                   INVOKE obj-saldohistorico "RegistrarSaldosDelDia"
                                             using LSFecha
                                       returning TotalFotos
                   DISPLAY "Saldos historicos registrados: " TotalFotos
                   MOVE "S" TO PasoSaldos
                   PERFORM GrabarControlDelDia
                END-IF
             END-IF.

      *LA CAUSACION DEJA SUS ASIENTOS PARA LA CONTABILIDAD DE LA
      *MISMA FECHA, POR ESO CORRE ANTES DEL PASO CONTABLE
       PasoCausacionCartera.
             IF CierrePend = "S" THEN
                IF CausacionHecha THEN
                   DISPLAY "Paso de causacion de cartera ya ejecutado,"
                   DISPLAY "se omite"
                ELSE
                   INVOKE prestamo "New"
                           RETURNING obj-prestamo
                   INVOKE obj-prestamo "CausarInteresesCartera"
                                             using LSFecha
                                                   MontoCausado
                                                   TotalSuspendidos
                                       returning TotalCausados
      *LOS CUPOS ROTATIVOS CAUSAN EN EL MISMO PASO QUE LA CARTERA
                   INVOKE cupo "New"
                           RETURNING obj-cupo
                   INVOKE obj-cupo "CausarInteresesCupos"
                                             using LSFecha
                                                   MontoCupCausado
                                       returning TotalCupCausados
                   MOVE "S" TO PasoCausacion
                   PERFORM GrabarControlDelDia
                END-IF
             END-IF.

       PasoJournalDelDia.
             IF CierrePend = "S" THEN
                IF JournalHecho THEN
                   DISPLAY "Paso de journal ya ejecutado, se omite"
                ELSE
                   DISPLAY "===================================="
                   DISPLAY "Journal de transacciones - " LSFecha
                   DISPLAY "===================================="
                   DISPLAY "(en orden de numero de cuenta)"
                   DISPLAY "IDT hora cuenta tipo monto:"
      *EL JOURNAL DEL CIERRE TAMBIEN QUEDA EN ARCHIVO DE IMPRESION
                   INVOKE reporte "New"
                           RETURNING obj-reporte
                   INVOKE obj-reporte "AbrirReporte"
                                        using NombreImpresion
                                              TituloImpresion
                                              LSFecha
                                              EncabezadoImpresion
                   INVOKE obj-transacition "ListarMovimientosPorFecha"
                                               using LSFecha
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
                                         returning TotalMovs
                   COMPUTE MontoControl = TotalRetiros + TotalDepositos
                           + TotalTransfer + TotalIntereses
                           + TotalCheques + TotalRetenciones
                           + TotalGMF + TotalRecuperaciones
                   INVOKE obj-reporte "CerrarReporte"
                                        using MontoControl
                   DISPLAY "Reporte impreso en journal_diario.txt"
                   DISPLAY "------------------------------------"
                   DISPLAY "Total de movimientos   : " TotalMovs
                   DISPLAY "Total retiros          : " TotalRetiros
                   DISPLAY "Total depositos        : " TotalDepositos
                   DISPLAY "Total transferencias   : " TotalTransfer
                   DISPLAY "Total intereses        : " TotalIntereses
                   DISPLAY "Total cheques          : " TotalCheques
                   DISPLAY "Total retenciones      : " TotalRetenciones
                   DISPLAY "Total GMF 4x1000       : " TotalGMF
                   DISPLAY "Total recuperaciones   : "
                           TotalRecuperaciones
                   MOVE "S" TO PasoJournal
                   PERFORM GrabarControlDelDia
                END-IF
             END-IF.

      *LOS ASIENTOS CONTABLES Y EL EXTRACTO REGULATORIO LEEN EL
      *ARCHIVO VIVO DE TRANSACCIONES: DEBEN CORRER ANTES DEL
      *ARCHIVADO O SALDRIAN VACIOS
       PasoContabilidadDelDia.
             IF CierrePend = "S" THEN
                IF ContabilidadHecha THEN
                   DISPLAY "Paso de contabilidad ya ejecutado, se"
                   DISPLAY "omite"
                ELSE
                   INVOKE obj-transacition "GenerarContabilidadDiaria"
                                             using LSFecha
                                       returning TotalAsientos
                   DISPLAY "Asientos contables generados: "
                           TotalAsientos
      *PRUEBA DURA: EL DIA DEBE NETEAR A CERO ANTES DE DAR EL
      *PASO CONTABLE POR HECHO; SI BALANCEA, EL DIA SE SUMA AL
      *BALANCE DE PRUEBA ACUMULADO
                   INVOKE contabilidad "New"
                           RETURNING obj-contabilidad
                   INVOKE obj-contabilidad "ValidarBalanceDiario"
                                       returning BalanceOk
                   IF BalanceOk = 0 THEN
                      DISPLAY "El paso contable queda pendiente"
                   ELSE
                      INVOKE obj-contabilidad "AcumularBalancePrueba"
                                          returning TotalBalanceLineas
                      MOVE "S" TO PasoContabilidad
                      PERFORM GrabarControlDelDia
                   END-IF
                END-IF
             END-IF.

       PasoExtractoRegulatorio.
             IF CierrePend = "S" THEN
                IF ExtractoRegHecho THEN
                   DISPLAY "Paso de extracto regulatorio ya"
                   DISPLAY "ejecutado, se omite"
                ELSE
                   INVOKE obj-transacition "GenerarExtractoRegulMov"
                                             using LSFecha
                                       returning TotalRegulMov
                   INVOKE obj-accounts "GenerarExtractoRegulSaldos"
                                             using LSFecha
                                       returning TotalRegulSaldos
                   DISPLAY "Extracto regulatorio: " TotalRegulMov
                           " movimientos, " TotalRegulSaldos
                           " saldos"
                   MOVE "S" TO PasoExtractoReg
                   PERFORM GrabarControlDelDia
                END-IF
             END-IF.

       PasoArchivarTransacciones.
             IF CierrePend = "S" THEN
                IF ArchivoHecho THEN
                   DISPLAY "Paso de archivo ya ejecutado, se omite"
                ELSE
      *EL ARCHIVADO VACIA EL DIA VIVO: NO PUEDE CORRER MIENTRAS EL
      *PASO CONTABLE SIGA PENDIENTE, O EL DIA NO PODRIA REHACERSE
                IF NOT ContabilidadHecha THEN
                   DISPLAY "Paso de archivo pospuesto: contabilidad"
                   DISPLAY "pendiente"
                ELSE
                   INVOKE obj-transacition "ArchivarTransacciones"
                                         using LSFecha
                                         returning TotalArchivadas
                   DISPLAY "Transacciones archivadas: " TotalArchivadas
                   MOVE "S" TO PasoArchivo
                   PERFORM GrabarControlDelDia
                END-IF
                END-IF
             END-IF.

       End Method EjecutarCierre.
      *>----------------------------------------------

       Method-ID. SimularCierre.
      *>----------------------------------------------
      *CORRIDA EN SIMULACION DEL CIERRE DE LA FECHA: RECORRE LOS
      *MISMOS PASOS DE EjecutarCierre (CANJES, ORDENES PERMANENTES,
      *PROGRAMADAS, INTERESES, JOURNAL Y CONTABILIDAD CON SU PRUEBA
      *DE BALANCE) PERO CADA PASO SOLO PROYECTA: NO SE GRABA NADA
      *EN CUENTAS, TRANSACCIONES NI EN EL REGISTRO DE CONTROL, Y LA
      *FECHA DE PROCESO NO AVANZA. LAS CUENTAS QUE SE DEBITARIAN,
      *ACREDITARIAN O RECHAZARIAN QUEDAN EN cierre_simulado.txt Y
      *EL JOURNAL PROYECTADO EN journal_simulado.txt. LOS PASOS QUE
      *UN CIERRE INTERRUMPIDO YA EJECUTO NO SE PROYECTAN DE NUEVO
       Data Division.
        Local-Storage Section.
           77  ExisteControl     PIC 9.
           77  TotalCanjesLib    PIC 9(4).
           77  TotalOrdenesProy  PIC 9(4).
           77  TotalOrdenesRech  PIC 9(4).
           77  TotalProgProy     PIC 9(4).
           77  TotalProgRech     PIC 9(4).
           77  TotalAcreditadas  PIC 9(4).
           77  TotalSinTasa      PIC 9(4).
           77  TotalInteres      PIC 9(10)V99.
           77  TotalRetencion    PIC 9(10)V99.
           77  TasaMaxima        PIC 9V9999.
           77  TasaTexto         PIC 9.9999.
           77  TotalMovs         PIC 9(4).
           77  TotalRetiros      PIC 9(10)V99.
           77  TotalDepositos    PIC 9(10)V99.
           77  TotalTransfer     PIC 9(10)V99.
           77  TotalIntereses    PIC 9(10)V99.
           77  TotalCheques      PIC 9(10)V99.
           77  TotalRetenciones  PIC 9(10)V99.
           77  TotalGMF          PIC 9(10)V99.
           77  TotalRecuperaciones PIC 9(10)V99.
           77  TodasSucursales PIC 9(3) VALUE 999.
           77  TotalAsientos     PIC 9(6).
           77  BalanceOk         PIC 9 VALUE 1.
           77  MontoControl      PIC S9(14)V99.
           77  NombreSimulacion  PIC X(30)
                                 VALUE "cierre_simulado.txt".
           77  TituloSimulacion  PIC X(30)
                                 VALUE "SIMULACION DEL CIERRE".
           77  EncabezadoSimulacion PIC X(80) VALUE
               "PASO       CUENTA    MOVIM.          MONTO DETALLE".
           77  NombreImpresion   PIC X(30)
                                 VALUE "journal_simulado.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "JOURNAL PROYECTADO".
           77  EncabezadoImpresion PIC X(80)
               VALUE "IDT       HORA CUENTA    TIPO          MONTO".
           01  LineaProyeccion.
               02  LPPaso        PIC X(10) VALUE "RESUMEN".
               02  FILLER        PIC X VALUE SPACE.
               02  LPCuenta      PIC X(9) VALUE SPACES.
               02  FILLER        PIC X VALUE SPACE.
               02  LPMovimiento  PIC X(7) VALUE SPACES.
               02  FILLER        PIC X VALUE SPACE.
               02  LPMonto       PIC Z(9)9.99.
               02  FILLER        PIC X VALUE SPACE.
               02  LPDetalle     PIC X(37).
           01  obj-accounts      object reference.
           01  obj-transacition  object reference.
           01  obj-ordenes       object reference.
           01  obj-programadas   object reference.
           01  obj-canje         object reference.
           01  obj-contabilidad  object reference.
           01  obj-reporte       object reference.
           01  obj-journal       object reference.

        Linkage Section.
           77  LSFecha           PIC X(8).
           77  SimulacionOk      PIC 9.

       Procedure Division using  LSFecha
                                 returning SimulacionOk.

             MOVE 0 TO SimulacionOk
             MOVE 0 TO ExisteControl
             OPEN INPUT CierreControl
               MOVE LSFecha TO CierreFecha
               READ CierreControl
                 KEY IS CierreFecha
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1 TO ExisteControl
               END-READ
             CLOSE CierreControl
      *SIN REGISTRO DE CONTROL NINGUN PASO SE HA EJECUTADO
             IF ExisteControl = 0 THEN
                MOVE "N" TO PasoCanje
                MOVE "N" TO PasoOrdenes
                MOVE "N" TO PasoInteres
                MOVE "N" TO PasoJournal
                MOVE "N" TO PasoContabilidad
                MOVE "N" TO CierreCompleto
             END-IF

             IF ExisteControl = 1 AND CierreYaHecho THEN
                DISPLAY "La fecha " LSFecha " ya fue cerrada, no hay"
                DISPLAY "cierre que simular"
             ELSE
                DISPLAY "===================================="
                DISPLAY "SIMULACION del cierre - " LSFecha
                DISPLAY "No se graba ningun saldo ni movimiento"
                DISPLAY "===================================="
                INVOKE accounts "New"
                        RETURNING obj-accounts
                INVOKE transacition "New"
                        RETURNING obj-transacition
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreSimulacion
                                           TituloSimulacion
                                           LSFecha
                                           EncabezadoSimulacion
                MOVE 0 TO MontoControl

                IF NOT CanjeHecho THEN
                   INVOKE canje "New"
                           RETURNING obj-canje
                   INVOKE obj-canje "ProyectarCanjesDelDia"
                                          using LSFecha obj-reporte
                                    returning TotalCanjesLib
                   DISPLAY "Canjes que se liberarian     : "
                           TotalCanjesLib
                END-IF

                IF NOT OrdenesHechas THEN
                   INVOKE ordenpermanente "New"
                           RETURNING obj-ordenes
                   INVOKE obj-ordenes "ProyectarOrdenesDelDia"
                                          using LSFecha
                                                TotalOrdenesRech
                                                obj-reporte
                                    returning TotalOrdenesProy
                   DISPLAY "Ordenes que se ejecutarian   : "
                           TotalOrdenesProy
                   DISPLAY "Ordenes que se rechazarian   : "
                           TotalOrdenesRech
                   INVOKE programada "New"
                           RETURNING obj-programadas
                   INVOKE obj-programadas "ProyectarProgramadasDelDia"
                                          using LSFecha
                                                TotalProgRech
                                                obj-reporte
                                    returning TotalProgProy
                   DISPLAY "Programadas que se ejecutarian: "
                           TotalProgProy
                   DISPLAY "Programadas que se rechazarian: "
                           TotalProgRech
                END-IF

                IF NOT InteresHecho THEN
                   INVOKE obj-accounts "ProyectarInteresAhorro"
                                          using obj-reporte
                                                TotalInteres
                                                TotalRetencion
                                                TasaMaxima
                                                TotalSinTasa
                                    returning TotalAcreditadas
                   MOVE TasaMaxima TO TasaTexto
                   DISPLAY "Cuentas de ahorro a acreditar: "
                           TotalAcreditadas
                   DISPLAY "Interes bruto proyectado     : "
                           TotalInteres
                   DISPLAY "Retencion proyectada         : "
                           TotalRetencion
                   DISPLAY "Mayor tasa aplicada          : "
                           TasaTexto
                   IF TotalSinTasa > 0 THEN
                      DISPLAY "AVISO: " TotalSinTasa " cuentas de"
                              " ahorro con saldo no tienen tasa"
                              " vigente"
                   END-IF
                   ADD TotalInteres   TO MontoControl
                   ADD TotalRetencion TO MontoControl
                   MOVE "CREDITO"       TO LPMovimiento
                   MOVE TotalInteres    TO LPMonto
                   MOVE "INTERES BRUTO PROYECTADO" TO LPDetalle
                   INVOKE obj-reporte "EscribirLinea"
                                        using LineaProyeccion
                   MOVE "DEBITO"        TO LPMovimiento
                   MOVE TotalRetencion  TO LPMonto
                   MOVE "RETENCION PROYECTADA" TO LPDetalle
                   INVOKE obj-reporte "EscribirLinea"
                                        using LineaProyeccion
                   MOVE SPACES          TO LPMovimiento
                   MOVE 0               TO LPMonto
                   MOVE SPACES          TO LPDetalle
                   STRING "MAYOR TASA APLICADA " TasaTexto
                          DELIMITED BY SIZE INTO LPDetalle
                   INVOKE obj-reporte "EscribirLinea"
                                        using LineaProyeccion
                END-IF

      *EL JOURNAL PROYECTADO SALE CON LOS MOVIMIENTOS YA REGISTRADOS
      *DEL DIA, EN SU PROPIO ARCHIVO PARA NO PISAR EL DEL CIERRE
                IF NOT JournalHecho THEN
                   INVOKE reporte "New"
                           RETURNING obj-journal
                   INVOKE obj-journal "AbrirReporte"
                                        using NombreImpresion
                                              TituloImpresion
                                              LSFecha
                                              EncabezadoImpresion
                   INVOKE obj-transacition "ListarMovimientosPorFecha"
                                            using LSFecha
                                                  TodasSucursales
                                                  TotalRetiros
                                                  TotalDepositos
                                                  TotalTransfer
                                                  TotalIntereses
                                                  TotalCheques
                                                  TotalRetenciones
                                                  TotalGMF
                                                  TotalRecuperaciones
                                                  obj-journal
                                      returning TotalMovs
                   COMPUTE MontoControl = MontoControl + TotalRetiros
                           + TotalDepositos + TotalTransfer
                           + TotalIntereses + TotalCheques
                           + TotalRetenciones + TotalGMF
                           + TotalRecuperaciones
                   INVOKE obj-journal "CerrarReporte"
                                        using MontoControl
                   DISPLAY "Movimientos registrados del dia: "
                           TotalMovs
                END-IF

      *LA PRUEBA DE BALANCE SE HACE SOBRE EL ARCHIVO DE ASIENTOS
      *DEL DIA, QUE EL CIERRE REAL VUELVE A GENERAR; EL BALANCE DE
      *PRUEBA ACUMULADO NO SE TOCA
                IF NOT ContabilidadHecha THEN
                   INVOKE obj-transacition "GenerarContabilidadDiaria"
                                          using LSFecha
                                    returning TotalAsientos
                   INVOKE contabilidad "New"
                           RETURNING obj-contabilidad
                   INVOKE obj-contabilidad "ValidarBalanceDiario"
                                    returning BalanceOk
                   MOVE SPACES TO LPDetalle
                   MOVE 0      TO LPMonto
                   IF BalanceOk = 1 THEN
                      MOVE "EL DIA CONTABLE BALANCEA" TO LPDetalle
                   ELSE
                      MOVE "EL DIA CONTABLE NO BALANCEA" TO LPDetalle
                   END-IF
                   INVOKE obj-reporte "EscribirLinea"
                                        using LineaProyeccion
                END-IF

                INVOKE obj-reporte "CerrarReporte"
                                     using MontoControl
                IF BalanceOk = 1 THEN
                   MOVE 1 TO SimulacionOk
                ELSE
                   DISPLAY "El cierre real quedaria incompleto: el"
                   DISPLAY "dia contable no balancea"
                END-IF
                DISPLAY "Proyeccion por cuenta en cierre_simulado.txt"
             END-IF.

       End Method SimularCierre.
      *>----------------------------------------------

       Method-ID. ReabrirFecha.
      *>----------------------------------------------
      *REAPERTURA CONTROLADA DE LA ULTIMA FECHA CERRADA: DEVUELVE
      *CUENTAS, TRANSACCIONES Y ARCHIVO HISTORICO AL ESTADO PREVIO
      *AL CIERRE (GENERACION DE RESPALDO DE LA FECHA MAS LAS
      *IMAGENES DEL JOURNAL DE CAMBIOS HASTA LA MARCA DE INICIO DEL
      *CIERRE), DESHACE LO QUE EL CIERRE DEJO EN OTROS REGISTROS
      *(BALANCE DE PRUEBA, REGISTRO DE INTERESES, PROGRAMADAS Y
      *OPERACIONES DE LA COLA), REGRESA LA FECHA DE PROCESO Y DEJA
      *EL REGISTRO DE CONTROL COMO REABIERTO, CON SUS PASOS EN
      *BLANCO PARA QUE EL CIERRE SE REPITA COMPLETO. MIENTRAS TANTO
      *LAS OPERACIONES DE LOS CLIENTES SE ENCOLAN
       Data Division.
        Local-Storage Section.
           77  ExisteControl     PIC 9.
           77  HayMas            PIC X VALUE "S".
               88  NoHayMas      VALUE "N".
           77  HayCierrePosterior PIC X VALUE "N".
           77  FechaAnterior     PIC X(8) VALUE "00000000".
           77  FechaActual       PIC X(8).
           77  Motivo            PIC X(3) VALUE SPACES.
           77  GeneracionOk      PIC 9.
           77  MarcaOk           PIC 9.
           77  Posteriores       PIC 9(6).
           77  Confirmar         PIC 9.
           77  RestaurarOk       PIC 9.
           77  TotalImagenes     PIC 9(6).
           77  TotalLineas       PIC 9(6).
           77  TotalBorradas     PIC 9(6).
           77  TotalProgReab     PIC 9(4).
           77  TotalColaReab     PIC 9(6).
           77  RetrocederOk      PIC 9.
           77  PeriodoCerrado    PIC 9.
      *ControlPend EVITA QUE EL PARRAFO GRABE CUANDO EL CONTROL
      *CAE EN EL AL FINAL DEL METODO
           77  ControlPend       PIC X VALUE "N".
           01  FechaReloj.
               02  FRAnio        PIC 9(4).
               02  FRMes         PIC 99.
               02  FRDia         PIC 99.
           01  HoraReloj.
               02  HRHora        PIC 99.
               02  HRMinuto      PIC 99.
           01  obj-fechaproceso  object reference.
           01  obj-respaldo      object reference.
           01  obj-registrocambios object reference.
           01  obj-contabilidad  object reference.
           01  obj-registrointeres object reference.
           01  obj-programadas   object reference.
           01  obj-cola          object reference.

        Linkage Section.
           77  LSFecha           PIC X(8).
           77  LSMotivo          PIC X(30).
           77  LSOperador        PIC 9(9).
           77  ReaperturaOk      PIC 9.

       Procedure Division using  LSFecha
                                 LSMotivo
                                 LSOperador
                                 returning ReaperturaOk.

             MOVE 0 TO ReaperturaOk
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                     returning FechaActual

      *SOLO LA ULTIMA FECHA CERRADA: SE RECORRE EL CONTROL PARA
      *VER QUE NO HAYA OTRA POSTERIOR Y TOMAR EL CIERRE ANTERIOR
             MOVE "S" TO HayMas
             OPEN INPUT CierreControl
             PERFORM RecorrerControlSiguiente UNTIL NoHayMas
             CLOSE CierreControl

             MOVE 0 TO ExisteControl
             OPEN INPUT CierreControl
               MOVE LSFecha TO CierreFecha
               READ CierreControl
                 KEY IS CierreFecha
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 1 TO ExisteControl
               END-READ
             CLOSE CierreControl

             IF ExisteControl = 0 OR NOT CierreYaHecho THEN
                MOVE "CER" TO Motivo
             END-IF
             IF Motivo = SPACES AND HayCierrePosterior = "S" THEN
                MOVE "POS" TO Motivo
             END-IF

      *UN PERIODO CONTABLE CERRADO YA TIENE SUS ESTADOS
      *FINANCIEROS: NINGUNA FECHA SUYA SE REABRE
             IF Motivo = SPACES THEN
                INVOKE contabilidad "New"
                        RETURNING obj-contabilidad
                INVOKE obj-contabilidad "PeriodoCerrado"
                                     using LSFecha
                                     returning PeriodoCerrado
                IF PeriodoCerrado = 1 THEN
                   MOVE "PER" TO Motivo
                END-IF
             END-IF

      *LA GENERACION DEBE SER LA DE LA MISMA FECHA: EL JOURNAL DE
      *CAMBIOS SE REINICIA CON CADA RESPALDO
             IF Motivo = SPACES THEN
                INVOKE respaldo "New"
                        RETURNING obj-respaldo
                INVOKE obj-respaldo "GeneracionDisponible"
                                     using LSFecha
                                     returning GeneracionOk
                IF GeneracionOk = 0 THEN
                   MOVE "GEN" TO Motivo
                END-IF
             END-IF

             IF Motivo = SPACES THEN
                INVOKE registrocambios "New"
                        RETURNING obj-registrocambios
                INVOKE obj-registrocambios "BuscarMarcaCierre"
                                     using LSFecha Posteriores
                                     returning MarcaOk
                IF MarcaOk = 0 THEN
                   MOVE "JRN" TO Motivo
                END-IF
             END-IF

      *LO OPERADO EN LINEA DESPUES DEL CIERRE SE PIERDE AL
      *RESTAURAR; EL SUPERVISOR DEBE ACEPTARLO EXPRESAMENTE
             IF Motivo = SPACES AND Posteriores > 0 THEN
                DISPLAY "ATENCION: hay " Posteriores " cambios"
                DISPLAY "posteriores al cierre que se perderan."
                DISPLAY "Las operaciones de la cola se reaplican."
                DISPLAY "Confirma la reapertura (1=Si)"
                ACCEPT  Confirmar
                IF Confirmar NOT = 1 THEN
                   MOVE "CAN" TO Motivo
                END-IF
             END-IF

             IF Motivo = SPACES THEN
                INVOKE obj-respaldo "RestaurarArchivosCierre"
                                     using LSFecha
                                     returning RestaurarOk
                IF RestaurarOk = 0 THEN
                   MOVE "RES" TO Motivo
                END-IF
             END-IF

             IF Motivo = SPACES THEN
                INVOKE obj-registrocambios "ReaplicarHastaCierre"
                                     using LSFecha
                                     returning TotalImagenes
                DISPLAY "Imagenes del dia reaplicadas: " TotalImagenes

                IF ContabilidadHecha THEN
                   INVOKE contabilidad "New"
                           RETURNING obj-contabilidad
                   INVOKE obj-contabilidad "RevertirBalancePrueba"
                                        returning TotalLineas
                   DISPLAY "Lineas retiradas del balance de prueba: "
                           TotalLineas
                END-IF
                IF InteresHecho THEN
                   INVOKE registrointeres "New"
                           RETURNING obj-registrointeres
                   INVOKE obj-registrointeres "AnularRegistroFecha"
                                        using LSFecha
                                        returning TotalBorradas
                   DISPLAY "Filas del registro de intereses: "
                           TotalBorradas
                END-IF
                IF OrdenesHechas THEN
                   INVOKE programada "New"
                           RETURNING obj-programadas
                   INVOKE obj-programadas "ReabrirProgramadas"
                                        using FechaAnterior LSFecha
                                        returning TotalProgReab
                   DISPLAY "Programadas devueltas a pendientes: "
                           TotalProgReab
                END-IF
                INVOKE operacioncola "New"
                        RETURNING obj-cola
                INVOKE obj-cola "ReabrirCola" using FechaActual
                                     returning TotalColaReab
                DISPLAY "Operaciones de la cola a reaplicar: "
                        TotalColaReab

                INVOKE obj-fechaproceso "RetrocederFechaProceso"
                                        using LSFecha
                                        returning RetrocederOk
                MOVE "S" TO ControlPend
                PERFORM MarcarControlReabierto
                MOVE 1 TO ReaperturaOk
                DISPLAY "Fecha " LSFecha " reabierta; la fecha de"
                DISPLAY "proceso vuelve a " LSFecha
             END-IF

             EVALUATE Motivo
               WHEN "CER"
                 DISPLAY "La fecha " LSFecha " no esta cerrada"
               WHEN "POS"
                 DISPLAY "Solo puede reabrirse la ultima fecha"
                 DISPLAY "cerrada"
               WHEN "GEN"
                 DISPLAY "No hay generacion de respaldo de la fecha"
                 DISPLAY LSFecha " en el catalogo"
               WHEN "JRN"
                 DISPLAY "El journal de cambios no tiene el inicio"
                 DISPLAY "del cierre de la fecha " LSFecha
               WHEN "PER"
                 DISPLAY "El periodo contable de la fecha " LSFecha
                 DISPLAY "ya esta cerrado"
               WHEN "CAN"
                 DISPLAY "Reapertura cancelada"
               WHEN "RES"
                 DISPLAY "La restauracion no verifico: la"
                 DISPLAY "reapertura se detuvo, restaure la"
                 DISPLAY "generacion con RespaldoBatch"
             END-EVALUATE.

       RecorrerControlSiguiente.
             READ CierreControl NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CierreFecha > LSFecha THEN
                    MOVE "S" TO HayCierrePosterior
                 END-IF
                 IF CierreFecha < LSFecha
                    AND CierreFecha > FechaAnterior THEN
                    MOVE CierreFecha TO FechaAnterior
                 END-IF
             END-READ.

       MarcarControlReabierto.
             IF ControlPend = "S" THEN
                MOVE "N" TO ControlPend
                ACCEPT FechaReloj FROM DATE YYYYMMDD
                ACCEPT HoraReloj FROM TIME
                OPEN I-O CierreControl
                  MOVE LSFecha TO CierreFecha
                  READ CierreControl
                    KEY IS CierreFecha
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE "N"        TO PasoCanje
                      MOVE "N"        TO PasoOrdenes
                      MOVE "N"        TO PasoInteres
                      MOVE "N"        TO PasoJournal
                      MOVE "N"        TO PasoContabilidad
                      MOVE "N"        TO PasoExtractoReg
                      MOVE "N"        TO PasoArchivo
                      MOVE "N"        TO PasoSaldos
                      MOVE "N"        TO PasoCausacion
                      MOVE "N"        TO CierreCompleto
                      MOVE "S"        TO CierreReabierto
                      MOVE LSMotivo   TO ReapMotivo
                      MOVE LSOperador TO ReapOperador
                      MOVE FechaReloj TO ReapFecha
                      MOVE HoraReloj  TO ReapHora
                      REWRITE cierre-control-file
                      END-REWRITE
                  END-READ
                CLOSE CierreControl
             END-IF.

       End Method ReabrirFecha.
      *>----------------------------------------------

       Method-ID. CierreEnCurso.
      *>----------------------------------------------
      *DEVUELVE 1 MIENTRAS EL CIERRE DE LA FECHA DE PROCESO ESTA
      *CORRIENDO O QUEDO INTERRUMPIDO: YA EXISTE SU REGISTRO DE
      *CONTROL Y TODAVIA NO ESTA COMPLETO. EN ESE LAPSO LAS
      *OPERACIONES DE LOS CLIENTES NO SE APLICAN, SE ENCOLAN
       Data Division.
        Local-Storage Section.
           77  FechaHoy          PIC X(8).
           01  obj-fechaproceso  object reference.

        Linkage Section.
           77  EnCurso           PIC 9.

       Procedure Division returning EnCurso.

             MOVE 0 TO EnCurso
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                     returning FechaHoy
             OPEN INPUT CierreControl
               MOVE FechaHoy TO CierreFecha
               READ CierreControl
                 KEY IS CierreFecha
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT CierreYaHecho THEN
                      MOVE 1 TO EnCurso
                   END-IF
               END-READ
             CLOSE CierreControl.

       End Method CierreEnCurso.
      *>----------------------------------------------

       end object.
