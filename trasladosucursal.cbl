      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. TrasladoSucursal as "trasladosucursal"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           prestamo     is class "prestamo"
           operador     is class "operador"
           dispensador  is class "dispensador"
           cobranza     is class "cobranza"
           cheque       is class "cheque"
           boveda       is class "boveda"
           sucursal     is class "sucursal"
           contabilidad is class "contabilidad"
           notificacion is class "notificacion"
           reporte      is class "reporte"
           trasladosucursal is class "trasladosucursal".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrasladosSucursal ASSIGN TO
                  "traslados_sucursal.dat"
           organization is indexed
           access is dynamic
           record key is TrsId.

      *LOS MAESTROS DE CUENTAS Y DE PRESTAMOS, EL CANJE Y LAS
      *PARTIDAS EN CUENTA PUENTE SE LEEN AQUI SOLO EN CONSULTA, CON
      *EL MISMO TRAZADO QUE DEFINE SU CLASE DUENA; SI EL TRAZADO
      *CAMBIA ALLA, DEBE CAMBIARSE TAMBIEN AQUI
           SELECT TrsAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is TRANumaccounts.

           SELECT TrsCartera ASSIGN TO "prestamos.dat"
           organization is indexed
           access is dynamic
           record key is TRPPreId.

           SELECT TrsCanjes ASSIGN TO "canjes.dat"
           organization is indexed
           access is dynamic
           record key is TRCCanjeId.

           SELECT TrsPuente ASSIGN TO "partidas_puente.dat"
           organization is indexed
           access is dynamic
           record key is TRBPPId.

       DATA DIVISION.
       FILE SECTION.
       FD TrasladosSucursal.
      *TRASLADOS DE SUCURSAL POR CIERRE O FUSION DE OFICINAS: UN
      *ADMINISTRADOR LO PROGRAMA PARA UNA FECHA DE NEGOCIO, UN
      *SUPERVISOR DISTINTO LO AUTORIZA Y EL PROCESO NOCTURNO LO
      *EJECUTA CUANDO LLEGA LA FECHA. AL EJECUTARSE QUEDAN AQUI LAS
      *CIFRAS DE LO QUE SE TRASLADO.
      *0=PROGRAMADO, 1=AUTORIZADO, 2=EJECUTADO, 3=ANULADO
       01 traslados-sucursal-file.
           05  TrsId             PIC 9(5).
           05  TrsSucOrigen      PIC 9(2).
           05  TrsSucDestino     PIC 9(2).
           05  TrsFechaEfectiva  PIC X(8).
           05  TrsEstado         PIC 9.
               88  TrasladoProgramado VALUE 0.
               88  TrasladoAutorizado VALUE 1.
               88  TrasladoEjecutado  VALUE 2.
               88  TrasladoAnulado    VALUE 3.
           05  TrsOperProgramo   PIC 9(9).
           05  TrsOperAutorizo   PIC 9(9).
           05  TrsFechaEjecucion PIC X(8).
           05  TrsCuentas        PIC 9(6).
           05  TrsSaldoCuentas   PIC S9(14)V99.
           05  TrsPrestamos      PIC 9(5).
           05  TrsCapital        PIC 9(14)V99.
           05  TrsOperadores     PIC 9(4).
           05  TrsTerminales     PIC 9(3).
           05  TrsGestores       PIC 9(4).
           05  TrsCola           PIC 9(5).
           05  TrsPedidos        PIC 9(4).
           05  TrsCanje          PIC 9(5).
           05  TrsPartidas       PIC 9(5).
           05  TrsRemesas        PIC 9(4).
           05  TrsRemesaBoveda   PIC 9(5).
           05  TrsMontoBoveda    PIC 9(12)V99.

       FD TrsAccounts.
       01 trs-accounts-file.
           05  TRANumaccounts     PIC X(9).
           05  TRAMontodisponible PIC S9(10)V99.
           05  TRAIdCustomer      PIC 9(9).
           05  TRAIdCustomer2     PIC 9(9).
           05  TRAIdDebitcard     PIC X(15).
           05  TRATipodeCueta     PIC 9.
           05  TRALimiteSobregiro PIC 9(10)V99.
           05  TRAMontoMinimo     PIC 9(10)V99.
           05  TRAFechaVencim     PIC X(8).
           05  TRAEstadoCuenta    PIC 9.
               88  TRACuentaCerrada VALUE 3.
           05  TRAMonedaCuenta    PIC X(3).
           05  TRASucursalCuenta  PIC 9(2).
           05  TRAMancomunada     PIC X.
           05  TRAUmbralMancom    PIC 9(10)V99.
           05  TRAProducto        PIC X(4).

       FD TrsCartera.
       01 trs-prestamos-file.
           05  TRPPreId           PIC 9(5).
           05  TRPIdCustomer      PIC 9(9).
           05  TRPCuentaVinculada PIC X(9).
           05  TRPCapital         PIC 9(10)V99.
           05  TRPTasaMensual     PIC 9V9999.
           05  TRPPlazoMeses      PIC 9(3).
           05  TRPCuotaMensual    PIC 9(10)V99.
           05  TRPCuotasPagadas   PIC 9(3).
           05  TRPCuotasMora      PIC 9(3).
           05  TRPEstado          PIC 9.
               88  TRPPrestamoVigente VALUE 0.
           05  TRPReestructurado  PIC X.
           05  TRPFechaAprobacion PIC X(8).
           05  TRPIndice          PIC X(4).
           05  TRPSpread          PIC 9V9999.
           05  TRPPeriodoReajuste PIC 9(2).
           05  TRPFechaReajuste   PIC X(8).

       FD TrsCanjes.
       01 trs-canjes-file.
           05  TRCCanjeId         PIC 9(6).
           05  TRCCanjeCuenta     PIC X(9).
           05  TRCCanjeMonto      PIC 9(10)V99.
           05  TRCCanjeBanco      PIC 9.
           05  TRCFechaDeposito   PIC X(8).
           05  TRCFechaLiberacion PIC X(8).
           05  TRCCanjeEstado     PIC 9.
               88  TRCCanjeRetenido VALUE 0.

       FD TrsPuente.
       01 trs-partidas-file.
           05  TRBPPId            PIC 9(9).
           05  TRBPPOrigen        PIC X(12).
           05  TRBPPFecha         PIC X(8).
           05  TRBPPMonto         PIC 9(10)V99.
           05  TRBPPReferencia    PIC X(20).
           05  TRBPPCuentaSugerida PIC X(9).
           05  TRBPPBancoOrigen   PIC 9.
           05  TRBPPCuentaOrigen  PIC X(9).
           05  TRBPPEstado        PIC X.
               88  TRBPartidaAbierta VALUE "A".
           05  TRBPPFechaResolucion PIC X(8).
           05  TRBPPCuentaAplicada PIC X(9).
           05  TRBPPOperador      PIC 9(9).

       Method-ID. ProgramarTraslado.
      *>----------------------------------------------
      *PROGRAMA EL TRASLADO DE TODOS LOS PRODUCTOS DE UNA SUCURSAL
      *QUE CIERRA A LA SUCURSAL QUE LA RECIBE, PARA UNA FECHA DE
      *NEGOCIO. LAS DOS SUCURSALES DEBEN EXISTIR Y SER DISTINTAS, Y
      *NINGUNA DE LAS DOS PUEDE ESTAR YA EN OTRO TRASLADO ABIERTO.
      *DEVUELVE EL NUMERO DEL TRASLADO, CERO SI NO SE PROGRAMO
       Data Division.
        Local-Storage Section.
      *ProgPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  ProgPend        PIC X VALUE "N".
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MaxTrsId        PIC 9(5) VALUE 0.
           77  TrasladoAbierto PIC X VALUE "N".
           77  existeOrigen    PIC 9.
           77  existeDestino   PIC 9.
           01  obj-sucursal    object reference.

        Linkage Section.
           77  LSSucOrigen     PIC 9(2).
           77  LSSucDestino    PIC 9(2).
           77  LSFechaEfectiva PIC X(8).
           77  LSOperador      PIC 9(9).
           77  LSTrsId         PIC 9(5).

       Procedure Division using  LSSucOrigen
                                 LSSucDestino
                                 LSFechaEfectiva
                                 LSOperador
                                 returning LSTrsId.

             MOVE "S" TO ProgPend
             MOVE 0 TO LSTrsId
             INVOKE sucursal "New"
                     RETURNING obj-sucursal
             INVOKE obj-sucursal "BuscarSucursal" using LSSucOrigen
                                       returning existeOrigen
             INVOKE obj-sucursal "BuscarSucursal" using LSSucDestino
                                       returning existeDestino

             MOVE "S" TO HayMas
             OPEN I-O TrasladosSucursal
             PERFORM RevisarTrasladoSiguiente UNTIL NoHayMas
             CLOSE TrasladosSucursal

             IF LSSucOrigen = LSSucDestino THEN
                DISPLAY "La sucursal que recibe debe ser otra"
             ELSE
             IF existeOrigen = 0 OR existeDestino = 0 THEN
                DISPLAY "La sucursal no existe"
             ELSE
             IF TrasladoAbierto = "S" THEN
                DISPLAY "Una de las sucursales ya tiene un traslado"
                        " abierto"
             ELSE
                OPEN I-O TrasladosSucursal
                COMPUTE TrsId = MaxTrsId + 1
                MOVE LSSucOrigen     TO TrsSucOrigen
                MOVE LSSucDestino    TO TrsSucDestino
                MOVE LSFechaEfectiva TO TrsFechaEfectiva
                MOVE 0               TO TrsEstado
                MOVE LSOperador      TO TrsOperProgramo
                MOVE 0               TO TrsOperAutorizo
                MOVE SPACES          TO TrsFechaEjecucion
                MOVE 0 TO TrsCuentas TrsSaldoCuentas
                          TrsPrestamos TrsCapital
                          TrsOperadores TrsTerminales
                          TrsGestores TrsCola TrsPedidos
                          TrsCanje TrsPartidas TrsRemesas
                          TrsRemesaBoveda TrsMontoBoveda
                WRITE traslados-sucursal-file
                END-WRITE
                MOVE TrsId TO LSTrsId
                CLOSE TrasladosSucursal
                DISPLAY "Traslado " LSTrsId " programado para el "
                        LSFechaEfectiva
             END-IF
             END-IF
             END-IF
             MOVE "N" TO ProgPend.

       RevisarTrasladoSiguiente.
             IF ProgPend = "S" THEN
                READ TrasladosSucursal NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF TrsId > MaxTrsId THEN
                       MOVE TrsId TO MaxTrsId
                    END-IF
                    IF (TrasladoProgramado OR TrasladoAutorizado)
                       AND (TrsSucOrigen = LSSucOrigen
                            OR TrsSucDestino = LSSucOrigen
                            OR TrsSucOrigen = LSSucDestino) THEN
                       MOVE "S" TO TrasladoAbierto
                    END-IF
                END-READ
             END-IF.

       End Method ProgramarTraslado.
      *>----------------------------------------------

       Method-ID. AutorizarTraslado.
      *>----------------------------------------------
      *SEGUNDO OJO DEL TRASLADO: LO AUTORIZA UN SUPERVISOR DISTINTO
      *DEL QUE LO PROGRAMO. SOLO UN TRASLADO AUTORIZADO SE EJECUTA
       Data Division.
        Linkage Section.
           77  LSTrsId       PIC 9(5).
           77  LSSupervisor  PIC 9(9).
           77  AutorizarOk   PIC 9.

       Procedure Division using  LSTrsId
                                 LSSupervisor
                                 returning AutorizarOk.

          MOVE 0 TO AutorizarOk
          OPEN I-O TrasladosSucursal
            MOVE LSTrsId TO TrsId
            READ TrasladosSucursal
              KEY IS TrsId
              INVALID KEY
                DISPLAY "El traslado no existe"
              NOT INVALID KEY
                IF NOT TrasladoProgramado THEN
                   DISPLAY "El traslado no esta pendiente de"
                           " autorizacion"
                ELSE
                IF TrsOperProgramo = LSSupervisor THEN
                   DISPLAY "Lo debe autorizar un operador distinto"
                           " del que lo programo"
                ELSE
                   MOVE 1            TO TrsEstado
                   MOVE LSSupervisor TO TrsOperAutorizo
                   REWRITE traslados-sucursal-file
                   END-REWRITE
                   MOVE 1 TO AutorizarOk
                END-IF
                END-IF
            END-READ
          CLOSE TrasladosSucursal.

       End Method AutorizarTraslado.
      *>----------------------------------------------

       Method-ID. AnularTraslado.
      *>----------------------------------------------
      *UN TRASLADO SE PUEDE ANULAR MIENTRAS NO SE HAYA EJECUTADO
       Data Division.
        Linkage Section.
           77  LSTrsId       PIC 9(5).
           77  AnularOk      PIC 9.

       Procedure Division using  LSTrsId
                                 returning AnularOk.

          MOVE 0 TO AnularOk
          OPEN I-O TrasladosSucursal
            MOVE LSTrsId TO TrsId
            READ TrasladosSucursal
              KEY IS TrsId
              INVALID KEY
                DISPLAY "El traslado no existe"
              NOT INVALID KEY
                IF TrasladoProgramado OR TrasladoAutorizado THEN
                   MOVE 3 TO TrsEstado
                   REWRITE traslados-sucursal-file
                   END-REWRITE
                   MOVE 1 TO AnularOk
                ELSE
                   DISPLAY "El traslado ya no se puede anular"
                END-IF
            END-READ
          CLOSE TrasladosSucursal.

       End Method AnularTraslado.
      *>----------------------------------------------

       Method-ID. ListarTraslados.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  EstadoTexto   PIC X(10).
           77  SaldoMostrar  PIC -(13)9.99.

        Linkage Section.
           77  TotalTraslados PIC 9(4).

       Procedure Division returning TotalTraslados.

             MOVE 0   TO TotalTraslados
             MOVE "S" TO HayMas
             OPEN INPUT TrasladosSucursal
             PERFORM ListarTrasladoSiguiente UNTIL NoHayMas
             CLOSE TrasladosSucursal.

       ListarTrasladoSiguiente.
             READ TrasladosSucursal NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 EVALUATE TRUE
                   WHEN TrasladoProgramado
                     MOVE "PROGRAMADO" TO EstadoTexto
                   WHEN TrasladoAutorizado
                     MOVE "AUTORIZADO" TO EstadoTexto
                   WHEN TrasladoEjecutado
                     MOVE "EJECUTADO"  TO EstadoTexto
                   WHEN OTHER
                     MOVE "ANULADO"    TO EstadoTexto
                 END-EVALUATE
                 DISPLAY TrsId " suc " TrsSucOrigen " -> "
                         TrsSucDestino " fecha " TrsFechaEfectiva
                         " " EstadoTexto
                 IF TrasladoEjecutado THEN
                    MOVE TrsSaldoCuentas TO SaldoMostrar
                    DISPLAY "      cuentas " TrsCuentas
                            " saldo " SaldoMostrar
                            " prestamos " TrsPrestamos
                 END-IF
                 ADD 1 TO TotalTraslados
             END-READ.

       End Method ListarTraslados.
      *>----------------------------------------------

       Method-ID. EjecutarTraslados.
      *>----------------------------------------------
      *EJECUTA LOS TRASLADOS AUTORIZADOS CUYA FECHA EFECTIVA YA
      *LLEGO. POR CADA UNO:
      *  - FOTO DE CUENTAS Y PRESTAMOS DE LAS DOS SUCURSALES
      *  - RECLASIFICA EN CONTABILIDAD EL CAPITAL DE LOS PRESTAMOS
      *    VIGENTES Y CUENTA EL CANJE RETENIDO Y LAS PARTIDAS PUENTE
      *    ABIERTAS, QUE SIGUEN A SU CUENTA
      *  - PASA CADA CUENTA A LA SUCURSAL QUE RECIBE, RECLASIFICA SU
      *    SALDO Y AVISA A SUS TITULARES
      *  - PASA OPERADORES (Y SUS CAJAS), TERMINALES, GESTORES Y
      *    COLA DE COBRANZA, PEDIDOS DE CHEQUERA Y LA BOVEDA
      *  - FOTO DE DESPUES Y CONCILIACION EN traslado_sucursal.txt
      *CADA RECLASIFICACION ES UN PAR DE ASIENTOS ESPECIALES, UNO EN
      *CADA SUCURSAL, CONTRA LA CUENTA PUENTE ENTRE SUCURSALES:
      *  21010101 DEPOSITOS CLIENTES
      *  14010101 CARTERA DE CREDITOS
      *  27050101 OPERACIONES ENTRE SUCURSALES (QUEDA EN CERO EN EL
      *           BANCO: LO QUE SALE DE UNA SUCURSAL ENTRA A LA OTRA)
       Data Division.
        Local-Storage Section.
      *EjecPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  EjecPend        PIC X VALUE "N".
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  TotalTabla      PIC 9(3) VALUE 0.
           77  IndTraslado     PIC 9(3).
           01  TablaTraslados.
               02  TtFila OCCURS 50.
                   03  TtId        PIC 9(5).
                   03  TtOrigen    PIC 9(2).
                   03  TtDestino   PIC 9(2).
           77  IdActual        PIC 9(5).
           77  SucOrigen       PIC 9(2).
           77  SucDestino      PIC 9(2).
      *FOTO DE LAS DOS SUCURSALES: MOMENTO 1=ANTES, 2=DESPUES;
      *SUCURSAL 1=LA QUE CIERRA, 2=LA QUE RECIBE
           77  IndMomento      PIC 9.
           77  IndSuc          PIC 9.
           01  TablaFoto.
               02  FotoMomento OCCURS 2.
                   03  FotoSuc OCCURS 2.
                       04  FotoCuentas   PIC 9(6).
                       04  FotoSaldo     PIC S9(14)V99.
                       04  FotoPrestamos PIC 9(5).
                       04  FotoCapital   PIC 9(14)V99.
           77  CntCuentas      PIC 9(6).
           77  SaldoTrasladado PIC S9(14)V99.
           77  CntPrestamos    PIC 9(5).
           77  CapitalTrasladado PIC 9(14)V99.
           77  CntOperadores   PIC 9(4).
           77  CntTerminales   PIC 9(3).
           77  CntGestores     PIC 9(4).
           77  CntCola         PIC 9(5).
           77  CntPedidos      PIC 9(4).
           77  CntCanje        PIC 9(5).
           77  CntPartidas     PIC 9(5).
           77  CntRemesas      PIC 9(4).
           77  RemesaBoveda    PIC 9(5).
           77  MontoBoveda     PIC 9(12)V99.
           77  SucCuenta       PIC 9(2).
           77  SaldoPrestamo   PIC 9(12)V99.
           77  SaldoCuenta     PIC S9(10)V99.
           77  TrasladoCuentaOk PIC 9.
           77  CuentaDebe      PIC X(8).
           77  CuentaHaber     PIC X(8).
           77  CuentaDepositos PIC X(8) VALUE "21010101".
           77  CuentaCartera   PIC X(8) VALUE "14010101".
           77  CuentaEntreSuc  PIC X(8) VALUE "27050101".
           77  OrigenAsiento   PIC X(12) VALUE "TRASLADOSUC".
           77  ReferenciaAsiento PIC X(20).
           77  MontoAsiento    PIC 9(12)V99.
           77  AsientoOk       PIC 9.
           77  ReferenciaNotif PIC X(15).
           77  IdNotificar     PIC 9(9).
           77  MontoCanje      PIC 9(14)V99.
           77  MontoPartidas   PIC 9(14)V99.
           77  Cuadre          PIC X(10).
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion   PIC X(30)
                                 VALUE "traslado_sucursal.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "TRASLADO DE SUCURSAL".
           77  EncabezadoImpresion PIC X(80)
               VALUE "CONCEPTO             SUC    CANT           VALOR".
           01  LineaTraslado.
               02  FILLER      PIC X(9) VALUE "TRASLADO ".
               02  LTId        PIC 9(5).
               02  FILLER      PIC X(14) VALUE " DE SUCURSAL ".
               02  LTOrigen    PIC 9(2).
               02  FILLER      PIC X(4) VALUE " A ".
               02  LTDestino   PIC 9(2).
               02  FILLER      PIC X(44) VALUE SPACES.
           01  LineaDetalle.
               02  LDConcepto  PIC X(20).
               02  FILLER      PIC X VALUE SPACE.
               02  LDSucursal  PIC Z9.
               02  FILLER      PIC X VALUE SPACE.
               02  LDCantidad  PIC Z(7)9.
               02  FILLER      PIC X VALUE SPACE.
               02  LDValor     PIC -(13)9.99.
               02  FILLER      PIC X(30) VALUE SPACES.
           01  LineaCuadre.
               02  FILLER      PIC X(25)
                               VALUE "CONCILIACION ANTES/DESP: ".
               02  LCCuadre    PIC X(10).
               02  FILLER      PIC X(45) VALUE SPACES.
           01  obj-accounts    object reference.
           01  obj-prestamo    object reference.
           01  obj-operador    object reference.
           01  obj-dispensador object reference.
           01  obj-cobranza    object reference.
           01  obj-cheque      object reference.
           01  obj-boveda      object reference.
           01  obj-contabilidad object reference.
           01  obj-notificacion object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalEjecutados PIC 9(3).

       Procedure Division using  LSFecha
                                 returning TotalEjecutados.

             MOVE "S" TO EjecPend
             MOVE 0 TO TotalEjecutados
             MOVE 0 TO MontoControl

             MOVE "S" TO HayMas
             OPEN INPUT TrasladosSucursal
             PERFORM TomarTrasladoSiguiente UNTIL NoHayMas
             CLOSE TrasladosSucursal

             IF TotalTabla > 0 THEN
                INVOKE accounts "New"
                        RETURNING obj-accounts
                INVOKE prestamo "New"
                        RETURNING obj-prestamo
                INVOKE operador "New"
                        RETURNING obj-operador
                INVOKE dispensador "New"
                        RETURNING obj-dispensador
                INVOKE cobranza "New"
                        RETURNING obj-cobranza
                INVOKE cheque "New"
                        RETURNING obj-cheque
                INVOKE boveda "New"
                        RETURNING obj-boveda
                INVOKE contabilidad "New"
                        RETURNING obj-contabilidad
                INVOKE notificacion "New"
                        RETURNING obj-notificacion
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreImpresion
                                           TituloImpresion
                                           LSFecha
                                           EncabezadoImpresion
                MOVE 1 TO IndTraslado
                PERFORM EjecutarTrasladoTabla
                        UNTIL IndTraslado > TotalTabla
                INVOKE obj-reporte "CerrarReporte" using MontoControl
             END-IF
             MOVE "N" TO EjecPend.

       TomarTrasladoSiguiente.
             IF EjecPend = "S" THEN
                READ TrasladosSucursal NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF TrasladoAutorizado
                       AND TrsFechaEfectiva NOT > LSFecha
                       AND TotalTabla < 50 THEN
                       ADD 1 TO TotalTabla
                       MOVE TrsId         TO TtId(TotalTabla)
                       MOVE TrsSucOrigen  TO TtOrigen(TotalTabla)
                       MOVE TrsSucDestino TO TtDestino(TotalTabla)
                    END-IF
                END-READ
             END-IF.

       EjecutarTrasladoTabla.
             IF EjecPend = "S" THEN
                MOVE TtOrigen(IndTraslado)  TO SucOrigen
                MOVE TtDestino(IndTraslado) TO SucDestino
                MOVE ZEROS TO TablaFoto
                MOVE TtId(IndTraslado) TO IdActual
                MOVE 0 TO CntCuentas SaldoTrasladado
                          CntPrestamos CapitalTrasladado
                          CntCanje CntPartidas
                MOVE 0 TO MontoCanje MontoPartidas
                DISPLAY "Traslado " IdActual " sucursal " SucOrigen
                        " -> " SucDestino

                MOVE 1 TO IndMomento
                PERFORM TomarFoto

      *LO QUE SE UBICA POR LA SUCURSAL DE LA CUENTA SE RECORRE
      *ANTES DE MOVER LAS CUENTAS
                MOVE "S" TO HayMas
                OPEN INPUT TrsCartera
                PERFORM ReclasificarPrestamoSiguiente UNTIL NoHayMas
                CLOSE TrsCartera

                MOVE "S" TO HayMas
                OPEN INPUT TrsCanjes
                PERFORM ContarCanjeSiguiente UNTIL NoHayMas
                CLOSE TrsCanjes

                MOVE "S" TO HayMas
                OPEN INPUT TrsPuente
                PERFORM ContarPartidaSiguiente UNTIL NoHayMas
                CLOSE TrsPuente

                MOVE "S" TO HayMas
                OPEN INPUT TrsAccounts
                PERFORM TrasladarCuentaSiguiente UNTIL NoHayMas
                CLOSE TrsAccounts

                INVOKE obj-operador "TrasladarOperadores"
                                     using SucOrigen SucDestino
                                     returning CntOperadores
                INVOKE obj-dispensador "TrasladarTerminales"
                                     using SucOrigen SucDestino
                                     returning CntTerminales
                INVOKE obj-cobranza "TrasladarCartera"
                                     using SucOrigen SucDestino
                                           CntCola
                                     returning CntGestores
                INVOKE obj-cheque "TrasladarPedidosChequera"
                                     using SucOrigen SucDestino
                                     returning CntPedidos
                INVOKE obj-boveda "TrasladarBoveda"
                                     using LSFecha
                                           SucOrigen SucDestino
                                           CntRemesas
                                           MontoBoveda
                                     returning RemesaBoveda

                MOVE 2 TO IndMomento
                PERFORM TomarFoto

                PERFORM EscribirConciliacion
                PERFORM CerrarTraslado
                ADD 1 TO TotalEjecutados
                ADD 1 TO IndTraslado
             END-IF.

       TomarFoto.
             IF EjecPend = "S" THEN
                MOVE "S" TO HayMas
                OPEN INPUT TrsAccounts
                PERFORM FotoCuentaSiguiente UNTIL NoHayMas
                CLOSE TrsAccounts
                MOVE "S" TO HayMas
                OPEN INPUT TrsCartera
                PERFORM FotoPrestamoSiguiente UNTIL NoHayMas
                CLOSE TrsCartera
             END-IF.

       FotoCuentaSiguiente.
             IF EjecPend = "S" THEN
                READ TrsAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    MOVE 0 TO IndSuc
                    IF TRASucursalCuenta = SucOrigen THEN
                       MOVE 1 TO IndSuc
                    END-IF
                    IF TRASucursalCuenta = SucDestino THEN
                       MOVE 2 TO IndSuc
                    END-IF
                    IF IndSuc > 0 THEN
                       ADD 1 TO FotoCuentas(IndMomento, IndSuc)
                       ADD TRAMontodisponible
                        TO FotoSaldo(IndMomento, IndSuc)
                    END-IF
                END-READ
             END-IF.

       FotoPrestamoSiguiente.
             IF EjecPend = "S" THEN
                READ TrsCartera NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF TRPPrestamoVigente THEN
                       INVOKE obj-accounts "GetSucursal"
                                      using TRPCuentaVinculada
                                      returning SucCuenta
                       MOVE 0 TO IndSuc
                       IF SucCuenta = SucOrigen THEN
                          MOVE 1 TO IndSuc
                       END-IF
                       IF SucCuenta = SucDestino THEN
                          MOVE 2 TO IndSuc
                       END-IF
                       IF IndSuc > 0 THEN
                          INVOKE obj-prestamo "SaldoCapitalPrestamo"
                                         using TRPPreId
                                         returning SaldoPrestamo
                          ADD 1 TO FotoPrestamos(IndMomento, IndSuc)
                          ADD SaldoPrestamo
                           TO FotoCapital(IndMomento, IndSuc)
                       END-IF
                    END-IF
                END-READ
             END-IF.

       ReclasificarPrestamoSiguiente.
             IF EjecPend = "S" THEN
                READ TrsCartera NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF TRPPrestamoVigente THEN
                       INVOKE obj-accounts "GetSucursal"
                                      using TRPCuentaVinculada
                                      returning SucCuenta
                       IF SucCuenta = SucOrigen THEN
                          INVOKE obj-prestamo "SaldoCapitalPrestamo"
                                         using TRPPreId
                                         returning SaldoPrestamo
                          ADD 1 TO CntPrestamos
                          ADD SaldoPrestamo TO CapitalTrasladado
                          IF SaldoPrestamo > 0 THEN
                             MOVE CuentaEntreSuc TO CuentaDebe
                             MOVE CuentaCartera  TO CuentaHaber
                             MOVE SaldoPrestamo  TO MontoAsiento
                             MOVE SPACES         TO ReferenciaAsiento
                             MOVE "PRESTAMO"     TO ReferenciaAsiento
                             MOVE TRPPreId
                               TO ReferenciaAsiento(10:5)
                             PERFORM RegistrarReclasificacion
                          END-IF
                       END-IF
                    END-IF
                END-READ
             END-IF.

       ContarCanjeSiguiente.
             IF EjecPend = "S" THEN
                READ TrsCanjes NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF TRCCanjeRetenido THEN
                       INVOKE obj-accounts "GetSucursal"
                                      using TRCCanjeCuenta
                                      returning SucCuenta
                       IF SucCuenta = SucOrigen THEN
                          ADD 1 TO CntCanje
                          ADD TRCCanjeMonto TO MontoCanje
                       END-IF
                    END-IF
                END-READ
             END-IF.

       ContarPartidaSiguiente.
             IF EjecPend = "S" THEN
                READ TrsPuente NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF TRBPartidaAbierta
                       AND TRBPPCuentaSugerida NOT = SPACES THEN
                       INVOKE obj-accounts "GetSucursal"
                                      using TRBPPCuentaSugerida
                                      returning SucCuenta
                       IF SucCuenta = SucOrigen THEN
                          ADD 1 TO CntPartidas
                          ADD TRBPPMonto TO MontoPartidas
                       END-IF
                    END-IF
                END-READ
             END-IF.

       TrasladarCuentaSiguiente.
             IF EjecPend = "S" THEN
                READ TrsAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF TRASucursalCuenta = SucOrigen THEN
                       PERFORM TrasladarCuenta
                    END-IF
                END-READ
             END-IF.

       TrasladarCuenta.
             IF EjecPend = "S" THEN
                INVOKE obj-accounts "TrasladarSucursalCuenta"
                                     using TRANumaccounts
                                           SucDestino
                                     returning TrasladoCuentaOk
                IF TrasladoCuentaOk = 1 THEN
                   MOVE TRAMontodisponible TO SaldoCuenta
                   ADD 1 TO CntCuentas
                   ADD SaldoCuenta TO SaldoTrasladado
                   ADD SaldoCuenta TO MontoControl
      *UN SALDO A FAVOR SALE DE LOS DEPOSITOS DE LA SUCURSAL QUE
      *CIERRA; UN SOBREGIRO SE RECLASIFICA AL REVES
                   IF SaldoCuenta > 0 THEN
                      MOVE CuentaDepositos TO CuentaDebe
                      MOVE CuentaEntreSuc  TO CuentaHaber
                      MOVE SaldoCuenta     TO MontoAsiento
                   ELSE
                      MOVE CuentaEntreSuc  TO CuentaDebe
                      MOVE CuentaDepositos TO CuentaHaber
                      COMPUTE MontoAsiento = 0 - SaldoCuenta
                   END-IF
                   IF SaldoCuenta NOT = 0 THEN
                      MOVE TRANumaccounts TO ReferenciaAsiento
                      PERFORM RegistrarReclasificacion
                   END-IF
                   IF NOT TRACuentaCerrada THEN
                      MOVE TRANumaccounts TO ReferenciaNotif
                      MOVE TRAIdCustomer  TO IdNotificar
                      PERFORM NotificarTitular
                      IF TRAIdCustomer2 NOT = 0 THEN
                         MOVE TRAIdCustomer2 TO IdNotificar
                         PERFORM NotificarTitular
                      END-IF
                   END-IF
                END-IF
             END-IF.

      *EL ASIENTO DE LA SUCURSAL QUE CIERRA LLEVA EL DEBE Y EL
      *HABER INDICADOS; EL DE LA QUE RECIBE, LOS MISMOS INVERTIDOS
       RegistrarReclasificacion.
             IF EjecPend = "S" THEN
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            SucOrigen
                                            CuentaDebe
                                            CuentaHaber
                                            MontoAsiento
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            SucDestino
                                            CuentaHaber
                                            CuentaDebe
                                            MontoAsiento
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
             END-IF.

       NotificarTitular.
             IF EjecPend = "S" THEN
                INVOKE obj-notificacion "RegistrarNotificacion"
                                      using IdNotificar
                                            ReferenciaNotif
                                            "SUC"
                                            LSFecha
             END-IF.

      *CONCILIACION: LO QUE HABIA ENTRE LAS DOS SUCURSALES ANTES DEBE
      *ESTAR TODO EN LA QUE RECIBE DESPUES, Y LA QUE CIERRA DEBE
      *QUEDAR SIN CUENTAS NI PRESTAMOS VIGENTES
       EscribirConciliacion.
             IF EjecPend = "S" THEN
                MOVE IdActual   TO LTId
                MOVE SucOrigen  TO LTOrigen
                MOVE SucDestino TO LTDestino
                INVOKE obj-reporte "EscribirLinea" using LineaTraslado

                MOVE 1 TO IndMomento
                PERFORM EscribirFotoMomento
                MOVE 2 TO IndMomento
                PERFORM EscribirFotoMomento

                MOVE 0 TO LDSucursal
                MOVE "CUENTAS TRASLADADAS" TO LDConcepto
                MOVE CntCuentas      TO LDCantidad
                MOVE SaldoTrasladado TO LDValor
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE "PRESTAMOS VIGENTES" TO LDConcepto
                MOVE CntPrestamos    TO LDCantidad
                MOVE CapitalTrasladado      TO LDValor
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE "CANJE RETENIDO" TO LDConcepto
                MOVE CntCanje        TO LDCantidad
                MOVE MontoCanje      TO LDValor
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE "PARTIDAS PUENTE" TO LDConcepto
                MOVE CntPartidas     TO LDCantidad
                MOVE MontoPartidas   TO LDValor
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE 0 TO LDValor
                MOVE "OPERADORES Y CAJAS" TO LDConcepto
                MOVE CntOperadores   TO LDCantidad
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE "TERMINALES" TO LDConcepto
                MOVE CntTerminales   TO LDCantidad
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE "GESTORES COBRANZA" TO LDConcepto
                MOVE CntGestores     TO LDCantidad
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE "COLA DE COBRANZA" TO LDConcepto
                MOVE CntCola         TO LDCantidad
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE "PEDIDOS CHEQUERA" TO LDConcepto
                MOVE CntPedidos      TO LDCantidad
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE "REMESAS REDIRIGIDAS" TO LDConcepto
                MOVE CntRemesas      TO LDCantidad
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                MOVE "REMESA DE BOVEDA" TO LDConcepto
                MOVE RemesaBoveda TO LDCantidad
                MOVE MontoBoveda  TO LDValor
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle

                IF FotoCuentas(2, 1) = 0
                   AND FotoPrestamos(2, 1) = 0
                   AND FotoCuentas(2, 2) =
                       FotoCuentas(1, 1) + FotoCuentas(1, 2)
                   AND FotoSaldo(2, 2) =
                       FotoSaldo(1, 1) + FotoSaldo(1, 2)
                   AND FotoPrestamos(2, 2) =
                       FotoPrestamos(1, 1) + FotoPrestamos(1, 2)
                   AND FotoCapital(2, 2) =
                       FotoCapital(1, 1) + FotoCapital(1, 2) THEN
                   MOVE "CUADRA"    TO Cuadre
                ELSE
                   MOVE "DESCUADRE" TO Cuadre
                   DISPLAY "DESCUADRE en el traslado " IdActual
                END-IF
                MOVE Cuadre TO LCCuadre
                INVOKE obj-reporte "EscribirLinea" using LineaCuadre
             END-IF.

       EscribirFotoMomento.
             IF EjecPend = "S" THEN
                MOVE 1 TO IndSuc
                PERFORM EscribirFotoSucursal UNTIL IndSuc > 2
             END-IF.

       EscribirFotoSucursal.
             IF EjecPend = "S" THEN
                IF IndSuc = 1 THEN
                   MOVE SucOrigen  TO LDSucursal
                ELSE
                   MOVE SucDestino TO LDSucursal
                END-IF
                IF IndMomento = 1 THEN
                   MOVE "CUENTAS ANTES"   TO LDConcepto
                ELSE
                   MOVE "CUENTAS DESPUES" TO LDConcepto
                END-IF
                MOVE FotoCuentas(IndMomento, IndSuc) TO LDCantidad
                MOVE FotoSaldo(IndMomento, IndSuc)   TO LDValor
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                IF IndMomento = 1 THEN
                   MOVE "PRESTAMOS ANTES"   TO LDConcepto
                ELSE
                   MOVE "PRESTAMOS DESPUES" TO LDConcepto
                END-IF
                MOVE FotoPrestamos(IndMomento, IndSuc) TO LDCantidad
                MOVE FotoCapital(IndMomento, IndSuc)   TO LDValor
                INVOKE obj-reporte "EscribirLinea" using LineaDetalle
                ADD 1 TO IndSuc
             END-IF.

       CerrarTraslado.
             IF EjecPend = "S" THEN
                OPEN I-O TrasladosSucursal
                MOVE IdActual TO TrsId
                READ TrasladosSucursal
                  KEY IS TrsId
                  INVALID KEY
                    DISPLAY "El traslado no existe"
                  NOT INVALID KEY
                    MOVE 2                 TO TrsEstado
                    MOVE LSFecha           TO TrsFechaEjecucion
                    MOVE CntCuentas        TO TrsCuentas
                    MOVE SaldoTrasladado   TO TrsSaldoCuentas
                    MOVE CntPrestamos      TO TrsPrestamos
                    MOVE CapitalTrasladado TO TrsCapital
                    MOVE CntOperadores     TO TrsOperadores
                    MOVE CntTerminales     TO TrsTerminales
                    MOVE CntGestores       TO TrsGestores
                    MOVE CntCola           TO TrsCola
                    MOVE CntPedidos        TO TrsPedidos
                    MOVE CntCanje          TO TrsCanje
                    MOVE CntPartidas       TO TrsPartidas
                    MOVE CntRemesas        TO TrsRemesas
                    MOVE RemesaBoveda      TO TrsRemesaBoveda
                    MOVE MontoBoveda       TO TrsMontoBoveda
                    REWRITE traslados-sucursal-file
                    END-REWRITE
                END-READ
                CLOSE TrasladosSucursal
             END-IF.

       End Method EjecutarTraslados.
      *>----------------------------------------------

       end object.
       end class TrasladoSucursal.
