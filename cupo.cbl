      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Cupo as "cupo"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           transacition is class "transacition"
           embargo      is class "embargo"
           fechaproceso is class "fechaproceso"
           reporte      is class "reporte"
           gmf          is class "gmf"
           proteccion   is class "proteccion"
           contabilidad is class "contabilidad"
           parametro    is class "parametro"
           grupoeconomico is class "grupoeconomico"
           cupo         is class "cupo".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cupos ASSIGN TO "cupos.dat"
           organization is indexed
           access is dynamic
           record key is CupId
           alternate record key is CupCuenta with duplicates.

           SELECT CupoMovimientos ASSIGN TO "cupo_movimientos.dat"
           organization is indexed
           access is dynamic
           record key is CmSeq
           alternate record key is CmCupId with duplicates.

           SELECT Provisiones ASSIGN TO "provisiones.dat"
           organization is indexed
           access is dynamic
           record key is ProvCategoria.

       DATA DIVISION.
       FILE SECTION.
       FD Cupos.
      *MAESTRO DE CUPOS ROTATIVOS: LINEA DE CREDITO PREAPROBADA
      *AMARRADA A UNA CUENTA CORRIENTE. EL CLIENTE DISPONE HASTA EL
      *LIMITE, ABONA CUANDO QUIERE Y PAGA INTERES DIARIO SOLO SOBRE
      *LO UTILIZADO. CADA MES SE FACTURA EL INTERES Y SE FIJA EL
      *PAGO MINIMO; EL MINIMO NO PAGADO AL CORTE SIGUIENTE ES MORA
       01 cupos-file.
           05  CupId            PIC 9(5).
           05  CupIdCustomer    PIC 9(9).
           05  CupCuenta        PIC X(9).
           05  CupLimite        PIC 9(10)V99.
           05  CupUtilizado     PIC 9(10)V99.
           05  CupTasaMensual   PIC 9V9999.
           05  CupFechaAprobacion PIC X(8).
           05  CupFechaVence    PIC X(8).
           05  CupEstado        PIC X.
               88  CupoActivo     VALUE "A".
               88  CupoCancelado  VALUE "C".
      *INTERES DEL CICLO EN CURSO, CAUSADO DIA A DIA Y AUN NO
      *FACTURADO AL CLIENTE
           05  CupInteresPorFacturar PIC 9(10)V99.
      *INTERES YA FACTURADO EN LOS CORTES Y AUN NO PAGADO
           05  CupInteresFacturado   PIC 9(10)V99.
      *LO CAUSADO CONTRA LA CUENTA POR COBRAR Y AUN NO COBRADO; EN
      *SUSPENSION POR MORA EL INTERES SE LE SIGUE COBRANDO AL
      *CLIENTE PERO YA NO SE CAUSA (A=CAUSANDO, S=SUSPENDIDO)
           05  CupCausadoAcum   PIC 9(10)V99.
           05  CupCausacion     PIC X.
               88  CausacionCupoActiva     VALUE "A".
               88  CausacionCupoSuspendida VALUE "S".
           05  CupFechaUltCausa PIC X(8).
      *ULTIMO CORTE, PAGO MINIMO PENDIENTE Y SU FECHA LIMITE
           05  CupFechaCorte    PIC X(8).
           05  CupPagoMinimo    PIC 9(10)V99.
           05  CupFechaLimitePago PIC X(8).
      *FECHA LIMITE DEL MINIMO MAS ANTIGUO SIN PAGAR (BASE DE LOS
      *DIAS DE MORA) Y CORTES QUE LLEVA SIN CUBRIR EL MINIMO
           05  CupFechaImpago   PIC X(8).
           05  CupCortesMora    PIC 9(3).

       FD CupoMovimientos.
      *MOVIMIENTOS DEL CUPO: DISPOSICIONES, ABONOS Y FACTURACIONES
      *DE INTERES, CON EL UTILIZADO QUE QUEDA DESPUES DE CADA UNO
       01 cupo-movimientos-file.
           05  CmSeq            PIC 9(9).
           05  CmCupId          PIC 9(5).
           05  CmFecha          PIC X(8).
           05  CmTipo           PIC X.
               88  MovDisposicion  VALUE "D".
               88  MovAbono        VALUE "A".
               88  MovFacturacion  VALUE "F".
      *CANAL: U=CLIENTE EN SU SESION, V=VENTANILLA, B=PROCESO BATCH
           05  CmCanal          PIC X.
           05  CmMonto          PIC 9(10)V99.
           05  CmUtilizado      PIC 9(10)V99.

       FD Provisiones.
      *MISMA TABLA DE PROVISIONES DE LA CARTERA DE PRESTAMOS; LA
      *MANTIENE Y LA SIEMBRA LA CALIFICACION DE PRESTAMOS
       01 provisiones-file.
           05  ProvCategoria   PIC X.
           05  ProvDiasHasta   PIC 9(3).
           05  ProvPct         PIC 9(3)V99.

       procedure division.

       Method-ID. AbrirCupo.
      *>----------------------------------------------
      *ALTA DE UN CUPO ROTATIVO SOBRE UNA CUENTA CORRIENTE ACTIVA.
      *LA CUENTA SOLO PUEDE TENER UN CUPO VIGENTE A LA VEZ
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MaxCupId        PIC 9(5) VALUE 0.
           77  existeCuenta    PIC 9.
           77  EstadoCuentaAct PIC 9.
           77  CupoVigente     PIC 9.
           77  IdCustomer1     PIC 9(9).
           77  IdCustomer2     PIC 9(9).
           01  TipoCuentaActual      PIC 9.
               88  CuentaCorriente   VALUE 1.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  FechaHoy        PIC X(8).
           77  MontoConcentracion PIC 9(12)V99.
           77  ConcentracionPasa PIC X.
           01  obj-accounts     object reference.
           01  obj-grupoeconomico object reference.
           01  obj-fechaproceso object reference.

        Linkage Section.
           77  LSCuenta        PIC X(9).
           77  LSLimite        PIC 9(10)V99.
           77  LSTasaMensual   PIC 9V9999.
           77  LSFechaVence    PIC X(8).
           77  LSCupId         PIC 9(5).

       Procedure Division using  LSCuenta
                                 LSLimite
                                 LSTasaMensual
                                 LSFechaVence
                                 returning LSCupId.

             MOVE 0 TO LSCupId
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning FechaHoy

             INVOKE obj-accounts "BuscarCuenta" using LSCuenta
                                       returning existeCuenta
             IF existeCuenta = 0 THEN
                DISPLAY "La cuenta no existe"
             ELSE
                INVOKE obj-accounts "GetLimitesCuenta" using
                                               LSCuenta
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
                INVOKE obj-accounts "GetEstadoCuenta" using
                                               LSCuenta
                                     returning EstadoCuentaAct
      *UN CUPO SOLO SE VINCULA A UNA CUENTA VIGENTE DE LA CUENTA
      *CORRIENTE, QUE ES POR DONDE SE DISPONE Y SE ABONA
                MOVE 0 TO CupoVigente
                MOVE "S" TO HayMas
                OPEN INPUT Cupos
                MOVE LSCuenta TO CupCuenta
                START Cupos KEY IS = CupCuenta
                  INVALID KEY
                    MOVE "N" TO HayMas
                END-START
                PERFORM RevisarCupoDeCuenta UNTIL NoHayMas
                CLOSE Cupos
                IF NOT CuentaCorriente THEN
                   DISPLAY "El cupo rotativo solo se abre sobre una"
                   DISPLAY "cuenta corriente"
                ELSE
                IF EstadoCuentaAct NOT = 0 THEN
                   DISPLAY "La cuenta no esta activa"
                ELSE
                IF CupoVigente = 1 THEN
                   DISPLAY "La cuenta ya tiene un cupo rotativo"
                           " vigente"
                ELSE
                IF LSLimite = 0 OR LSTasaMensual = 0 THEN
                   DISPLAY "El limite y la tasa deben ser mayores a"
                           " cero"
                ELSE
                IF LSFechaVence NOT > FechaHoy THEN
                   DISPLAY "La fecha de vencimiento debe ser"
                           " posterior a la fecha de proceso"
                ELSE
                   INVOKE obj-accounts "GetTitulares" using
                                               LSCuenta
                                               IdCustomer1
                                               IdCustomer2
      *EL LIMITE DEL CUPO CUENTA COMPLETO EN LA CONCENTRACION DEL
      *TITULAR Y DE SU GRUPO ECONOMICO
                   MOVE LSLimite TO MontoConcentracion
                   INVOKE grupoeconomico "New"
                           RETURNING obj-grupoeconomico
                   INVOKE obj-grupoeconomico "ValidarConcentracion"
                                     using IdCustomer1
                                           MontoConcentracion
                                           FechaHoy
                                     returning ConcentracionPasa
                   IF ConcentracionPasa = "N" THEN
                      DISPLAY "El cupo supera el limite de"
                              " concentracion: no se abre"
                   ELSE
                      MOVE "S" TO HayMas
                      OPEN INPUT Cupos
                      PERFORM BuscarMaxCupId UNTIL NoHayMas
                      CLOSE Cupos

                      OPEN I-O Cupos
                      COMPUTE CupId = MaxCupId + 1
                      MOVE CupId          TO LSCupId
                      MOVE IdCustomer1    TO CupIdCustomer
                      MOVE LSCuenta       TO CupCuenta
                      MOVE LSLimite       TO CupLimite
                      MOVE 0              TO CupUtilizado
                      MOVE LSTasaMensual  TO CupTasaMensual
                      MOVE FechaHoy       TO CupFechaAprobacion
                      MOVE LSFechaVence   TO CupFechaVence
                      MOVE "A"            TO CupEstado
                      MOVE 0              TO CupInteresPorFacturar
                      MOVE 0              TO CupInteresFacturado
                      MOVE 0              TO CupCausadoAcum
                      MOVE "A"            TO CupCausacion
                      MOVE SPACES         TO CupFechaUltCausa
                      MOVE SPACES         TO CupFechaCorte
                      MOVE 0              TO CupPagoMinimo
                      MOVE SPACES         TO CupFechaLimitePago
                      MOVE SPACES         TO CupFechaImpago
                      MOVE 0              TO CupCortesMora
                      WRITE cupos-file
                      END-WRITE
                      CLOSE Cupos
                   END-IF
                END-IF
                END-IF
                END-IF
                END-IF
                END-IF
             END-IF.

       RevisarCupoDeCuenta.
             READ Cupos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CupCuenta NOT = LSCuenta THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF CupoActivo THEN
                       MOVE 1 TO CupoVigente
                    END-IF
                 END-IF
             END-READ.

       BuscarMaxCupId.
             READ Cupos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CupId > MaxCupId THEN
                    MOVE CupId TO MaxCupId
                 END-IF
             END-READ.

       End Method AbrirCupo.
      *>----------------------------------------------

       Method-ID. ConsultarCupo.
      *>----------------------------------------------
      *MUESTRA EL CUPO VIGENTE DE LA CUENTA CON SU DISPONIBLE, EL
      *PAGO MINIMO PENDIENTE Y SUS MOVIMIENTOS. DEVUELVE EL ID DEL
      *CUPO, O CERO SI LA CUENTA NO TIENE CUPO VIGENTE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  Disponible      PIC 9(10)V99.
           77  FechaHoy        PIC X(8).
      *MostrarPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  MostrarPend     PIC X VALUE "N".
           01  obj-fechaproceso object reference.

        Linkage Section.
           77  LSCuenta        PIC X(9).
           77  LSCupId         PIC 9(5).

       Procedure Division using  LSCuenta
                                 returning LSCupId.

             MOVE 0 TO LSCupId
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning FechaHoy

             MOVE "S" TO HayMas
             OPEN INPUT Cupos
             MOVE LSCuenta TO CupCuenta
             START Cupos KEY IS = CupCuenta
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM LocalizarCupoVigente UNTIL NoHayMas
             IF LSCupId NOT = 0 THEN
                MOVE LSCupId TO CupId
                READ Cupos
                  KEY IS CupId
                  INVALID KEY
                    MOVE 0 TO LSCupId
                  NOT INVALID KEY
                    MOVE "S" TO MostrarPend
                    PERFORM MostrarCupo
                END-READ
             END-IF
             CLOSE Cupos

             IF LSCupId = 0 THEN
                DISPLAY "La cuenta no tiene un cupo rotativo vigente"
             ELSE
                DISPLAY "Movimientos (fecha tipo canal monto"
                        " utilizado):"
                MOVE "S" TO HayMas
                OPEN INPUT CupoMovimientos
                MOVE LSCupId TO CmCupId
                START CupoMovimientos KEY IS = CmCupId
                  INVALID KEY
                    MOVE "N" TO HayMas
                END-START
                PERFORM MostrarMovimientoCupo UNTIL NoHayMas
                CLOSE CupoMovimientos
             END-IF.

       LocalizarCupoVigente.
             READ Cupos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CupCuenta NOT = LSCuenta THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF CupoActivo THEN
                       MOVE CupId TO LSCupId
                    END-IF
                 END-IF
             END-READ.

       MostrarCupo.
             IF MostrarPend = "S" THEN
                MOVE "N" TO MostrarPend
                COMPUTE Disponible = CupLimite - CupUtilizado
                IF CupFechaVence < FechaHoy
                   OR CupFechaImpago NOT = SPACES THEN
                   MOVE 0 TO Disponible
                END-IF
                DISPLAY "Cupo rotativo        : " CupId
                DISPLAY "Cuenta corriente     : " CupCuenta
                DISPLAY "Limite aprobado      : " CupLimite
                DISPLAY "Utilizado            : " CupUtilizado
                DISPLAY "Disponible           : " Disponible
                DISPLAY "Tasa mensual         : " CupTasaMensual
                DISPLAY "Vence                : " CupFechaVence
                DISPLAY "Interes facturado    : " CupInteresFacturado
                DISPLAY "Interes del ciclo    : " CupInteresPorFacturar
                DISPLAY "Pago minimo          : " CupPagoMinimo
                DISPLAY "Fecha limite de pago : " CupFechaLimitePago
                IF CupFechaVence < FechaHoy THEN
                   DISPLAY "CUPO VENCIDO: no admite disposiciones"
                END-IF
                IF CupFechaImpago NOT = SPACES THEN
                   DISPLAY "EN MORA desde " CupFechaImpago ", "
                           CupCortesMora " corte(s) sin el minimo"
                END-IF
             END-IF.

       MostrarMovimientoCupo.
             READ CupoMovimientos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CmCupId NOT = LSCupId THEN
                    MOVE "N" TO HayMas
                 ELSE
                    DISPLAY CmFecha " " CmTipo " " CmCanal " "
                            CmMonto " " CmUtilizado
                 END-IF
             END-READ.

       End Method ConsultarCupo.
      *>----------------------------------------------

       Method-ID. DisponerCupo.
      *>----------------------------------------------
      *DISPOSICION DEL CUPO: ACREDITA EL MONTO EN LA CUENTA
      *CORRIENTE VINCULADA Y LO SUMA AL UTILIZADO. NO SE DISPONE DE
      *UN CUPO VENCIDO, CON PAGOS MINIMOS VENCIDOS O POR ENCIMA DEL
      *DISPONIBLE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MaxCmSeq        PIC 9(9) VALUE 0.
           77  Disponible      PIC 9(10)V99.
           77  EstadoCuentaAct PIC 9.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  ConceptoDisp    PIC X(20) VALUE "DISPOSICION CUPO".
           77  TransaccionOk   PIC 9.
      *DispPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL CAE
      *EN ELLOS AL FINAL DEL METODO
           77  DispPend        PIC X VALUE "N".
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-fechaproceso object reference.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
               02  CurrentDay    PIC 99.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

        Linkage Section.
           77  LSCupId         PIC 9(5).
           77  LSMonto         PIC 9(10)V99.
           77  LSCanal         PIC X.
           77  DisposicionOk   PIC 9.

       Procedure Division using  LSCupId
                                 LSMonto
                                 LSCanal
                                 returning DisposicionOk.

             MOVE 0 TO DisposicionOk
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             ACCEPT CurrentTime FROM TIME
             INVOKE obj-fechaproceso "GetFechaContable"
                                       using CurrentTime
                                       returning CurrentDate

             OPEN I-O Cupos
             MOVE LSCupId TO CupId
             READ Cupos
               KEY IS CupId
               INVALID KEY
                 DISPLAY "El cupo no existe"
               NOT INVALID KEY
                 COMPUTE Disponible = CupLimite - CupUtilizado
                 INVOKE obj-accounts "GetEstadoCuenta" using
                                               CupCuenta
                                     returning EstadoCuentaAct
                 IF NOT CupoActivo THEN
                    DISPLAY "El cupo esta cancelado"
                 ELSE
                 IF CupFechaVence < CurrentDate THEN
                    DISPLAY "El cupo esta vencido desde "
                            CupFechaVence
                 ELSE
                 IF CupFechaImpago NOT = SPACES THEN
                    DISPLAY "El cupo tiene pagos minimos vencidos:"
                    DISPLAY "debe ponerse al dia antes de disponer"
                 ELSE
                 IF LSMonto = 0 OR LSMonto > Disponible THEN
                    DISPLAY "El monto supera el disponible del"
                            " cupo: " Disponible
                 ELSE
                 IF EstadoCuentaAct NOT = 0 THEN
                    DISPLAY "La cuenta vinculada no esta activa"
                 ELSE
                    MOVE "S" TO DispPend
                    PERFORM AcreditarDisposicion
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
             END-READ
             CLOSE Cupos.

       AcreditarDisposicion.
             IF DispPend = "S" THEN
                MOVE "N" TO DispPend
                INVOKE obj-accounts "GetMonto" using CupCuenta
                                          returning Montoactual
                MOVE Montoactual TO montonuevo
                COMPUTE montonuevo = montonuevo + LSMonto
                INVOKE obj-accounts "SetMonto" using montonuevo
                                                     CupCuenta
      *TIPO 2 = DEPOSITO (DISPOSICION DEL CUPO ROTATIVO)
                INVOKE obj-transacition "CrearTransancionConcepto"
                                using CurrentDate CurrentTime
                                      2
                                      CupCuenta
                                      LSMonto
                                      ConceptoDisp
                      returning TransaccionOk
                ADD LSMonto TO CupUtilizado
                REWRITE cupos-file
                END-REWRITE

                MOVE "S" TO HayMas
                OPEN I-O CupoMovimientos
                PERFORM BuscarMaxCmSeqDisp UNTIL NoHayMas
                COMPUTE CmSeq = MaxCmSeq + 1
                MOVE CupId        TO CmCupId
                MOVE CurrentDate  TO CmFecha
                MOVE "D"          TO CmTipo
                MOVE LSCanal      TO CmCanal
                MOVE LSMonto      TO CmMonto
                MOVE CupUtilizado TO CmUtilizado
                WRITE cupo-movimientos-file
                END-WRITE
                CLOSE CupoMovimientos

                MOVE 1 TO DisposicionOk
                COMPUTE Disponible = CupLimite - CupUtilizado
                DISPLAY "Disposicion acreditada en la cuenta "
                        CupCuenta
                DISPLAY "Nuevo utilizado " CupUtilizado
                        " disponible " Disponible
             END-IF.

       BuscarMaxCmSeqDisp.
             READ CupoMovimientos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CmSeq > MaxCmSeq THEN
                    MOVE CmSeq TO MaxCmSeq
                 END-IF
             END-READ.

       End Method DisponerCupo.
      *>----------------------------------------------

       Method-ID. AbonarCupo.
      *>----------------------------------------------
      *ABONO AL CUPO EN CUALQUIER MOMENTO: DEBITA LA CUENTA
      *CORRIENTE VINCULADA CON LOS MISMOS CONTROLES DEL COBRO DE
      *PRESTAMOS Y APLICA PRIMERO AL INTERES FACTURADO, LUEGO AL
      *INTERES DEL CICLO Y EL RESTO AL UTILIZADO. EL ABONO TAMBIEN
      *DESCUENTA DEL PAGO MINIMO; CUBIERTO EL MINIMO SALE DE MORA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MaxCmSeq        PIC 9(9) VALUE 0.
           77  DeudaTotal      PIC 9(10)V99.
           77  Restante        PIC 9(10)V99.
           77  InteresPagado   PIC 9(10)V99.
           77  CapitalPagado   PIC 9(10)V99.
           77  InteresCausadoCob PIC 9(12)V99.
           77  InteresNoCausado  PIC 9(12)V99.
           77  CobroExitoso    PIC X.
           77  EstadoCuentaAct PIC 9.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  MontoEmbargado  PIC 9(10)V99.
           77  montoverificacion PIC S9(12)V99.
           01  TipoCuentaActual      PIC 9.
               88  CuentaCorriente   VALUE 1.
           77  LimiteSobregiroActual PIC 9(10)V99.
           77  MontoMinimoActual     PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  ConceptoAbono   PIC X(20) VALUE "ABONO CUPO ROTATIVO".
           77  TransaccionOk   PIC 9.
           77  MontoGMF        PIC 9(10)V99.
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido    PIC 9(10)V99.
           77  SucursalCupo    PIC 9(2).
           77  CuentaDebe      PIC X(8).
           77  CuentaHaber     PIC X(8).
           77  OrigenAsiento   PIC X(12) VALUE "CUPO ROTAT.".
           77  AsientoOk       PIC 9.
           01  ReferenciaAsiento.
               02  RACupId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  RADetalle   PIC X(14) VALUE "ABONO INTERES".
      *AbonoPend Y AplicarPend EVITAN QUE LOS PARRAFOS ACTUEN
      *CUANDO EL CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  AbonoPend       PIC X VALUE "N".
           77  AplicarPend     PIC X VALUE "N".
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-fechaproceso object reference.
           01  obj-gmf          object reference.
           01  obj-proteccion   object reference.
           01  obj-contabilidad object reference.
           01 CurrentDate.
               02  CurrentYear   PIC 9(4).
               02  CurrentMonth  PIC 99.
               02  CurrentDay    PIC 99.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

        Linkage Section.
           77  LSCupId         PIC 9(5).
           77  LSMonto         PIC 9(10)V99.
           77  LSCanal         PIC X.
           77  AbonoOk         PIC 9.

       Procedure Division using  LSCupId
                                 LSMonto
                                 LSCanal
                                 returning AbonoOk.

             MOVE 0 TO AbonoOk
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE embargo "New"
                     RETURNING obj-embargo
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
      *DESPUES DE LA HORA DE CORTE EL PAGO SE FECHA CON EL DIA
      *HABIL SIGUIENTE
             ACCEPT CurrentTime FROM TIME
             INVOKE obj-fechaproceso "GetFechaContable"
                                       using CurrentTime
                                       returning CurrentDate

             OPEN I-O Cupos
             MOVE LSCupId TO CupId
             READ Cupos
               KEY IS CupId
               INVALID KEY
                 DISPLAY "El cupo no existe"
               NOT INVALID KEY
                 COMPUTE DeudaTotal = CupUtilizado
                                    + CupInteresFacturado
                                    + CupInteresPorFacturar
                 IF NOT CupoActivo THEN
                    DISPLAY "El cupo esta cancelado"
                 ELSE
                 IF DeudaTotal = 0 THEN
                    DISPLAY "El cupo no tiene saldo por pagar"
                 ELSE
                 IF LSMonto = 0 OR LSMonto > DeudaTotal THEN
                    DISPLAY "El abono debe estar entre 0.01 y la"
                            " deuda total " DeudaTotal
                 ELSE
                    MOVE "S" TO AbonoPend
                    PERFORM DebitarAbonoCupo
                    IF CobroExitoso = "S" THEN
                       MOVE "S" TO AplicarPend
                       PERFORM AplicarAbonoCupo
                    END-IF
                 END-IF
                 END-IF
                 END-IF
             END-READ
             CLOSE Cupos.

      *MISMOS CONTROLES DEL ABONO A PRESTAMOS: ESTADO, EMBARGOS Y
      *FONDOS DE LA CUENTA CORRIENTE CON SU SOBREGIRO
       DebitarAbonoCupo.
             MOVE "N" TO CobroExitoso
             IF AbonoPend = "S" THEN
                MOVE "N" TO AbonoPend
                INVOKE obj-accounts "GetEstadoCuenta" using
                                               CupCuenta
                                     returning EstadoCuentaAct
                IF EstadoCuentaAct NOT = 0 THEN
                   DISPLAY "La cuenta vinculada no esta activa"
                ELSE
                   INVOKE obj-accounts "GetLimitesCuenta" using
                                               CupCuenta
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
                   INVOKE obj-accounts "GetMonto" using CupCuenta
                                             returning Montoactual
                   INVOKE obj-embargo "TotalEmbargosActivos" using
                                               CupCuenta
                                     returning MontoEmbargado
                   MOVE Montoactual TO montonuevo
                   COMPUTE montonuevo = montonuevo - LSMonto
                   COMPUTE montoverificacion
                   = montonuevo - MontoEmbargado
      *CON PROTECCION DE SOBREGIRO EL FALTANTE SE TRAE DE LA CUENTA
      *DE AHORROS VINCULADA ANTES DE DECLARAR FONDOS INSUFICIENTES
                   IF CuentaCorriente AND montoverificacion <
                                       (0 - LimiteSobregiroActual) THEN
                      COMPUTE FaltanteSobregiro =
                              (0 - LimiteSobregiroActual)
                              - montoverificacion
                      INVOKE proteccion "New"
                              RETURNING obj-proteccion
                      INVOKE obj-proteccion "CubrirSobregiro"
                                   using CupCuenta FaltanteSobregiro
                                         CurrentDate CurrentTime
                            returning MontoBarrido
                      ADD MontoBarrido TO montonuevo
                      ADD MontoBarrido TO montoverificacion
                   END-IF
                   IF CuentaCorriente THEN
                      IF montoverificacion <
                                    (0 - LimiteSobregiroActual) THEN
                         DISPLAY "Fondos insuficientes para el abono"
                      ELSE
                         MOVE "S" TO CobroExitoso
                      END-IF
                   ELSE
                      IF montoverificacion < MontoMinimoActual THEN
                         DISPLAY "Fondos insuficientes para el abono"
                      ELSE
                         MOVE "S" TO CobroExitoso
                      END-IF
                   END-IF
                   IF CobroExitoso = "S" THEN
                      INVOKE obj-accounts "SetMonto" using
                                               montonuevo
                                               CupCuenta
      *TIPO 1 = RETIRO (ABONO AL CUPO ROTATIVO)
                      INVOKE obj-transacition
                                      "CrearTransancionConcepto"
                                      using CurrentDate CurrentTime
                                            1
                                            CupCuenta
                                            LSMonto
                                            ConceptoAbono
                            returning TransaccionOk
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL DEBITO
                      INVOKE gmf "New"
                              RETURNING obj-gmf
                      INVOKE obj-gmf "CobrarGMF"
                                      using CurrentDate CurrentTime
                                            CupCuenta
                                            LSMonto
                            returning MontoGMF
                   END-IF
                END-IF
             END-IF.

      *CUENTAS CONTABLES DEL INTERES COBRADO (LAS DE LA CARTERA):
      *  11010101 CAJA
      *  16050101 INTERESES POR COBRAR CARTERA
      *  41020101 INGRESO INTERESES CARTERA
       AplicarAbonoCupo.
             IF AplicarPend = "S" THEN
                MOVE "N" TO AplicarPend
                MOVE LSMonto TO Restante
                MOVE 0 TO InteresPagado
                IF Restante > CupInteresFacturado THEN
                   ADD CupInteresFacturado TO InteresPagado
                   SUBTRACT CupInteresFacturado FROM Restante
                   MOVE 0 TO CupInteresFacturado
                ELSE
                   ADD Restante TO InteresPagado
                   SUBTRACT Restante FROM CupInteresFacturado
                   MOVE 0 TO Restante
                END-IF
                IF Restante > CupInteresPorFacturar THEN
                   ADD CupInteresPorFacturar TO InteresPagado
                   SUBTRACT CupInteresPorFacturar FROM Restante
                   MOVE 0 TO CupInteresPorFacturar
                ELSE
                   ADD Restante TO InteresPagado
                   SUBTRACT Restante FROM CupInteresPorFacturar
                   MOVE 0 TO Restante
                END-IF
                MOVE Restante TO CapitalPagado
                SUBTRACT CapitalPagado FROM CupUtilizado

      *EL ABONO CUENTA PARA EL PAGO MINIMO DEL ULTIMO CORTE
                IF LSMonto NOT < CupPagoMinimo THEN
                   MOVE 0 TO CupPagoMinimo
                ELSE
                   SUBTRACT LSMonto FROM CupPagoMinimo
                END-IF
                IF CupPagoMinimo = 0 THEN
                   MOVE SPACES TO CupFechaImpago
                   MOVE 0      TO CupCortesMora
                END-IF

      *LO COBRADO SALE PRIMERO DE LO CAUSADO; LO QUE NO SE HABIA
      *CAUSADO (SUSPENSION POR MORA) VA DIRECTO AL INGRESO
                IF InteresPagado > 0 THEN
                   IF CupCausadoAcum > InteresPagado THEN
                      MOVE InteresPagado TO InteresCausadoCob
                   ELSE
                      MOVE CupCausadoAcum TO InteresCausadoCob
                   END-IF
                   SUBTRACT InteresCausadoCob FROM CupCausadoAcum
                   COMPUTE InteresNoCausado
                         = InteresPagado - InteresCausadoCob
                   INVOKE obj-accounts "GetSucursal" using CupCuenta
                                         returning SucursalCupo
                   INVOKE contabilidad "New"
                           RETURNING obj-contabilidad
                   MOVE CupId       TO RACupId
                   MOVE "11010101"  TO CuentaDebe
                   MOVE "16050101"  TO CuentaHaber
                   INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                         using CurrentDate
                                               SucursalCupo
                                               CuentaDebe
                                               CuentaHaber
                                               InteresCausadoCob
                                               OrigenAsiento
                                               ReferenciaAsiento
                                         returning AsientoOk
                   MOVE "41020101"  TO CuentaHaber
                   INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                         using CurrentDate
                                               SucursalCupo
                                               CuentaDebe
                                               CuentaHaber
                                               InteresNoCausado
                                               OrigenAsiento
                                               ReferenciaAsiento
                                         returning AsientoOk
                END-IF

                REWRITE cupos-file
                END-REWRITE

                MOVE "S" TO HayMas
                OPEN I-O CupoMovimientos
                PERFORM BuscarMaxCmSeqAbono UNTIL NoHayMas
                COMPUTE CmSeq = MaxCmSeq + 1
                MOVE CupId        TO CmCupId
                MOVE CurrentDate  TO CmFecha
                MOVE "A"          TO CmTipo
                MOVE LSCanal      TO CmCanal
                MOVE LSMonto      TO CmMonto
                MOVE CupUtilizado TO CmUtilizado
                WRITE cupo-movimientos-file
                END-WRITE
                CLOSE CupoMovimientos

                MOVE 1 TO AbonoOk
                DISPLAY "Abono aplicado: interes " InteresPagado
                        " capital " CapitalPagado
                DISPLAY "Nuevo utilizado " CupUtilizado
                        " pago minimo pendiente " CupPagoMinimo
             END-IF.

       BuscarMaxCmSeqAbono.
             READ CupoMovimientos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CmSeq > MaxCmSeq THEN
                    MOVE CmSeq TO MaxCmSeq
                 END-IF
             END-READ.

       End Method AbonarCupo.
      *>----------------------------------------------

       Method-ID. ModificarCupo.
      *>----------------------------------------------
      *CAMBIO DE LIMITE, TASA O VENCIMIENTO DE UN CUPO VIGENTE. UN
      *VALOR EN CERO (O FECHA EN ESPACIOS) CONSERVA EL ACTUAL. EL
      *LIMITE NUNCA QUEDA POR DEBAJO DE LO YA UTILIZADO, Y EL
      *AUMENTO DE LIMITE PASA POR EL LIMITE DE CONCENTRACION
       Data Division.
        Local-Storage Section.
           77  LimiteAnterior  PIC 9(10)V99 VALUE 0.
           77  TitularCupo     PIC 9(9).
           77  FechaHoy        PIC X(8).
           77  MontoConcentracion PIC 9(12)V99.
           77  ConcentracionPasa PIC X VALUE "S".
           01  obj-fechaproceso object reference.
           01  obj-grupoeconomico object reference.

        Linkage Section.
           77  LSCupId         PIC 9(5).
           77  LSLimite        PIC 9(10)V99.
           77  LSTasaMensual   PIC 9V9999.
           77  LSFechaVence    PIC X(8).
           77  ModificarOk     PIC 9.

       Procedure Division using  LSCupId
                                 LSLimite
                                 LSTasaMensual
                                 LSFechaVence
                                 returning ModificarOk.

             MOVE 0 TO ModificarOk
             IF LSLimite NOT = 0 THEN
                OPEN INPUT Cupos
                MOVE LSCupId TO CupId
                READ Cupos
                  KEY IS CupId
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE CupLimite     TO LimiteAnterior
                    MOVE CupIdCustomer TO TitularCupo
                END-READ
                CLOSE Cupos
                IF LimiteAnterior NOT = 0
                   AND LSLimite > LimiteAnterior THEN
                   INVOKE fechaproceso "New"
                           RETURNING obj-fechaproceso
                   INVOKE obj-fechaproceso "GetFechaProceso"
                                             returning FechaHoy
                   COMPUTE MontoConcentracion =
                           LSLimite - LimiteAnterior
                   INVOKE grupoeconomico "New"
                           RETURNING obj-grupoeconomico
                   INVOKE obj-grupoeconomico "ValidarConcentracion"
                                     using TitularCupo
                                           MontoConcentracion
                                           FechaHoy
                                     returning ConcentracionPasa
                END-IF
             END-IF

             IF ConcentracionPasa = "N" THEN
                DISPLAY "El aumento supera el limite de"
                        " concentracion: el cupo no cambia"
             ELSE
             OPEN I-O Cupos
             MOVE LSCupId TO CupId
             READ Cupos
               KEY IS CupId
               INVALID KEY
                 DISPLAY "El cupo no existe"
               NOT INVALID KEY
                 IF NOT CupoActivo THEN
                    DISPLAY "El cupo esta cancelado"
                 ELSE
                 IF LSLimite NOT = 0
                    AND LSLimite < CupUtilizado THEN
                    DISPLAY "El limite no puede quedar por debajo de"
                            " lo utilizado " CupUtilizado
                 ELSE
                    IF LSLimite NOT = 0 THEN
                       MOVE LSLimite TO CupLimite
                    END-IF
                    IF LSTasaMensual NOT = 0 THEN
                       MOVE LSTasaMensual TO CupTasaMensual
                    END-IF
                    IF LSFechaVence NOT = SPACES THEN
                       MOVE LSFechaVence TO CupFechaVence
                    END-IF
                    REWRITE cupos-file
                    END-REWRITE
                    MOVE 1 TO ModificarOk
                    DISPLAY "Cupo " CupId " limite " CupLimite
                            " tasa " CupTasaMensual
                            " vence " CupFechaVence
                 END-IF
                 END-IF
             END-READ
             CLOSE Cupos
             END-IF.

       End Method ModificarCupo.
      *>----------------------------------------------

       Method-ID. CancelarCupo.
      *>----------------------------------------------
      *CANCELACION DEL CUPO A PEDIDO DEL CLIENTE O DEL BANCO: SOLO
      *CUANDO NO QUEDA NADA UTILIZADO NI INTERES POR PAGAR. EL
      *REGISTRO SE CONSERVA PARA LA HISTORIA
       Data Division.
        Linkage Section.
           77  LSCupId         PIC 9(5).
           77  CancelarOk      PIC 9.

       Procedure Division using  LSCupId
                                 returning CancelarOk.

             MOVE 0 TO CancelarOk
             OPEN I-O Cupos
             MOVE LSCupId TO CupId
             READ Cupos
               KEY IS CupId
               INVALID KEY
                 DISPLAY "El cupo no existe"
               NOT INVALID KEY
                 IF NOT CupoActivo THEN
                    DISPLAY "El cupo ya esta cancelado"
                 ELSE
                 IF CupUtilizado > 0
                    OR CupInteresFacturado > 0
                    OR CupInteresPorFacturar > 0 THEN
                    DISPLAY "El cupo tiene saldo pendiente: debe"
                            " pagarse antes de cancelarlo"
                 ELSE
                    MOVE "C" TO CupEstado
                    MOVE 0   TO CupPagoMinimo
                    REWRITE cupos-file
                    END-REWRITE
                    MOVE 1 TO CancelarOk
                    DISPLAY "El cupo " CupId " fue cancelado"
                 END-IF
                 END-IF
             END-READ
             CLOSE Cupos.

       End Method CancelarCupo.
      *>----------------------------------------------

       Method-ID. CausarInteresesCupos.
      *>----------------------------------------------
      *CAUSACION DIARIA DEL CIERRE: CADA CUPO VIGENTE GENERA EL
      *INTERES DE LOS DIAS CORRIDOS DESDE SU ULTIMA CAUSACION (MESES
      *COMERCIALES DE 30 DIAS) SOBRE LO UTILIZADO A SU TASA MENSUAL.
      *EL INTERES QUEDA POR FACTURAR AL CLIENTE Y SE CAUSA CONTRA LA
      *CUENTA POR COBRAR. IGUAL QUE EN PRESTAMOS, EL CUPO CUYA MORA
      *SUPERA LA CATEGORIA B DEJA DE CAUSAR Y SE LE REVERSA LO
      *CAUSADO NO COBRADO. UNA FECHA YA CAUSADA NO SE CAUSA DOS VECES
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  DiasMora        PIC S9(5).
           77  DiasCausar      PIC S9(5).
      *VigentePend, ReversoPend Y AsientoPend EVITAN QUE LOS
      *PARRAFOS ACTUEN CUANDO EL CONTROL CAE EN ELLOS AL FINAL DEL
      *METODO
           77  VigentePend     PIC X VALUE "N".
           77  ReversoPend     PIC X VALUE "N".
           77  AsientoPend     PIC X VALUE "N".
      *MORA MAXIMA DE LA CATEGORIA B SI LA TABLA NO LA TIENE
           77  UmbralNoCausa   PIC 9(3) VALUE 60.
           77  InteresDia      PIC 9(12)V99.
           77  InteresAsiento  PIC 9(12)V99.
           77  SucursalCupo    PIC 9(2).
           77  CuentaDebe      PIC X(8).
           77  CuentaHaber     PIC X(8).
           77  OrigenAsiento   PIC X(12) VALUE "CAUSACION".
           77  AsientoOk       PIC 9.
           01  ReferenciaAsiento.
               02  RACupId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  RADetalle   PIC X(14).
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaUltDesc.
               02  FUAnio      PIC 9(4).
               02  FUMes       PIC 99.
               02  FUDia       PIC 99.
           01  FechaImpDesc.
               02  FIAnio      PIC 9(4).
               02  FIMes       PIC 99.
               02  FIDia       PIC 99.
           01  obj-accounts     object reference.
           01  obj-contabilidad object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  LSMontoCausado   PIC 9(12)V99.
           77  TotalCausados    PIC 9(4).

       Procedure Division using  LSFecha
                                 LSMontoCausado
                                 returning TotalCausados.

             MOVE 0 TO TotalCausados
             MOVE 0 TO LSMontoCausado
             MOVE LSFecha TO FechaHoyDesc
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad

             OPEN INPUT Provisiones
               MOVE "B" TO ProvCategoria
               READ Provisiones
                 KEY IS ProvCategoria
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE ProvDiasHasta TO UmbralNoCausa
               END-READ
             CLOSE Provisiones

             MOVE "S" TO HayMas
             OPEN I-O Cupos
             PERFORM CausarCupoSiguiente UNTIL NoHayMas
             CLOSE Cupos

             DISPLAY "Cupos rotativos que causaron: " TotalCausados
             DISPLAY "Interes causado en cupos    : " LSMontoCausado.

       CausarCupoSiguiente.
             READ Cupos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CupoActivo
                    AND CupFechaUltCausa NOT = LSFecha THEN
                    MOVE "S" TO VigentePend
                    PERFORM CausarCupoVigente
                 END-IF
             END-READ.

       CausarCupoVigente.
             IF VigentePend = "S" THEN
                MOVE "N" TO VigentePend
                MOVE 0 TO DiasMora
                IF CupFechaImpago NOT = SPACES THEN
                   MOVE CupFechaImpago TO FechaImpDesc
                   COMPUTE DiasMora =
                           ((FHAnio - FIAnio) * 360)
                         + ((FHMes - FIMes) * 30)
                         + (FHDia - FIDia)
                END-IF
                IF DiasMora > UmbralNoCausa THEN
                   IF CausacionCupoActiva THEN
                      MOVE "SUSPENSION" TO RADetalle
                      MOVE "S" TO ReversoPend
                      PERFORM ReversarCausadoCupo
                      MOVE "S" TO CupCausacion
                      DISPLAY "Cupo " CupId " SUSPENDE causacion,"
                              " mora " DiasMora " dias"
                   END-IF
                ELSE
                   MOVE "A" TO CupCausacion
                END-IF

                IF CupFechaUltCausa = SPACES THEN
                   MOVE 1 TO DiasCausar
                ELSE
                   MOVE CupFechaUltCausa TO FechaUltDesc
                   COMPUTE DiasCausar =
                           ((FHAnio - FUAnio) * 360)
                         + ((FHMes - FUMes) * 30)
                         + (FHDia - FUDia)
                END-IF
                IF DiasCausar > 0 AND CupUtilizado > 0 THEN
                   COMPUTE InteresDia ROUNDED
                   = CupUtilizado * CupTasaMensual * DiasCausar / 30
      *EL INTERES SE LE COBRA AL CLIENTE AUNQUE ESTE SUSPENDIDO;
      *SOLO SE CAUSA MIENTRAS EL CUPO NO SUPERE EL UMBRAL DE MORA
                   IF InteresDia > 0 THEN
                      ADD InteresDia TO CupInteresPorFacturar
                      IF CausacionCupoActiva THEN
                         MOVE InteresDia  TO InteresAsiento
                         MOVE "CAUSACION" TO RADetalle
                         MOVE "16050101"  TO CuentaDebe
                         MOVE "41020101"  TO CuentaHaber
                         MOVE "S" TO AsientoPend
                         PERFORM AsentarCausacionCupo
                         ADD InteresDia TO CupCausadoAcum
                         ADD InteresDia TO LSMontoCausado
                         ADD 1 TO TotalCausados
                      END-IF
                   END-IF
                END-IF
                MOVE LSFecha TO CupFechaUltCausa
                REWRITE cupos-file
                END-REWRITE
             END-IF.

      *REVERSO DE LO CAUSADO NO COBRADO: SALE DEL INGRESO Y DE LA
      *CUENTA POR COBRAR
       ReversarCausadoCupo.
             IF ReversoPend = "S" THEN
                MOVE "N" TO ReversoPend
                IF CupCausadoAcum > 0 THEN
                   MOVE CupCausadoAcum TO InteresAsiento
                   MOVE "41020101" TO CuentaDebe
                   MOVE "16050101" TO CuentaHaber
                   MOVE "S" TO AsientoPend
                   PERFORM AsentarCausacionCupo
                   MOVE 0 TO CupCausadoAcum
                   DISPLAY "Cupo " CupId " reversa causado "
                           InteresAsiento
                END-IF
             END-IF.

       AsentarCausacionCupo.
             IF AsientoPend = "S" THEN
                MOVE "N" TO AsientoPend
                INVOKE obj-accounts "GetSucursal" using CupCuenta
                                   returning SucursalCupo
                MOVE CupId TO RACupId
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                   using LSFecha
                                         SucursalCupo
                                         CuentaDebe
                                         CuentaHaber
                                         InteresAsiento
                                         OrigenAsiento
                                         ReferenciaAsiento
                                   returning AsientoOk
             END-IF.

       End Method CausarInteresesCupos.
      *>----------------------------------------------

       Method-ID. FacturarCupos.
      *>----------------------------------------------
      *CORTE MENSUAL DE LOS CUPOS: EL INTERES CAUSADO EN EL CICLO
      *PASA A FACTURADO Y SE FIJA EL PAGO MINIMO (EL INTERES DEL
      *CICLO MAS UN PORCENTAJE DEL UTILIZADO, MAS LO QUE QUEDO SIN
      *PAGAR DEL MINIMO ANTERIOR), CON FECHA LIMITE A LOS 15 DIAS
      *COMERCIALES. EL MINIMO ANTERIOR SIN CUBRIR A SU FECHA LIMITE
      *DEJA EL CUPO EN MORA DESDE ESA FECHA. EL PORCENTAJE SALE DEL
      *PARAMETRO PCTMINCUPO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MaxCmSeq        PIC 9(9) VALUE 0.
           77  InteresCiclo    PIC 9(10)V99.
           77  CapitalMinimo   PIC 9(10)V99.
           77  DeudaTotal      PIC 9(10)V99.
           77  TotalMora       PIC 9(4).
           77  CodigoPctMin    PIC X(12) VALUE "PCTMINCUPO".
           77  ValorDefecto    PIC 9(12)V99.
           77  ValorParametro  PIC 9(12)V99.
           77  PctMinimo       PIC 9(3)V99.
      *FacturaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  FacturaPend     PIC X VALUE "N".
           01  FechaLimDesc.
               02  FLAnio      PIC 9(4).
               02  FLMes       PIC 99.
               02  FLDia       PIC 99.
           01  obj-parametro   object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalFacturados PIC 9(4).

       Procedure Division using  LSFecha
                                 returning TotalFacturados.

             MOVE 0 TO TotalFacturados
             MOVE 0 TO TotalMora
             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE 5 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoPctMin
                                        LSFecha
                                        ValorDefecto
                                  returning ValorParametro
             MOVE ValorParametro TO PctMinimo

      *LA FECHA LIMITE DE PAGO DE ESTE CORTE
             MOVE LSFecha TO FechaLimDesc
             ADD 15 TO FLDia
             IF FLDia > 30 THEN
                SUBTRACT 30 FROM FLDia
                ADD 1 TO FLMes
                IF FLMes > 12 THEN
                   MOVE 1 TO FLMes
                   ADD 1 TO FLAnio
                END-IF
             END-IF

             MOVE "S" TO HayMas
             OPEN INPUT CupoMovimientos
             PERFORM BuscarMaxCmSeqFac UNTIL NoHayMas
             CLOSE CupoMovimientos

             DISPLAY "Porcentaje del utilizado en el minimo: "
                     PctMinimo
             MOVE "S" TO HayMas
             OPEN I-O Cupos
             OPEN I-O CupoMovimientos
             PERFORM FacturarCupoSiguiente UNTIL NoHayMas
             CLOSE CupoMovimientos
             CLOSE Cupos

             DISPLAY "Cupos facturados         : " TotalFacturados
             DISPLAY "Cupos que entran en mora : " TotalMora.

       FacturarCupoSiguiente.
             READ Cupos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CupoActivo
                    AND CupFechaCorte NOT = LSFecha THEN
                    MOVE "S" TO FacturaPend
                    PERFORM FacturarCupo
                 END-IF
             END-READ.

       FacturarCupo.
             IF FacturaPend = "S" THEN
                MOVE "N" TO FacturaPend
      *MINIMO ANTERIOR NO CUBIERTO A SU FECHA LIMITE
                IF CupPagoMinimo > 0
                   AND CupFechaLimitePago NOT = SPACES
                   AND CupFechaLimitePago < LSFecha THEN
                   ADD 1 TO CupCortesMora
                   IF CupFechaImpago = SPACES THEN
                      MOVE CupFechaLimitePago TO CupFechaImpago
                      ADD 1 TO TotalMora
                   END-IF
                END-IF

                MOVE CupInteresPorFacturar TO InteresCiclo
                ADD InteresCiclo TO CupInteresFacturado
                MOVE 0 TO CupInteresPorFacturar
                COMPUTE CapitalMinimo ROUNDED
                      = CupUtilizado * PctMinimo / 100
                COMPUTE CupPagoMinimo = CupPagoMinimo
                                      + InteresCiclo
                                      + CapitalMinimo
                COMPUTE DeudaTotal = CupUtilizado
                                   + CupInteresFacturado
                IF CupPagoMinimo > DeudaTotal THEN
                   MOVE DeudaTotal TO CupPagoMinimo
                END-IF
                MOVE LSFecha TO CupFechaCorte
                IF CupPagoMinimo > 0 THEN
                   MOVE FechaLimDesc TO CupFechaLimitePago
                ELSE
                   MOVE SPACES TO CupFechaLimitePago
                END-IF
                REWRITE cupos-file
                END-REWRITE

                IF InteresCiclo > 0 OR CupPagoMinimo > 0 THEN
                   ADD 1 TO MaxCmSeq
                   MOVE MaxCmSeq     TO CmSeq
                   MOVE CupId        TO CmCupId
                   MOVE LSFecha      TO CmFecha
                   MOVE "F"          TO CmTipo
                   MOVE "B"          TO CmCanal
                   MOVE InteresCiclo TO CmMonto
                   MOVE CupUtilizado TO CmUtilizado
                   WRITE cupo-movimientos-file
                   END-WRITE
                   ADD 1 TO TotalFacturados
                   DISPLAY "Cupo " CupId " cuenta " CupCuenta
                           " interes " InteresCiclo
                           " minimo " CupPagoMinimo
                           " limite " CupFechaLimitePago
                END-IF
             END-IF.

       BuscarMaxCmSeqFac.
             READ CupoMovimientos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CmSeq > MaxCmSeq THEN
                    MOVE CmSeq TO MaxCmSeq
                 END-IF
             END-READ.

       End Method FacturarCupos.
      *>----------------------------------------------

       Method-ID. CalificarCupos.
      *>----------------------------------------------
      *CALIFICACION DE LOS CUPOS ROTATIVOS CON LA MISMA TABLA Y LAS
      *MISMAS CATEGORIAS DE LA CARTERA DE PRESTAMOS: LOS DIAS DE
      *MORA CORREN DESDE LA FECHA LIMITE DEL MINIMO MAS ANTIGUO SIN
      *PAGAR Y LA PROVISION SE CALCULA SOBRE LO UTILIZADO MAS EL
      *INTERES FACTURADO. EL REPORTE IMPRESO LLEVA LOS TOTALES DE
      *CONTROL POR CATEGORIA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  SaldoCupo       PIC 9(12)V99.
           77  DiasMora        PIC S9(5).
           77  Categoria       PIC X.
           77  PctAplicable    PIC 9(3)V99.
           77  ProvisionCupo   PIC 9(12)V99.
           77  IndCat          PIC 9.
           01  AcumCategorias.
               02  CatFila OCCURS 5.
                   03  CatCantidad  PIC 9(4).
                   03  CatSaldo     PIC 9(14)V99.
                   03  CatProvision PIC 9(14)V99.
           77  TotalProvision  PIC 9(14)V99.
           77  MontoControl    PIC S9(14)V99.
           01  FechaHoyDesc.
               02  FHAnio      PIC 9(4).
               02  FHMes       PIC 99.
               02  FHDia       PIC 99.
           01  FechaImpDesc.
               02  FIAnio      PIC 9(4).
               02  FIMes       PIC 99.
               02  FIDia       PIC 99.
           77  NombreImpresion   PIC X(30)
                                 VALUE "calificacion_cupos.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "CALIFICACION CUPOS ROTATIVOS".
           77  EncabezadoImpresion PIC X(80)
               VALUE "CUPO  CLIENTE   CAT DIAS SALDO PROVISION".
           01  LineaCupo.
               02  LQCupId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LQCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LQCategoria PIC X.
               02  FILLER      PIC X VALUE SPACE.
               02  LQDias      PIC 9(4).
               02  FILLER      PIC X VALUE SPACE.
               02  LQSaldo     PIC 9(12)V99.
               02  FILLER      PIC X VALUE SPACE.
               02  LQProvision PIC 9(12)V99.
               02  FILLER      PIC X VALUE SPACE.
               02  LQMarca     PIC X(9).
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSProvisionTotal PIC 9(14)V99.
           77  TotalCupos      PIC 9(4).

       Procedure Division using  LSFecha
                                 LSProvisionTotal
                                 returning TotalCupos.

             MOVE 0 TO TotalCupos
             MOVE 0 TO TotalProvision
             MOVE ZEROS TO AcumCategorias
             MOVE LSFecha TO FechaHoyDesc

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT Cupos
             OPEN INPUT Provisiones
             PERFORM CalificarCupoSiguiente UNTIL NoHayMas
             CLOSE Provisiones
             CLOSE Cupos

             DISPLAY "------------------------------------"
             MOVE 1 TO IndCat
             PERFORM MostrarCategoriaCupo UNTIL IndCat > 5
             DISPLAY "Provision total de cupos: " TotalProvision

             MOVE TotalProvision TO MontoControl
             MOVE TotalProvision TO LSProvisionTotal
             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl
             DISPLAY "Reporte impreso en"
                     " calificacion_cupos.txt".

       CalificarCupoSiguiente.
             READ Cupos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 COMPUTE SaldoCupo = CupUtilizado
                                   + CupInteresFacturado
                 IF CupoActivo AND SaldoCupo > 0 THEN
                    MOVE 0 TO DiasMora
                    IF CupFechaImpago NOT = SPACES THEN
                       MOVE CupFechaImpago TO FechaImpDesc
                       COMPUTE DiasMora =
                               ((FHAnio - FIAnio) * 360)
                             + ((FHMes - FIMes) * 30)
                             + (FHDia - FIDia)
                       IF DiasMora < 0 THEN
                          MOVE 0 TO DiasMora
                       END-IF
                    END-IF
                    PERFORM BuscarCategoriaCupo
                    COMPUTE ProvisionCupo ROUNDED
                    = SaldoCupo * PctAplicable / 100

                    MOVE CupId         TO LQCupId
                    MOVE CupIdCustomer TO LQCliente
                    MOVE Categoria     TO LQCategoria
                    MOVE DiasMora      TO LQDias
                    MOVE SaldoCupo     TO LQSaldo
                    MOVE ProvisionCupo TO LQProvision
                    IF CupFechaVence < LSFecha THEN
                       MOVE "VENCIDO"  TO LQMarca
                    ELSE
                       MOVE SPACES     TO LQMarca
                    END-IF
                    INVOKE obj-reporte "EscribirLinea" using
                                                    LineaCupo
                    DISPLAY LineaCupo

                    EVALUATE Categoria
                      WHEN "A" MOVE 1 TO IndCat
                      WHEN "B" MOVE 2 TO IndCat
                      WHEN "C" MOVE 3 TO IndCat
                      WHEN "D" MOVE 4 TO IndCat
                      WHEN OTHER MOVE 5 TO IndCat
                    END-EVALUATE
                    ADD 1 TO CatCantidad(IndCat)
                    ADD SaldoCupo TO CatSaldo(IndCat)
                    ADD ProvisionCupo TO CatProvision(IndCat)
                    ADD ProvisionCupo TO TotalProvision
                    ADD 1 TO TotalCupos
                 END-IF
             END-READ.

      *DE LA A A LA E, LA PRIMERA CATEGORIA CUYOS DIAS CUBREN LA
      *MORA DEL CUPO; SIN TABLA, CATEGORIA E AL 100%
       BuscarCategoriaCupo.
             MOVE "E" TO Categoria
             MOVE 100 TO PctAplicable
             MOVE "A" TO ProvCategoria
             PERFORM LeerYProbarCategoriaCupo
             IF Categoria = "E" THEN
                MOVE "B" TO ProvCategoria
                PERFORM LeerYProbarCategoriaCupo
             END-IF
             IF Categoria = "E" THEN
                MOVE "C" TO ProvCategoria
                PERFORM LeerYProbarCategoriaCupo
             END-IF
             IF Categoria = "E" THEN
                MOVE "D" TO ProvCategoria
                PERFORM LeerYProbarCategoriaCupo
             END-IF
             IF Categoria = "E" THEN
                MOVE "E" TO ProvCategoria
                READ Provisiones
                  KEY IS ProvCategoria
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE ProvPct TO PctAplicable
                END-READ
             END-IF.

       LeerYProbarCategoriaCupo.
             READ Provisiones
               KEY IS ProvCategoria
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF DiasMora NOT > ProvDiasHasta
                    AND Categoria = "E" THEN
                    MOVE ProvCategoria TO Categoria
                    MOVE ProvPct       TO PctAplicable
                 END-IF
             END-READ.

       MostrarCategoriaCupo.
             IF CatCantidad(IndCat) > 0 THEN
                EVALUATE IndCat
                  WHEN 1 DISPLAY "Categoria A: "
                                 CatCantidad(1) " saldo "
                                 CatSaldo(1) " provision "
                                 CatProvision(1)
                  WHEN 2 DISPLAY "Categoria B: "
                                 CatCantidad(2) " saldo "
                                 CatSaldo(2) " provision "
                                 CatProvision(2)
                  WHEN 3 DISPLAY "Categoria C: "
                                 CatCantidad(3) " saldo "
                                 CatSaldo(3) " provision "
                                 CatProvision(3)
                  WHEN 4 DISPLAY "Categoria D: "
                                 CatCantidad(4) " saldo "
                                 CatSaldo(4) " provision "
                                 CatProvision(4)
                  WHEN 5 DISPLAY "Categoria E: "
                                 CatCantidad(5) " saldo "
                                 CatSaldo(5) " provision "
                                 CatProvision(5)
                END-EVALUATE
             END-IF
             ADD 1 TO IndCat.

       End Method CalificarCupos.
      *>----------------------------------------------

       end object.
       end class Cupo.
