      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. CajillaSeguridad as "cajilla"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           transacition is class "transacition"
           embargo      is class "embargo"
           gmf          is class "gmf"
           proteccion   is class "proteccion"
           contabilidad is class "contabilidad"
           notificacion is class "notificacion"
           parametro    is class "parametro"
           reporte      is class "reporte"
           cajilla      is class "cajilla".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cajillas ASSIGN TO "cajillas.dat"
           organization is indexed
           access is dynamic
           record key is CjaClave.

           SELECT ContratosCajilla ASSIGN TO "contratos_cajilla.dat"
           organization is indexed
           access is dynamic
           record key is CtrId.

           SELECT AccesosCajilla ASSIGN TO "accesos_cajilla.dat"
           organization is sequential.

           SELECT CobrosCajilla ASSIGN TO "cobros_cajilla.dat"
           organization is sequential.

       DATA DIVISION.
       FILE SECTION.
       FD Cajillas.
      *INVENTARIO DE CAJILLAS DE SEGURIDAD DE CADA SUCURSAL, CON SU
      *TAMANO Y EL CANON ANUAL QUE SE COBRA EN CADA ANIVERSARIO DEL
      *CONTRATO (UN CAMBIO DE CANON RIGE DESDE EL SIGUIENTE COBRO).
      *TAMANO: P=PEQUENA, M=MEDIANA, G=GRANDE
      *ESTADO: D=DISPONIBLE, A=ALQUILADA, B=ALQUILADA Y BLOQUEADA
      *POR CANON IMPAGO, F=FUERA DE SERVICIO (PERFORADA, A LA ESPERA
      *DEL CAMBIO DE CERRADURA)
       01 cajillas-file.
           05  CjaClave.
               10  CjaSucursal  PIC 9(2).
               10  CjaNumero    PIC 9(4).
           05  CjaTamano        PIC X.
               88  CajillaPequena  VALUE "P".
               88  CajillaMediana  VALUE "M".
               88  CajillaGrande   VALUE "G".
           05  CjaCanon         PIC 9(10)V99.
           05  CjaEstado        PIC X.
               88  CajillaDisponible VALUE "D".
               88  CajillaAlquilada  VALUE "A".
               88  CajillaBloqueada  VALUE "B".
               88  CajillaFuera      VALUE "F".
           05  CjaContrato      PIC 9(6).

       FD ContratosCajilla.
      *CONTRATOS DE ALQUILER: UN CLIENTE, UNA CAJILLA Y LA CUENTA DE
      *LA QUE SE DEBITA EL CANON. CtrFechaVence ES EL ANIVERSARIO
      *HASTA EL QUE ESTA PAGADO EL CANON.
      *ESTADO: V=VIGENTE, B=BLOQUEADO POR CANON IMPAGO (SIN ACCESO A
      *LA CAJILLA), C=CERRADO CON ENTREGA DE LLAVES, P=CERRADO POR
      *PERFORACION (ACTA, TESTIGO E INVENTARIO DEL CONTENIDO QUE
      *QUEDA EN CUSTODIA DEL BANCO)
       01 contratos-cajilla-file.
           05  CtrId            PIC 9(6).
           05  CtrSucursal      PIC 9(2).
           05  CtrNumero        PIC 9(4).
           05  CtrCliente       PIC 9(9).
           05  CtrCuenta        PIC X(9).
           05  CtrFechaInicio   PIC X(8).
           05  CtrFechaVence    PIC X(8).
           05  CtrEstado        PIC X.
               88  ContratoVigente   VALUE "V".
               88  ContratoBloqueado VALUE "B".
               88  ContratoCerrado   VALUE "C".
               88  ContratoPerforado VALUE "P".
           05  CtrFechaBloqueo  PIC X(8).
           05  CtrFechaCierre   PIC X(8).
           05  CtrOperador      PIC 9(9).
           05  CtrActa          PIC X(12).
           05  CtrTestigo       PIC 9(9).
           05  CtrInventario    PIC X(40).

       FD AccesosCajilla.
      *BITACORA DE VISITAS A LAS CAJILLAS, INCLUIDAS LAS RECHAZADAS.
      *TIPO: V=VISITA, R=VISITA RECHAZADA, E=ENTREGA DE LLAVES AL
      *CIERRE, P=APERTURA POR PERFORACION
       01 accesos-cajilla-file.
           05  AccContrato      PIC 9(6).
           05  AccSucursal      PIC 9(2).
           05  AccNumero        PIC 9(4).
           05  AccCliente       PIC 9(9).
           05  AccFecha         PIC X(8).
           05  AccHora          PIC X(4).
           05  AccOperador      PIC 9(9).
           05  AccTipo          PIC X.
           05  AccMotivo        PIC X(20).

       FD CobrosCajilla.
      *COBROS DEBITADOS, PARA EL INGRESO MENSUAL POR SUCURSAL.
      *CONCEPTO: C=CANON ANUAL, P=COSTO DE LA PERFORACION
       01 cobros-cajilla-file.
           05  CobContrato      PIC 9(6).
           05  CobSucursal      PIC 9(2).
           05  CobNumero        PIC 9(4).
           05  CobFecha         PIC X(8).
           05  CobConcepto      PIC X.
           05  CobMonto         PIC 9(10)V99.

       object-storage section.
      *DATOS QUE DEVUELVE CBL_CHECK_FILE_EXIST
       01  DatosArchivo.
           02  DAVTamano    PIC 9(18) COMP-X.
           02  DAVDia       PIC 99 COMP-X.
           02  DAVMes       PIC 99 COMP-X.
           02  DAVAnio      PIC 9(4) COMP-X.
           02  DAVHora      PIC 99 COMP-X.
           02  DAVMinuto    PIC 99 COMP-X.
           02  DAVSegundo   PIC 99 COMP-X.
           02  DAVCentesima PIC 99 COMP-X.
       77  NombreAccesos    PIC X(30) VALUE "accesos_cajilla.dat".
       77  NombreCobros     PIC X(30) VALUE "cobros_cajilla.dat".

       procedure division.

       Method-ID. RegistrarCajilla.
      *>----------------------------------------------
      *ALTA DE UNA CAJILLA EN EL INVENTARIO DE LA SUCURSAL, O CAMBIO
      *DE TAMANO Y CANON DE UNA YA REGISTRADA (SU ESTADO NO CAMBIA)
       Data Division.
        Linkage Section.
           77  LSSucursal    PIC 9(2).
           77  LSNumero      PIC 9(4).
           77  LSTamano      PIC X.
           77  LSCanon       PIC 9(10)V99.
           77  RegistroOk    PIC 9.

       Procedure Division using  LSSucursal
                                 LSNumero
                                 LSTamano
                                 LSCanon
                                 returning RegistroOk.

          MOVE 0 TO RegistroOk
          IF LSTamano NOT = "P" AND LSTamano NOT = "M"
             AND LSTamano NOT = "G" THEN
             DISPLAY "Tamano no valido (P, M o G)"
          ELSE
             OPEN I-O Cajillas
               MOVE LSSucursal TO CjaSucursal
               MOVE LSNumero   TO CjaNumero
               READ Cajillas
                 KEY IS CjaClave
                 INVALID KEY
                   MOVE LSSucursal TO CjaSucursal
                   MOVE LSNumero   TO CjaNumero
                   MOVE LSTamano   TO CjaTamano
                   MOVE LSCanon    TO CjaCanon
                   MOVE "D"        TO CjaEstado
                   MOVE 0          TO CjaContrato
                   WRITE cajillas-file
                   END-WRITE
                   DISPLAY "Cajilla registrada como disponible"
                 NOT INVALID KEY
                   MOVE LSTamano   TO CjaTamano
                   MOVE LSCanon    TO CjaCanon
                   REWRITE cajillas-file
                   END-REWRITE
                   DISPLAY "Cajilla actualizada; el canon rige desde"
                   DISPLAY "el siguiente aniversario de su contrato"
               END-READ
             CLOSE Cajillas
             MOVE 1 TO RegistroOk
          END-IF.

       End Method RegistrarCajilla.
      *>----------------------------------------------

       Method-ID. ListarCajillas.
      *>----------------------------------------------
      *INVENTARIO DE UNA SUCURSAL CON EL ESTADO DE CADA CAJILLA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  EstadoTexto   PIC X(17).

        Linkage Section.
           77  LSSucursal    PIC 9(2).
           77  TotalCajillas PIC 9(4).

       Procedure Division using  LSSucursal
                                 returning TotalCajillas.

             MOVE 0   TO TotalCajillas
             MOVE "S" TO HayMas
             OPEN INPUT Cajillas
             PERFORM ListarCajillaSiguiente UNTIL NoHayMas
             CLOSE Cajillas
             IF TotalCajillas = 0 THEN
                DISPLAY "La sucursal no tiene cajillas registradas"
             END-IF.

       ListarCajillaSiguiente.
             READ Cajillas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CjaSucursal = LSSucursal THEN
                    EVALUATE TRUE
                      WHEN CajillaDisponible
                        MOVE "DISPONIBLE"        TO EstadoTexto
                      WHEN CajillaAlquilada
                        MOVE "ALQUILADA"         TO EstadoTexto
                      WHEN CajillaBloqueada
                        MOVE "BLOQUEADA"         TO EstadoTexto
                      WHEN OTHER
                        MOVE "FUERA DE SERVICIO" TO EstadoTexto
                    END-EVALUATE
                    DISPLAY "Cajilla " CjaNumero " tamano " CjaTamano
                            " canon " CjaCanon " " EstadoTexto
                            " contrato " CjaContrato
                    ADD 1 TO TotalCajillas
                 END-IF
             END-READ.

       End Method ListarCajillas.
      *>----------------------------------------------

       Method-ID. AbrirContrato.
      *>----------------------------------------------
      *ALQUILER DE UNA CAJILLA DISPONIBLE A UN TITULAR DE LA CUENTA
      *DE COBRO (AHORROS O CORRIENTE, ACTIVA). EL PRIMER CANON ANUAL
      *SE DEBITA AL FIRMAR: SI NO SE PUEDE DEBITAR NO HAY CONTRATO.
      *DEVUELVE EL NUMERO DE CONTRATO, O CERO SI NO SE ABRIO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
      *ContratoPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  ContratoPend  PIC X VALUE "N".
           77  MaxCtrId      PIC 9(6) VALUE 0.
           77  NuevoCtrId    PIC 9(6).
           77  existeCajilla PIC 9 VALUE 0.
           77  CanonCajilla  PIC 9(10)V99.
           77  existeCuenta  PIC 9.
           77  EstadoCuenta  PIC 9.
           77  IdTitular1    PIC 9(9).
           77  IdTitular2    PIC 9(9).
           01  TipoCuenta    PIC 9.
               88  CuentaPlazoFijo VALUE 2.
           77  LimiteSobregiro PIC 9(10)V99.
           77  MontoMinimo   PIC 9(10)V99.
           77  FechaVencCta  PIC X(8).
           77  TipoCobro     PIC X VALUE "C".
           77  DebitoOk      PIC 9.
           01  FechaCalculo.
               02  FCAnio    PIC 9(4).
               02  FCMes     PIC 99.
               02  FCDia     PIC 99.
           01  obj-accounts  object reference.

        Linkage Section.
           77  LSSucursal    PIC 9(2).
           77  LSNumero      PIC 9(4).
           77  LSCliente     PIC 9(9).
           77  LSCuenta      PIC X(9).
           77  LSFecha       PIC X(8).
           77  LSOperador    PIC 9(9).
           77  LSContrato    PIC 9(6).

       Procedure Division using  LSSucursal
                                 LSNumero
                                 LSCliente
                                 LSCuenta
                                 LSFecha
                                 LSOperador
                                 returning LSContrato.

             MOVE 0 TO LSContrato
             MOVE "S" TO ContratoPend
             OPEN INPUT Cajillas
               MOVE LSSucursal TO CjaSucursal
               MOVE LSNumero   TO CjaNumero
               READ Cajillas
                 KEY IS CjaClave
                 INVALID KEY
                   DISPLAY "La cajilla no existe en la sucursal"
                 NOT INVALID KEY
                   IF CajillaDisponible THEN
                      MOVE 1        TO existeCajilla
                      MOVE CjaCanon TO CanonCajilla
                   ELSE
                      DISPLAY "La cajilla no esta disponible"
                   END-IF
               END-READ
             CLOSE Cajillas

             IF existeCajilla = 1 THEN
                INVOKE accounts "New"
                        RETURNING obj-accounts
                INVOKE obj-accounts "BuscarCuenta" using LSCuenta
                                          returning existeCuenta
                IF existeCuenta = 0 THEN
                   DISPLAY "La cuenta de cobro no existe"
                ELSE
                   INVOKE obj-accounts "GetEstadoCuenta" using
                                                    LSCuenta
                                          returning EstadoCuenta
                   INVOKE obj-accounts "GetTitulares" using LSCuenta
                                                    IdTitular1
                                                    IdTitular2
                   INVOKE obj-accounts "GetLimitesCuenta" using
                                                    LSCuenta
                                                    TipoCuenta
                                                    LimiteSobregiro
                                                    MontoMinimo
                                                    FechaVencCta
                   EVALUATE TRUE
                     WHEN EstadoCuenta NOT = 0
                       DISPLAY "La cuenta de cobro no esta activa"
                     WHEN CuentaPlazoFijo
                       DISPLAY "Un plazo fijo no sirve como cuenta"
                       DISPLAY "de cobro del canon"
                     WHEN IdTitular1 NOT = LSCliente
                      AND IdTitular2 NOT = LSCliente
                       DISPLAY "El cliente no es titular de la"
                       DISPLAY "cuenta de cobro"
                     WHEN OTHER
                       PERFORM FirmarContrato
                   END-EVALUATE
                END-IF
             END-IF
             MOVE "N" TO ContratoPend.

      *NUMERA EL CONTRATO, DEBITA EL PRIMER CANON Y SOLO SI EL
      *DEBITO PASA GRABA EL CONTRATO Y ALQUILA LA CAJILLA
       FirmarContrato.
           IF ContratoPend = "S" THEN
             MOVE "S" TO HayMas
             OPEN INPUT ContratosCajilla
             PERFORM BuscarMaxCtrId UNTIL NoHayMas
             CLOSE ContratosCajilla
             COMPUTE NuevoCtrId = MaxCtrId + 1

      *UNA CAJILLA SIN CANON (CORTESIA) NO SE DEBITA
             IF CanonCajilla = 0 THEN
                MOVE 1 TO DebitoOk
             ELSE
                INVOKE "DebitarCajilla" using NuevoCtrId
                                              LSSucursal
                                              LSNumero
                                              LSCuenta
                                              CanonCajilla
                                              TipoCobro
                                              LSFecha
                                    returning DebitoOk
             END-IF
             IF DebitoOk = 0 THEN
                DISPLAY "No se pudo debitar el primer canon: el"
                DISPLAY "contrato no se abre"
             ELSE
                MOVE LSFecha TO FechaCalculo
                ADD 1 TO FCAnio
                IF FCMes = 2 AND FCDia = 29 THEN
                   MOVE 28 TO FCDia
                END-IF
                OPEN I-O ContratosCajilla
                MOVE NuevoCtrId   TO CtrId
                MOVE LSSucursal   TO CtrSucursal
                MOVE LSNumero     TO CtrNumero
                MOVE LSCliente    TO CtrCliente
                MOVE LSCuenta     TO CtrCuenta
                MOVE LSFecha      TO CtrFechaInicio
                MOVE FechaCalculo TO CtrFechaVence
                MOVE "V"          TO CtrEstado
                MOVE SPACES       TO CtrFechaBloqueo
                MOVE SPACES       TO CtrFechaCierre
                MOVE LSOperador   TO CtrOperador
                MOVE SPACES       TO CtrActa
                MOVE 0            TO CtrTestigo
                MOVE SPACES       TO CtrInventario
                WRITE contratos-cajilla-file
                END-WRITE
                CLOSE ContratosCajilla

                OPEN I-O Cajillas
                MOVE LSSucursal TO CjaSucursal
                MOVE LSNumero   TO CjaNumero
                READ Cajillas
                  KEY IS CjaClave
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE "A"        TO CjaEstado
                    MOVE NuevoCtrId TO CjaContrato
                    REWRITE cajillas-file
                    END-REWRITE
                END-READ
                CLOSE Cajillas
                MOVE NuevoCtrId TO LSContrato
             END-IF
           END-IF.

       BuscarMaxCtrId.
           IF ContratoPend = "S" THEN
             READ ContratosCajilla NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CtrId > MaxCtrId THEN
                    MOVE CtrId TO MaxCtrId
                 END-IF
             END-READ
           END-IF.

       End Method AbrirContrato.
      *>----------------------------------------------

       Method-ID. DebitarCajilla.
      *>----------------------------------------------
      *DEBITO DEL CANON O DEL COSTO DE LA PERFORACION EN LA CUENTA
      *DE COBRO, CON LAS MISMAS REGLAS DE FONDOS QUE LAS CUOTAS DE
      *PRESTAMO: CUENTA ACTIVA, SIN TOCAR LO EMBARGADO, CORRIENTE
      *HASTA SU CUPO DE SOBREGIRO (CON EL BARRIDO DE LA PROTECCION)
      *Y AHORROS HASTA SU SALDO MINIMO. EL COBRO QUEDA COMO RETIRO
      *TIPO 1 CON SU CONCEPTO, PAGA GMF, SE RECLASIFICA AL INGRESO
      *EN LA SUCURSAL DE LA CAJILLA Y SE ANOTA PARA EL REPORTE
      *MENSUAL. TIPO: C=CANON, P=PERFORACION
      *CUENTAS CONTABLES:
      *  11010101 CAJA
      *  42150104 CANON Y SERVICIOS DE CAJILLAS DE SEGURIDAD
       Data Division.
        Local-Storage Section.
           77  EstadoCuenta  PIC 9.
           77  Montoactual   PIC S9(10)V99.
           77  montonuevo    PIC S9(10)V99.
           77  montoverificacion PIC S9(10)V99.
           77  MontoEmbargado PIC 9(10)V99.
           01  TipoCuenta    PIC 9.
               88  CuentaAhorro    VALUE ZERO.
               88  CuentaCorriente VALUE 1.
               88  CuentaPlazoFijo VALUE 2.
           77  LimiteSobregiro PIC 9(10)V99.
           77  MontoMinimo   PIC 9(10)V99.
           77  FechaVencCta  PIC X(8).
           77  FaltanteSobregiro PIC 9(10)V99.
           77  MontoBarrido  PIC 9(10)V99.
           77  MontoGMF      PIC 9(10)V99.
           77  TransaccionOk PIC 9.
           77  ConceptoCobro PIC X(20).
           77  CuentaDebe    PIC X(8) VALUE "11010101".
           77  CuentaHaber   PIC X(8) VALUE "42150104".
           77  OrigenAsiento PIC X(12) VALUE "CAJILLAS".
           01  ReferenciaAsiento.
               02  FILLER    PIC X(8) VALUE "CAJILLA ".
               02  RASucursal PIC 9(2).
               02  FILLER    PIC X VALUE "-".
               02  RANumero  PIC 9(4).
               02  FILLER    PIC X(5) VALUE SPACES.
           77  MontoAsiento  PIC 9(12)V99.
           77  AsientoOk     PIC 9.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.
           01  obj-accounts     object reference.
           01  obj-transacition object reference.
           01  obj-embargo      object reference.
           01  obj-gmf          object reference.
           01  obj-proteccion   object reference.
           01  obj-contabilidad object reference.

        Linkage Section.
           77  LSContrato    PIC 9(6).
           77  LSSucursal    PIC 9(2).
           77  LSNumero      PIC 9(4).
           77  LSCuenta      PIC X(9).
           77  LSMonto       PIC 9(10)V99.
           77  LSTipoCobro   PIC X.
           77  LSFecha       PIC X(8).
           77  DebitoOk      PIC 9.

       Procedure Division using  LSContrato
                                 LSSucursal
                                 LSNumero
                                 LSCuenta
                                 LSMonto
                                 LSTipoCobro
                                 LSFecha
                                 returning DebitoOk.

             MOVE 0 TO DebitoOk
             ACCEPT CurrentTime FROM TIME
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE obj-accounts "GetEstadoCuenta" using LSCuenta
                                       returning EstadoCuenta
             IF EstadoCuenta = 0 AND LSMonto > 0 THEN
                INVOKE obj-accounts "GetLimitesCuenta" using
                                               LSCuenta
                                               TipoCuenta
                                               LimiteSobregiro
                                               MontoMinimo
                                               FechaVencCta
                INVOKE obj-accounts "GetMonto" using LSCuenta
                                          returning Montoactual
                INVOKE embargo "New"
                        RETURNING obj-embargo
                INVOKE obj-embargo "TotalEmbargosActivos" using
                                               LSCuenta
                                     returning MontoEmbargado
                COMPUTE montonuevo = Montoactual - LSMonto
                COMPUTE montoverificacion
                      = montonuevo - MontoEmbargado
                IF CuentaCorriente AND montoverificacion <
                                       (0 - LimiteSobregiro) THEN
                   COMPUTE FaltanteSobregiro =
                           (0 - LimiteSobregiro)
                           - montoverificacion
                   INVOKE proteccion "New"
                           RETURNING obj-proteccion
                   INVOKE obj-proteccion "CubrirSobregiro"
                                   using LSCuenta FaltanteSobregiro
                                         LSFecha CurrentTime
                         returning MontoBarrido
                   ADD MontoBarrido TO montonuevo
                   ADD MontoBarrido TO montoverificacion
                END-IF
                EVALUATE TRUE
                  WHEN CuentaCorriente
                    IF montoverificacion NOT <
                                     (0 - LimiteSobregiro) THEN
                       MOVE 1 TO DebitoOk
                    END-IF
                  WHEN CuentaAhorro
                    IF montoverificacion NOT < MontoMinimo THEN
                       MOVE 1 TO DebitoOk
                    END-IF
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
             END-IF

             IF DebitoOk = 1 THEN
                IF LSTipoCobro = "P" THEN
                   MOVE "PERFORACION CAJILLA" TO ConceptoCobro
                ELSE
                   MOVE "CANON CAJILLA"       TO ConceptoCobro
                END-IF
                INVOKE obj-accounts "SetMonto" using montonuevo
                                                     LSCuenta
      *TIPO 1 = RETIRO (CANON O PERFORACION DE LA CAJILLA)
                INVOKE transacition "New"
                        RETURNING obj-transacition
                INVOKE obj-transacition "CrearTransancionConcepto"
                                using LSFecha CurrentTime
                                      1
                                      LSCuenta
                                      LSMonto
                                      ConceptoCobro
                      returning TransaccionOk
                INVOKE gmf "New"
                        RETURNING obj-gmf
                INVOKE obj-gmf "CobrarGMF"
                                using LSFecha CurrentTime
                                      LSCuenta
                                      LSMonto
                      returning MontoGMF
      *INGRESO DE LA CAJILLA: EL RETIRO TIPO 1 SALE DE CAJA EN LA
      *CONTABILIDAD DIARIA; ESTE ASIENTO LO RECLASIFICA
                MOVE LSSucursal TO RASucursal
                MOVE LSNumero   TO RANumero
                MOVE LSMonto    TO MontoAsiento
                INVOKE contabilidad "New"
                        RETURNING obj-contabilidad
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                using LSFecha
                                      LSSucursal
                                      CuentaDebe
                                      CuentaHaber
                                      MontoAsiento
                                      OrigenAsiento
                                      ReferenciaAsiento
                      returning AsientoOk

                CALL "CBL_CHECK_FILE_EXIST" using NombreCobros
                                                  DatosArchivo
                IF RETURN-CODE = 0 THEN
                   OPEN EXTEND CobrosCajilla
                ELSE
                   OPEN OUTPUT CobrosCajilla
                END-IF
                MOVE LSContrato  TO CobContrato
                MOVE LSSucursal  TO CobSucursal
                MOVE LSNumero    TO CobNumero
                MOVE LSFecha     TO CobFecha
                MOVE LSTipoCobro TO CobConcepto
                MOVE LSMonto     TO CobMonto
                WRITE cobros-cajilla-file
                END-WRITE
                CLOSE CobrosCajilla
             END-IF.

       End Method DebitarCajilla.
      *>----------------------------------------------

       Method-ID. AnotarAcceso.
      *>----------------------------------------------
      *AGREGA UNA FILA A LA BITACORA DE VISITAS CON LA HORA ACTUAL
       Data Division.
        Local-Storage Section.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

        Linkage Section.
           77  LSContrato    PIC 9(6).
           77  LSSucursal    PIC 9(2).
           77  LSNumero      PIC 9(4).
           77  LSCliente     PIC 9(9).
           77  LSFecha       PIC X(8).
           77  LSOperador    PIC 9(9).
           77  LSTipo        PIC X.
           77  LSMotivo      PIC X(20).

       Procedure Division using  LSContrato
                                 LSSucursal
                                 LSNumero
                                 LSCliente
                                 LSFecha
                                 LSOperador
                                 LSTipo
                                 LSMotivo.

             ACCEPT CurrentTime FROM TIME
             CALL "CBL_CHECK_FILE_EXIST" using NombreAccesos
                                               DatosArchivo
             IF RETURN-CODE = 0 THEN
                OPEN EXTEND AccesosCajilla
             ELSE
                OPEN OUTPUT AccesosCajilla
             END-IF
             MOVE LSContrato  TO AccContrato
             MOVE LSSucursal  TO AccSucursal
             MOVE LSNumero    TO AccNumero
             MOVE LSCliente   TO AccCliente
             MOVE LSFecha     TO AccFecha
             MOVE CurrentTime TO AccHora
             MOVE LSOperador  TO AccOperador
             MOVE LSTipo      TO AccTipo
             MOVE LSMotivo    TO AccMotivo
             WRITE accesos-cajilla-file
             END-WRITE
             CLOSE AccesosCajilla.

       End Method AnotarAcceso.
      *>----------------------------------------------

       Method-ID. RegistrarAcceso.
      *>----------------------------------------------
      *VISITA A LA CAJILLA: SOLO CON EL CONTRATO VIGENTE (UN
      *CONTRATO BLOQUEADO POR CANON IMPAGO NO DA ACCESO) Y SOLO PARA
      *EL CLIENTE DEL CONTRATO O EL OTRO TITULAR DE LA CUENTA DE
      *COBRO. TODO INTENTO, PERMITIDO O NO, QUEDA EN LA BITACORA
       Data Division.
        Local-Storage Section.
           77  IdTitular1    PIC 9(9).
           77  IdTitular2    PIC 9(9).
           77  TipoAcceso    PIC X.
           77  MotivoAcceso  PIC X(20).
           77  SucContrato   PIC 9(2).
           77  NumContrato   PIC 9(4).
           01  obj-accounts  object reference.

        Linkage Section.
           77  LSContrato    PIC 9(6).
           77  LSCliente     PIC 9(9).
           77  LSFecha       PIC X(8).
           77  LSOperador    PIC 9(9).
           77  AccesoOk      PIC 9.

       Procedure Division using  LSContrato
                                 LSCliente
                                 LSFecha
                                 LSOperador
                                 returning AccesoOk.

          MOVE 0 TO AccesoOk
          MOVE SPACES TO TipoAcceso
          OPEN INPUT ContratosCajilla
            MOVE LSContrato TO CtrId
            READ ContratosCajilla
              KEY IS CtrId
              INVALID KEY
                DISPLAY "El contrato no existe"
              NOT INVALID KEY
                MOVE CtrSucursal TO SucContrato
                MOVE CtrNumero   TO NumContrato
                MOVE "R"         TO TipoAcceso
                INVOKE accounts "New"
                        RETURNING obj-accounts
                INVOKE obj-accounts "GetTitulares" using CtrCuenta
                                                         IdTitular1
                                                         IdTitular2
                EVALUATE TRUE
                  WHEN ContratoBloqueado
                    MOVE "CANON IMPAGO" TO MotivoAcceso
                  WHEN NOT ContratoVigente
                    MOVE "CONTRATO CERRADO" TO MotivoAcceso
                  WHEN LSCliente NOT = CtrCliente
                   AND LSCliente NOT = IdTitular1
                   AND LSCliente NOT = IdTitular2
                    MOVE "NO AUTORIZADO" TO MotivoAcceso
                  WHEN OTHER
                    MOVE "V"      TO TipoAcceso
                    MOVE "VISITA" TO MotivoAcceso
                    MOVE 1        TO AccesoOk
                END-EVALUATE
            END-READ
          CLOSE ContratosCajilla

          IF TipoAcceso NOT = SPACES THEN
             INVOKE "AnotarAcceso" using LSContrato
                                         SucContrato
                                         NumContrato
                                         LSCliente
                                         LSFecha
                                         LSOperador
                                         TipoAcceso
                                         MotivoAcceso
             IF AccesoOk = 1 THEN
                DISPLAY "Acceso permitido a la cajilla " NumContrato
             ELSE
                DISPLAY "Acceso RECHAZADO: " MotivoAcceso
             END-IF
          END-IF.

       End Method RegistrarAcceso.
      *>----------------------------------------------

       Method-ID. ListarContratos.
      *>----------------------------------------------
      *CONTRATOS DE UN CLIENTE, CON SU ESTADO Y SU ANIVERSARIO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  EstadoTexto   PIC X(10).

        Linkage Section.
           77  LSCliente     PIC 9(9).
           77  TotalContratos PIC 9(4).

       Procedure Division using  LSCliente
                                 returning TotalContratos.

             MOVE 0   TO TotalContratos
             MOVE "S" TO HayMas
             OPEN INPUT ContratosCajilla
             PERFORM ListarContratoSiguiente UNTIL NoHayMas
             CLOSE ContratosCajilla
             IF TotalContratos = 0 THEN
                DISPLAY "El cliente no tiene contratos de cajilla"
             END-IF.

       ListarContratoSiguiente.
             READ ContratosCajilla NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CtrCliente = LSCliente THEN
                    EVALUATE TRUE
                      WHEN ContratoVigente
                        MOVE "VIGENTE"    TO EstadoTexto
                      WHEN ContratoBloqueado
                        MOVE "BLOQUEADO"  TO EstadoTexto
                      WHEN ContratoCerrado
                        MOVE "CERRADO"    TO EstadoTexto
                      WHEN OTHER
                        MOVE "PERFORADO"  TO EstadoTexto
                    END-EVALUATE
                    DISPLAY "Contrato " CtrId " sucursal " CtrSucursal
                            " cajilla " CtrNumero " " EstadoTexto
                    DISPLAY "   cuenta " CtrCuenta " desde "
                            CtrFechaInicio " pagado hasta "
                            CtrFechaVence
                    IF ContratoPerforado THEN
                       DISPLAY "   acta " CtrActa " contenido: "
                               CtrInventario
                    END-IF
                    ADD 1 TO TotalContratos
                 END-IF
             END-READ.

       End Method ListarContratos.
      *>----------------------------------------------

       Method-ID. ListarAccesos.
      *>----------------------------------------------
      *BITACORA DE VISITAS DE UN CONTRATO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSContrato    PIC 9(6).
           77  TotalAccesos  PIC 9(4).

       Procedure Division using  LSContrato
                                 returning TotalAccesos.

             MOVE 0 TO TotalAccesos
             CALL "CBL_CHECK_FILE_EXIST" using NombreAccesos
                                               DatosArchivo
             IF RETURN-CODE = 0 THEN
                MOVE "S" TO HayMas
                OPEN INPUT AccesosCajilla
                PERFORM ListarAccesoSiguiente UNTIL NoHayMas
                CLOSE AccesosCajilla
             END-IF
             IF TotalAccesos = 0 THEN
                DISPLAY "El contrato no registra visitas"
             END-IF.

       ListarAccesoSiguiente.
             READ AccesosCajilla NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF AccContrato = LSContrato THEN
                    DISPLAY AccFecha " " AccHora " cliente "
                            AccCliente " operador " AccOperador
                            " " AccTipo " " AccMotivo
                    ADD 1 TO TotalAccesos
                 END-IF
             END-READ.

       End Method ListarAccesos.
      *>----------------------------------------------

       Method-ID. CobrarCanones.
      *>----------------------------------------------
      *COBRO DIARIO DEL CANON ANUAL: CADA CONTRATO VIGENTE QUE LLEGO
      *A SU ANIVERSARIO Y CADA CONTRATO BLOQUEADO (SE REINTENTA TODOS
      *LOS DIAS). CON EL DEBITO EL CONTRATO QUEDA PAGADO UN ANO MAS
      *Y UN BLOQUEADO SE DESBLOQUEA; SIN FONDOS EL CONTRATO Y LA
      *CAJILLA QUEDAN BLOQUEADOS (SIN ACCESO) Y SE AVISA AL CLIENTE.
      *CON CONTRATO EN CERO SE COBRA SOLO ESE CONTRATO (REINTENTO EN
      *VENTANILLA DESPUES DE QUE EL CLIENTE CONSIGNA). EL DETALLE
      *SALE EN canon_cajillas.txt
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
      *CobroPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL CAE
      *EN ELLOS AL FINAL DEL METODO
           77  CobroPend     PIC X VALUE "N".
           77  CanonCajilla  PIC 9(10)V99.
           77  CajillaLeida  PIC X.
           77  TipoCobro     PIC X VALUE "C".
           77  DebitoOk      PIC 9.
           77  TotalCobrado  PIC 9(12)V99 VALUE 0.
           77  MontoControl  PIC S9(14)V99.
           77  DatoClaro     PIC X(20).
           77  DatoMascara   PIC X(20).
           77  EventoBloqueo PIC X(3) VALUE "CJB".
           01  ReferenciaNotif.
               02  FILLER    PIC X(8) VALUE "CAJILLA ".
               02  RNSucursal PIC 9(2).
               02  FILLER    PIC X VALUE "-".
               02  RNNumero  PIC 9(4).
           01  FechaCalculo.
               02  FCAnio    PIC 9(4).
               02  FCMes     PIC 99.
               02  FCDia     PIC 99.
           77  NombreImpresion PIC X(30)
                       VALUE "canon_cajillas.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "COBRO CANON CAJILLAS".
           01  EncabezadoImpresion.
               02  FILLER      PIC X(40)
                   VALUE "  CONTR.  SUC CAJI  CUENTA".
               02  FILLER      PIC X(40)
                   VALUE "         CANON ANIVERS.  RESULTADO".
           77  LineaImpresion  PIC X(80).
           01  LineaCanon.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LCContrato  PIC 9(6).
               02  FILLER      PIC X(3) VALUE SPACES.
               02  LCSucursal  PIC 9(2).
               02  FILLER      PIC X VALUE SPACE.
               02  LCNumero    PIC 9(4).
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LCCuenta    PIC X(20).
               02  FILLER      PIC X VALUE SPACE.
               02  LCCanon     PIC Z(9)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCVence     PIC X(8).
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LCResultado PIC X(12).
               02  FILLER      PIC X(3) VALUE SPACES.
           01  obj-reporte      object reference.
           01  obj-notificacion object reference.

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  LSContrato    PIC 9(6).
           77  LSBloqueados  PIC 9(5).
           77  TotalCobrados PIC 9(5).

       Procedure Division using  LSFecha
                                 LSContrato
                                 LSBloqueados
                                 returning TotalCobrados.

             MOVE 0 TO TotalCobrados
             MOVE 0 TO LSBloqueados
             MOVE "S" TO CobroPend
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using NombreImpresion
                                    TituloImpresion
                                    LSFecha
                                    EncabezadoImpresion
             MOVE "S" TO HayMas
             OPEN I-O ContratosCajilla
             OPEN I-O Cajillas
             PERFORM CobrarContratoSiguiente UNTIL NoHayMas
             CLOSE Cajillas
             CLOSE ContratosCajilla
             MOVE TotalCobrado TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                              using MontoControl
             MOVE "N" TO CobroPend.

       CobrarContratoSiguiente.
           IF CobroPend = "S" THEN
             READ ContratosCajilla NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF (LSContrato = 0 OR LSContrato = CtrId)
                    AND (ContratoBloqueado
                         OR (ContratoVigente
                             AND CtrFechaVence NOT > LSFecha)) THEN
                    PERFORM CobrarContrato
                 END-IF
             END-READ
           END-IF.

       CobrarContrato.
           IF CobroPend = "S" THEN
             MOVE CtrSucursal TO CjaSucursal
             MOVE CtrNumero   TO CjaNumero
             READ Cajillas
               KEY IS CjaClave
               INVALID KEY
                 MOVE "N" TO CajillaLeida
                 MOVE 0 TO CanonCajilla
               NOT INVALID KEY
                 MOVE "S" TO CajillaLeida
                 MOVE CjaCanon TO CanonCajilla
             END-READ
             IF CanonCajilla = 0 THEN
                MOVE 1 TO DebitoOk
             ELSE
                INVOKE "DebitarCajilla" using CtrId
                                              CtrSucursal
                                              CtrNumero
                                              CtrCuenta
                                              CanonCajilla
                                              TipoCobro
                                              LSFecha
                                    returning DebitoOk
             END-IF
             MOVE CtrId       TO LCContrato
             MOVE CtrSucursal TO LCSucursal
             MOVE CtrNumero   TO LCNumero
             MOVE CtrCuenta   TO DatoClaro
             INVOKE obj-reporte "EnmascararDato" using DatoClaro
                                         returning DatoMascara
             MOVE DatoMascara   TO LCCuenta
             MOVE CanonCajilla  TO LCCanon
             MOVE CtrFechaVence TO LCVence
             IF DebitoOk = 1 THEN
                MOVE CtrFechaVence TO FechaCalculo
                ADD 1 TO FCAnio
                IF FCMes = 2 AND FCDia = 29 THEN
                   MOVE 28 TO FCDia
                END-IF
                MOVE FechaCalculo TO CtrFechaVence
                IF ContratoBloqueado THEN
                   MOVE "DESBLOQUEADO" TO LCResultado
                ELSE
                   MOVE "COBRADO"      TO LCResultado
                END-IF
                MOVE "V"    TO CtrEstado
                MOVE SPACES TO CtrFechaBloqueo
                MOVE "A"    TO CjaEstado
                ADD CanonCajilla TO TotalCobrado
                ADD 1 TO TotalCobrados
             ELSE
                IF ContratoBloqueado THEN
                   MOVE "SIGUE BLOQ." TO LCResultado
                ELSE
                   MOVE "BLOQUEADO"   TO LCResultado
                   MOVE "B"     TO CtrEstado
                   MOVE LSFecha TO CtrFechaBloqueo
                   MOVE CtrSucursal TO RNSucursal
                   MOVE CtrNumero   TO RNNumero
                   INVOKE obj-notificacion "RegistrarNotificacion"
                                         using CtrCliente
                                               ReferenciaNotif
                                               EventoBloqueo
                                               LSFecha
                END-IF
                MOVE "B" TO CjaEstado
                ADD 1 TO LSBloqueados
             END-IF
             REWRITE contratos-cajilla-file
             END-REWRITE
             IF CajillaLeida = "S" THEN
                REWRITE cajillas-file
                END-REWRITE
             END-IF
             MOVE LineaCanon TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea" using LineaImpresion
             DISPLAY "Contrato " CtrId " " LCResultado
           END-IF.

       End Method CobrarCanones.
      *>----------------------------------------------

       Method-ID. CerrarContrato.
      *>----------------------------------------------
      *CIERRE DEL CONTRATO. TIPO N (NORMAL): EL CLIENTE DESOCUPA LA
      *CAJILLA Y ENTREGA LAS LLAVES; EXIGE EL CANON AL DIA (UN
      *CONTRATO BLOQUEADO PAGA PRIMERO) Y LA CAJILLA VUELVE A
      *DISPONIBLE. TIPO P (PERFORACION): LA CAJILLA SE ABRE SIN EL
      *CLIENTE (MORA PROLONGADA O LLAVES PERDIDAS) ANTE UN TESTIGO
      *DISTINTO DEL OPERADOR, CON ACTA E INVENTARIO DEL CONTENIDO
      *QUE QUEDA EN CUSTODIA DEL BANCO; SE DEBITA EL COSTO DE LA
      *PERFORACION (PARAMETRO COSTOPERFORA) SI LA CUENTA LO CUBRE,
      *SE AVISA AL CLIENTE Y LA CAJILLA QUEDA FUERA DE SERVICIO
      *HASTA EL CAMBIO DE CERRADURA
       Data Division.
        Local-Storage Section.
           77  SucContrato   PIC 9(2).
           77  NumContrato   PIC 9(4).
           77  ClienteContrato PIC 9(9).
           77  CuentaContrato PIC X(9).
           77  NuevoEstadoCaj PIC X.
           77  TipoAcceso    PIC X.
           77  MotivoAcceso  PIC X(20).
           77  TipoCobro     PIC X VALUE "P".
           77  DebitoOk      PIC 9.
           77  CodigoCosto   PIC X(12) VALUE "COSTOPERFORA".
           77  ValorDefecto  PIC 9(12)V99.
           77  CostoParametro PIC 9(12)V99.
           77  CostoPerforacion PIC 9(10)V99.
           77  EventoPerfora PIC X(3) VALUE "CJP".
           01  ReferenciaNotif.
               02  FILLER    PIC X(8) VALUE "CAJILLA ".
               02  RNSucursal PIC 9(2).
               02  FILLER    PIC X VALUE "-".
               02  RNNumero  PIC 9(4).
           01  obj-parametro    object reference.
           01  obj-notificacion object reference.

        Linkage Section.
           77  LSContrato    PIC 9(6).
           77  LSTipo        PIC X.
           77  LSFecha       PIC X(8).
           77  LSOperador    PIC 9(9).
           77  LSTestigo     PIC 9(9).
           77  LSActa        PIC X(12).
           77  LSInventario  PIC X(40).
           77  CierreOk      PIC 9.

       Procedure Division using  LSContrato
                                 LSTipo
                                 LSFecha
                                 LSOperador
                                 LSTestigo
                                 LSActa
                                 LSInventario
                                 returning CierreOk.

          MOVE 0 TO CierreOk
          OPEN I-O ContratosCajilla
            MOVE LSContrato TO CtrId
            READ ContratosCajilla
              KEY IS CtrId
              INVALID KEY
                DISPLAY "El contrato no existe"
              NOT INVALID KEY
                EVALUATE TRUE
                  WHEN NOT ContratoVigente AND NOT ContratoBloqueado
                    DISPLAY "El contrato ya esta cerrado"
                  WHEN LSTipo = "N" AND ContratoBloqueado
                    DISPLAY "El contrato tiene el canon impago: debe"
                    DISPLAY "pagarse antes de entregar la cajilla"
                  WHEN LSTipo = "N"
                    MOVE "C"      TO CtrEstado
                    MOVE "D"      TO NuevoEstadoCaj
                    MOVE "E"      TO TipoAcceso
                    MOVE "ENTREGA DE LLAVES" TO MotivoAcceso
                    MOVE 1        TO CierreOk
                  WHEN LSTipo = "P" AND (LSActa = SPACES
                                OR LSInventario = SPACES)
                    DISPLAY "La perforacion exige acta e inventario"
                  WHEN LSTipo = "P" AND (LSTestigo = 0
                                OR LSTestigo = LSOperador)
                    DISPLAY "La perforacion exige un testigo distinto"
                    DISPLAY "del operador"
                  WHEN LSTipo = "P"
                    MOVE "P"          TO CtrEstado
                    MOVE LSActa       TO CtrActa
                    MOVE LSTestigo    TO CtrTestigo
                    MOVE LSInventario TO CtrInventario
                    MOVE "F"          TO NuevoEstadoCaj
                    MOVE "P"          TO TipoAcceso
                    MOVE "PERFORACION" TO MotivoAcceso
                    MOVE 1            TO CierreOk
                  WHEN OTHER
                    DISPLAY "Tipo de cierre no valido (N o P)"
                END-EVALUATE
                IF CierreOk = 1 THEN
                   MOVE LSFecha     TO CtrFechaCierre
                   MOVE CtrSucursal TO SucContrato
                   MOVE CtrNumero   TO NumContrato
                   MOVE CtrCliente  TO ClienteContrato
                   MOVE CtrCuenta   TO CuentaContrato
                   REWRITE contratos-cajilla-file
                   END-REWRITE
                END-IF
            END-READ
          CLOSE ContratosCajilla

          IF CierreOk = 1 THEN
             OPEN I-O Cajillas
               MOVE SucContrato TO CjaSucursal
               MOVE NumContrato TO CjaNumero
               READ Cajillas
                 KEY IS CjaClave
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE NuevoEstadoCaj TO CjaEstado
                   MOVE 0              TO CjaContrato
                   REWRITE cajillas-file
                   END-REWRITE
               END-READ
             CLOSE Cajillas

             INVOKE "AnotarAcceso" using LSContrato
                                         SucContrato
                                         NumContrato
                                         ClienteContrato
                                         LSFecha
                                         LSOperador
                                         TipoAcceso
                                         MotivoAcceso

             IF LSTipo = "P" THEN
                INVOKE parametro "New"
                        RETURNING obj-parametro
                MOVE 250000 TO ValorDefecto
                INVOKE obj-parametro "ObtenerParametro"
                                     using CodigoCosto
                                           LSFecha
                                           ValorDefecto
                                     returning CostoParametro
                MOVE CostoParametro TO CostoPerforacion
                IF CostoPerforacion > 0 THEN
                   INVOKE "DebitarCajilla" using LSContrato
                                                 SucContrato
                                                 NumContrato
                                                 CuentaContrato
                                                 CostoPerforacion
                                                 TipoCobro
                                                 LSFecha
                                       returning DebitoOk
                   IF DebitoOk = 1 THEN
                      DISPLAY "Costo de la perforacion debitado: "
                              CostoPerforacion
                   ELSE
                      DISPLAY "La cuenta no cubre el costo de la"
                      DISPLAY "perforacion (" CostoPerforacion
                              "): queda por cobrar al cliente"
                   END-IF
                END-IF
                MOVE SucContrato TO RNSucursal
                MOVE NumContrato TO RNNumero
                INVOKE notificacion "New"
                        RETURNING obj-notificacion
                INVOKE obj-notificacion "RegistrarNotificacion"
                                      using ClienteContrato
                                            ReferenciaNotif
                                            EventoPerfora
                                            LSFecha
                DISPLAY "Cajilla fuera de servicio hasta el cambio"
                DISPLAY "de cerradura"
             ELSE
                DISPLAY "Contrato cerrado; la cajilla queda"
                DISPLAY "disponible"
             END-IF
          END-IF.

       End Method CerrarContrato.
      *>----------------------------------------------

       Method-ID. HabilitarCajilla.
      *>----------------------------------------------
      *UNA CAJILLA PERFORADA VUELVE A DISPONIBLE CUANDO SE CAMBIA SU
      *CERRADURA
       Data Division.
        Linkage Section.
           77  LSSucursal    PIC 9(2).
           77  LSNumero      PIC 9(4).
           77  HabilitaOk    PIC 9.

       Procedure Division using  LSSucursal
                                 LSNumero
                                 returning HabilitaOk.

          MOVE 0 TO HabilitaOk
          OPEN I-O Cajillas
            MOVE LSSucursal TO CjaSucursal
            MOVE LSNumero   TO CjaNumero
            READ Cajillas
              KEY IS CjaClave
              INVALID KEY
                DISPLAY "La cajilla no existe en la sucursal"
              NOT INVALID KEY
                IF CajillaFuera THEN
                   MOVE "D" TO CjaEstado
                   REWRITE cajillas-file
                   END-REWRITE
                   MOVE 1 TO HabilitaOk
                ELSE
                   DISPLAY "La cajilla no esta fuera de servicio"
                END-IF
            END-READ
          CLOSE Cajillas.

       End Method HabilitarCajilla.
      *>----------------------------------------------

       Method-ID. ReasignarCliente.
      *>----------------------------------------------
      *FUSION DE CLIENTES DUPLICADOS: LOS CONTRATOS DE CAJILLA DEL
      *DUPLICADO PASAN AL CLIENTE QUE SOBREVIVE
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSIdViejo     PIC 9(9).
           77  LSIdNuevo     PIC 9(9).
           77  TotalReasignados PIC 9(4).

       Procedure Division using  LSIdViejo  LSIdNuevo
                                 returning TotalReasignados.

             MOVE 0   TO TotalReasignados
             MOVE "S" TO HayMas
             OPEN I-O ContratosCajilla
             PERFORM ReasignarContratoSiguiente UNTIL NoHayMas
             CLOSE ContratosCajilla.

       ReasignarContratoSiguiente.
             READ ContratosCajilla NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CtrCliente = LSIdViejo THEN
                    MOVE LSIdNuevo TO CtrCliente
                    REWRITE contratos-cajilla-file
                    END-REWRITE
                    ADD 1 TO TotalReasignados
                 END-IF
             END-READ.

       End Method ReasignarCliente.
      *>----------------------------------------------

       Method-ID. ReporteOcupacion.
      *>----------------------------------------------
      *REPORTE MENSUAL POR SUCURSAL (cajillas_ocupacion.txt): EL
      *INVENTARIO POR ESTADO AL MOMENTO DE CORRER, LA OCUPACION
      *(ALQUILADAS MAS BLOQUEADAS SOBRE EL TOTAL) Y EL INGRESO DEL
      *MES POR CANON Y POR PERFORACIONES. EL TOTAL DE CONTROL ES EL
      *INGRESO DEL MES
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
      *OcupacionPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  OcupacionPend PIC X VALUE "N".
           77  IndSuc        PIC 9(3).
           77  Ocupadas      PIC 9(5).
           77  MontoControl  PIC S9(14)V99.
           01  TablaOcupacion.
               02  Ocupacion OCCURS 100.
                   03  OcTotal       PIC 9(5).
                   03  OcAlquiladas  PIC 9(5).
                   03  OcBloqueadas  PIC 9(5).
                   03  OcDisponibles PIC 9(5).
                   03  OcFuera       PIC 9(5).
                   03  OcCanon       PIC 9(12)V99.
                   03  OcPerforacion PIC 9(12)V99.
           01  TotalesOcupacion.
               02  TtTotal       PIC 9(5) VALUE 0.
               02  TtAlquiladas  PIC 9(5) VALUE 0.
               02  TtBloqueadas  PIC 9(5) VALUE 0.
               02  TtDisponibles PIC 9(5) VALUE 0.
               02  TtFuera       PIC 9(5) VALUE 0.
               02  TtCanon       PIC 9(12)V99 VALUE 0.
               02  TtPerforacion PIC 9(12)V99 VALUE 0.
           77  NombreImpresion PIC X(30)
                       VALUE "cajillas_ocupacion.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "OCUPACION E INGRESO CAJILLAS".
           01  EncabezadoImpresion.
               02  FILLER      PIC X(40)
                   VALUE "  SUC TOTAL  ALQU  BLOQ  DISP  F.S. %OCU".
               02  FILLER      PIC X(40)
                   VALUE "P   CANON DEL MES    PERFORACION".
           77  LineaImpresion  PIC X(80).
           01  LineaOcupacion.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LOSucursal  PIC X(3).
               02  FILLER      PIC X VALUE SPACE.
               02  LOTotal     PIC ZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LOAlquiladas PIC ZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LOBloqueadas PIC ZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LODisponibles PIC ZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LOFuera     PIC ZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LOPorcentaje PIC ZZ9.9.
               02  FILLER      PIC X VALUE SPACE.
               02  LOCanon     PIC Z(11)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LOPerforacion PIC Z(10)9.99.
               02  FILLER      PIC X(8) VALUE SPACES.
           77  Porcentaje      PIC 999V9.
           77  SucursalEnCurso PIC 9(2).
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSMes         PIC X(6).
           77  LSFecha       PIC X(8).
           77  TotalCajillas PIC 9(5).

       Procedure Division using  LSMes
                                 LSFecha
                                 returning TotalCajillas.

             MOVE "S" TO OcupacionPend
             INITIALIZE TablaOcupacion
             MOVE "S" TO HayMas
             OPEN INPUT Cajillas
             PERFORM ContarCajillaSiguiente UNTIL NoHayMas
             CLOSE Cajillas

             CALL "CBL_CHECK_FILE_EXIST" using NombreCobros
                                               DatosArchivo
             IF RETURN-CODE = 0 THEN
                MOVE "S" TO HayMas
                OPEN INPUT CobrosCajilla
                PERFORM SumarCobroSiguiente UNTIL NoHayMas
                CLOSE CobrosCajilla
             END-IF

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using NombreImpresion
                                    TituloImpresion
                                    LSFecha
                                    EncabezadoImpresion
             MOVE 1 TO IndSuc
             PERFORM ListarOcupacionSucursal UNTIL IndSuc > 100

             MOVE "TOT"         TO LOSucursal
             MOVE TtTotal       TO LOTotal
             MOVE TtAlquiladas  TO LOAlquiladas
             MOVE TtBloqueadas  TO LOBloqueadas
             MOVE TtDisponibles TO LODisponibles
             MOVE TtFuera       TO LOFuera
             MOVE 0 TO Porcentaje
             IF TtTotal > 0 THEN
                COMPUTE Porcentaje ROUNDED =
                        (TtAlquiladas + TtBloqueadas) * 100 / TtTotal
             END-IF
             MOVE Porcentaje    TO LOPorcentaje
             MOVE TtCanon       TO LOCanon
             MOVE TtPerforacion TO LOPerforacion
             MOVE SPACES TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea" using LineaImpresion
             MOVE LineaOcupacion TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea" using LineaImpresion

             COMPUTE MontoControl = TtCanon + TtPerforacion
             INVOKE obj-reporte "CerrarReporte"
                              using MontoControl
             MOVE TtTotal TO TotalCajillas
             DISPLAY "Cajillas en inventario: " TtTotal
             DISPLAY "Ingreso del mes       : " MontoControl
             MOVE "N" TO OcupacionPend.

       ContarCajillaSiguiente.
           IF OcupacionPend = "S" THEN
             READ Cajillas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 COMPUTE IndSuc = CjaSucursal + 1
                 ADD 1 TO OcTotal(IndSuc)
                 ADD 1 TO TtTotal
                 EVALUATE TRUE
                   WHEN CajillaAlquilada
                     ADD 1 TO OcAlquiladas(IndSuc)
                     ADD 1 TO TtAlquiladas
                   WHEN CajillaBloqueada
                     ADD 1 TO OcBloqueadas(IndSuc)
                     ADD 1 TO TtBloqueadas
                   WHEN CajillaDisponible
                     ADD 1 TO OcDisponibles(IndSuc)
                     ADD 1 TO TtDisponibles
                   WHEN OTHER
                     ADD 1 TO OcFuera(IndSuc)
                     ADD 1 TO TtFuera
                 END-EVALUATE
             END-READ
           END-IF.

       SumarCobroSiguiente.
           IF OcupacionPend = "S" THEN
             READ CobrosCajilla NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CobFecha(1:6) = LSMes THEN
                    COMPUTE IndSuc = CobSucursal + 1
                    IF CobConcepto = "P" THEN
                       ADD CobMonto TO OcPerforacion(IndSuc)
                       ADD CobMonto TO TtPerforacion
                    ELSE
                       ADD CobMonto TO OcCanon(IndSuc)
                       ADD CobMonto TO TtCanon
                    END-IF
                 END-IF
             END-READ
           END-IF.

       ListarOcupacionSucursal.
           IF OcupacionPend = "S" THEN
             IF OcTotal(IndSuc) > 0 OR OcCanon(IndSuc) > 0
                OR OcPerforacion(IndSuc) > 0 THEN
                COMPUTE Ocupadas = OcAlquiladas(IndSuc)
                                 + OcBloqueadas(IndSuc)
                MOVE 0 TO Porcentaje
                IF OcTotal(IndSuc) > 0 THEN
                   COMPUTE Porcentaje ROUNDED =
                           Ocupadas * 100 / OcTotal(IndSuc)
                END-IF
                COMPUTE SucursalEnCurso = IndSuc - 1
                MOVE SPACES TO LOSucursal
                MOVE SucursalEnCurso TO LOSucursal(2:2)
                MOVE OcTotal(IndSuc)       TO LOTotal
                MOVE OcAlquiladas(IndSuc)  TO LOAlquiladas
                MOVE OcBloqueadas(IndSuc)  TO LOBloqueadas
                MOVE OcDisponibles(IndSuc) TO LODisponibles
                MOVE OcFuera(IndSuc)       TO LOFuera
                MOVE Porcentaje            TO LOPorcentaje
                MOVE OcCanon(IndSuc)       TO LOCanon
                MOVE OcPerforacion(IndSuc) TO LOPerforacion
                MOVE LineaOcupacion TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea" using LineaImpresion
             END-IF
           END-IF
           ADD 1 TO IndSuc.

       End Method ReporteOcupacion.
      *>----------------------------------------------

       end object.
       end class CajillaSeguridad.
