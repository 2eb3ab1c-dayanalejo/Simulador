      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Proteccion as "proteccion"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           transacition is class "transacition"
           embargo      is class "embargo"
           canje        is class "canje"
           bolsillo     is class "bolsillo"
           compratarjeta is class "compratarjeta"
           proteccion   is class "proteccion".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Protecciones ASSIGN TO "proteccion_sobregiro.dat"
           organization is indexed
           access is dynamic
           record key is PSCuentaCorriente.

       DATA DIVISION.
       FILE SECTION.
       FD Protecciones.
      *CUENTA DE AHORROS QUE RESPALDA UNA CUENTA CORRIENTE: CUANDO
      *UN DEBITO LLEVARIA LA CORRIENTE MAS ALLA DE SU CUPO DE
      *SOBREGIRO, O CUANDO AMANECE EN ROJO, EL FALTANTE SE TRAE DE
      *LA CUENTA DE AHORROS DEL MISMO TITULAR. UNA SOLA POR CORRIENTE
       01 protecciones-file.
           05  PSCuentaCorriente   PIC X(9).
           05  PSCuentaAhorro      PIC X(9).
           05  PSFechaAlta         PIC X(8).
           05  PSEstado            PIC X.
               88  ProteccionActiva   VALUE "A".
               88  ProteccionInactiva VALUE "I".

       Method-ID. VincularCuenta.
      *>----------------------------------------------
      *VINCULA LA CUENTA DE AHORROS QUE CUBRE LOS SOBREGIROS DE UNA
      *CORRIENTE. AMBAS DEBEN ESTAR ACTIVAS, SER DEL MISMO TITULAR
      *PRINCIPAL Y DE LA MISMA MONEDA. VINCULAR OTRA REEMPLAZA LA
      *ANTERIOR
       Data Division.
        Local-Storage Section.
           77  TipoCuentaActual       PIC 9.
               88  CuentaAhorro       VALUE 0.
               88  CuentaCorriente    VALUE 1.
               88  CuentaPlazoFijo    VALUE 2.
           77  LimiteSobregiroActual  PIC 9(10)V99.
           77  MontoMinimoActual      PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  EstadoCorriente        PIC 9.
           77  EstadoAhorro           PIC 9.
           77  TitCorriente1          PIC 9(9).
           77  TitCorriente2          PIC 9(9).
           77  TitAhorro1             PIC 9(9).
           77  TitAhorro2             PIC 9(9).
           77  MonedaCorriente        PIC X(3).
           77  MonedaAhorro           PIC X(3).
           77  Existe                 PIC X VALUE "N".
               88  YaExiste           VALUE "S".
           01  obj-accounts           object reference.

        Linkage Section.
           77  LSCuentaCorriente  PIC X(9).
           77  LSCuentaAhorro     PIC X(9).
           77  LSFecha            PIC X(8).
           77  LSVinculoOk        PIC 9.

       Procedure Division using  LSCuentaCorriente
                                 LSCuentaAhorro
                                 LSFecha
                                 returning LSVinculoOk.

             MOVE 0 TO LSVinculoOk
             INVOKE accounts "New"
                     RETURNING obj-accounts

             MOVE 9 TO TipoCuentaActual
             INVOKE obj-accounts "GetLimitesCuenta" using
                                               LSCuentaCorriente
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
             IF NOT CuentaCorriente THEN
                DISPLAY "La cuenta a proteger debe ser corriente"
             ELSE
             MOVE 9 TO TipoCuentaActual
             INVOKE obj-accounts "GetLimitesCuenta" using
                                               LSCuentaAhorro
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual
             IF NOT CuentaAhorro THEN
                DISPLAY "La cuenta que respalda debe ser de ahorros"
             ELSE
             INVOKE obj-accounts "GetEstadoCuenta"
                                 using LSCuentaCorriente
                                 returning EstadoCorriente
             INVOKE obj-accounts "GetEstadoCuenta"
                                 using LSCuentaAhorro
                                 returning EstadoAhorro
             IF EstadoCorriente NOT = 0 OR EstadoAhorro NOT = 0 THEN
                DISPLAY "Las dos cuentas deben estar activas"
             ELSE
             MOVE 0 TO TitCorriente1
             MOVE 0 TO TitAhorro1
             INVOKE obj-accounts "GetTitulares" using
                                                 LSCuentaCorriente
                                                 TitCorriente1
                                                 TitCorriente2
             INVOKE obj-accounts "GetTitulares" using LSCuentaAhorro
                                                      TitAhorro1
                                                      TitAhorro2
             IF TitCorriente1 NOT = TitAhorro1 THEN
                DISPLAY "Las cuentas no son del mismo titular"
             ELSE
             INVOKE obj-accounts "GetMoneda" using LSCuentaCorriente
                                         returning MonedaCorriente
             INVOKE obj-accounts "GetMoneda" using LSCuentaAhorro
                                         returning MonedaAhorro
             IF MonedaCorriente NOT = MonedaAhorro THEN
                DISPLAY "Las cuentas no son de la misma moneda"
             ELSE
                OPEN I-O Protecciones
                MOVE LSCuentaCorriente TO PSCuentaCorriente
                READ Protecciones
                  KEY IS PSCuentaCorriente
                  INVALID KEY
                    MOVE "N" TO Existe
                  NOT INVALID KEY
                    MOVE "S" TO Existe
                END-READ
                MOVE LSCuentaCorriente TO PSCuentaCorriente
                MOVE LSCuentaAhorro TO PSCuentaAhorro
                MOVE LSFecha TO PSFechaAlta
                MOVE "A" TO PSEstado
                IF YaExiste THEN
                   REWRITE protecciones-file
                ELSE
                   WRITE protecciones-file
                END-IF
                CLOSE Protecciones
                MOVE 1 TO LSVinculoOk
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF.

       End Method VincularCuenta.
      *>----------------------------------------------

       Method-ID. DesvincularCuenta.
      *>----------------------------------------------
      *RETIRA LA PROTECCION DE SOBREGIRO DE UNA CORRIENTE. EL
      *REGISTRO QUEDA INACTIVO COMO HISTORIA DEL VINCULO
       Data Division.
        Linkage Section.
           77  LSCuentaCorriente  PIC X(9).
           77  LSDesvinculoOk     PIC 9.

       Procedure Division using  LSCuentaCorriente
                                 returning LSDesvinculoOk.

             MOVE 0 TO LSDesvinculoOk
             OPEN I-O Protecciones
             MOVE LSCuentaCorriente TO PSCuentaCorriente
             READ Protecciones
               KEY IS PSCuentaCorriente
               INVALID KEY
                 DISPLAY "La cuenta no tiene proteccion de sobregiro"
               NOT INVALID KEY
                 IF ProteccionActiva THEN
                    MOVE "I" TO PSEstado
                    REWRITE protecciones-file
                    MOVE 1 TO LSDesvinculoOk
                 ELSE
                    DISPLAY "La proteccion ya estaba retirada"
                 END-IF
             END-READ
             CLOSE Protecciones.

       End Method DesvincularCuenta.
      *>----------------------------------------------

       Method-ID. DisponibleProteccion.
      *>----------------------------------------------
      *CUANTO PUEDE APORTAR HOY LA CUENTA DE AHORROS VINCULADA A
      *UNA CORRIENTE, SIN MOVER NADA. LO USAN LAS VALIDACIONES
      *PREVIAS PARA NO RECHAZAR LO QUE EL BARRIDO VA A CUBRIR
       Data Division.
        Local-Storage Section.
           77  CuentaRespaldo PIC X(9) VALUE SPACES.
           01  obj-proteccion object reference.

        Linkage Section.
           77  LSCuentaCorriente  PIC X(9).
           77  LSDisponible       PIC 9(10)V99.

       Procedure Division using  LSCuentaCorriente
                                 returning LSDisponible.

             MOVE 0 TO LSDisponible
             OPEN INPUT Protecciones
             MOVE LSCuentaCorriente TO PSCuentaCorriente
             READ Protecciones
               KEY IS PSCuentaCorriente
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF ProteccionActiva THEN
                    MOVE PSCuentaAhorro TO CuentaRespaldo
                 END-IF
             END-READ
             CLOSE Protecciones

             IF CuentaRespaldo NOT = SPACES THEN
                INVOKE proteccion "New"
                        RETURNING obj-proteccion
                INVOKE obj-proteccion "DisponibleAhorro"
                                      using CuentaRespaldo
                                      returning LSDisponible
             END-IF.

       End Method DisponibleProteccion.
      *>----------------------------------------------

       Method-ID. DisponibleAhorro.
      *>----------------------------------------------
      *LO QUE PUEDE SALIR DE LA CUENTA DE AHORROS QUE RESPALDA: EL
      *SALDO MENOS LO EMBARGADO, LO QUE SIGUE EN CANJE, LO APARTADO
      *EN BOLSILLOS Y EL SALDO MINIMO DE LA CUENTA
       Data Division.
        Local-Storage Section.
           77  TipoCuentaActual       PIC 9.
               88  CuentaAhorro       VALUE 0.
           77  LimiteSobregiroActual  PIC 9(10)V99.
           77  MontoMinimoActual      PIC 9(10)V99.
           77  FechaVencimientoActual PIC X(8).
           77  EstadoAhorro           PIC 9.
           77  SaldoAhorro            PIC S9(10)V99.
           77  MontoEmbargado         PIC 9(10)V99.
           77  MontoEnCanje           PIC 9(10)V99.
           77  MontoRetenidoTar       PIC 9(10)V99.
           77  MontoApartado          PIC 9(10)V99.
           77  Aportable              PIC S9(12)V99.
           01  obj-accounts           object reference.
           01  obj-embargo            object reference.
           01  obj-canje              object reference.
           01  obj-compratarjeta      object reference.
           01  obj-bolsillo           object reference.

        Linkage Section.
           77  LSCuentaAhorro     PIC X(9).
           77  LSDisponible       PIC 9(10)V99.

       Procedure Division using  LSCuentaAhorro
                                 returning LSDisponible.

             MOVE 0 TO LSDisponible
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE obj-accounts "GetEstadoCuenta"
                                 using LSCuentaAhorro
                                 returning EstadoAhorro
             MOVE 9 TO TipoCuentaActual
             INVOKE obj-accounts "GetLimitesCuenta" using
                                               LSCuentaAhorro
                                               TipoCuentaActual
                                               LimiteSobregiroActual
                                               MontoMinimoActual
                                               FechaVencimientoActual

             IF EstadoAhorro = 0 AND CuentaAhorro THEN
                INVOKE obj-accounts "GetMonto" using LSCuentaAhorro
                                           returning SaldoAhorro
                INVOKE embargo "New"
                        RETURNING obj-embargo
                INVOKE obj-embargo "TotalEmbargosActivos"
                                   using LSCuentaAhorro
                                   returning MontoEmbargado
                INVOKE canje "New"
                        RETURNING obj-canje
                INVOKE obj-canje "TotalEnCanje"
                                   using LSCuentaAhorro
                                   returning MontoEnCanje
                INVOKE compratarjeta "New"
                        RETURNING obj-compratarjeta
                INVOKE obj-compratarjeta "TotalRetenidoTarjeta"
                                   using LSCuentaAhorro
                                   returning MontoRetenidoTar
                INVOKE bolsillo "New"
                        RETURNING obj-bolsillo
                INVOKE obj-bolsillo "TotalApartado"
                                   using LSCuentaAhorro
                                   returning MontoApartado
                COMPUTE Aportable = SaldoAhorro - MontoEmbargado
                                  - MontoEnCanje - MontoApartado
                                  - MontoRetenidoTar
                                  - MontoMinimoActual
                IF Aportable > 0 THEN
                   MOVE Aportable TO LSDisponible
                END-IF
             END-IF.

       End Method DisponibleAhorro.
      *>----------------------------------------------

       Method-ID. CubrirSobregiro.
      *>----------------------------------------------
      *LA LLAMAN LAS OPERACIONES CUANDO UN DEBITO DEJARIA UNA
      *CORRIENTE MAS ALLA DE SU CUPO: SI TIENE PROTECCION, TRAE EL
      *FALTANTE COMPLETO DE LA CUENTA DE AHORROS. SI LA CUENTA DE
      *AHORROS NO ALCANZA NO MUEVE NADA Y DEVUELVE CERO, PARA QUE LA
      *OPERACION SE RECHACE COMO ANTES
       Data Division.
        Local-Storage Section.
           77  CuentaRespaldo PIC X(9) VALUE SPACES.
           77  BarridoParcial PIC X VALUE "N".
           01  obj-proteccion object reference.

        Linkage Section.
           77  LSCuentaCorriente  PIC X(9).
           77  LSFaltante         PIC 9(10)V99.
           77  LSFecha            PIC X(8).
           77  LSHora             PIC X(4).
           77  LSBarrido          PIC 9(10)V99.

       Procedure Division using  LSCuentaCorriente
                                 LSFaltante
                                 LSFecha
                                 LSHora
                                 returning LSBarrido.

             MOVE 0 TO LSBarrido
             OPEN INPUT Protecciones
             MOVE LSCuentaCorriente TO PSCuentaCorriente
             READ Protecciones
               KEY IS PSCuentaCorriente
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF ProteccionActiva THEN
                    MOVE PSCuentaAhorro TO CuentaRespaldo
                 END-IF
             END-READ
             CLOSE Protecciones

             IF CuentaRespaldo NOT = SPACES THEN
                INVOKE proteccion "New"
                        RETURNING obj-proteccion
                INVOKE obj-proteccion "BarrerDesdeAhorro"
                                      using LSCuentaCorriente
                                            CuentaRespaldo
                                            LSFaltante
                                            LSFecha
                                            LSHora
                                            BarridoParcial
                                      returning LSBarrido
             END-IF.

       End Method CubrirSobregiro.
      *>----------------------------------------------

       Method-ID. BarrerDesdeAhorro.
      *>----------------------------------------------
      *MUEVE EL FALTANTE DE LA CUENTA DE AHORROS A LA CORRIENTE Y
      *DEJA EL PAR DE MOVIMIENTOS: TRANSFERENCIA (TIPO 3) EN LA DE
      *AHORROS Y DEPOSITO (TIPO 2) EN LA CORRIENTE, CADA UNO CON EL
      *NUMERO DE LA OTRA CUENTA EN EL CONCEPTO. CON LSParcial = "S"
      *TRAE LO QUE HAYA AUNQUE NO ALCANCE. ES ENTRE CUENTAS DEL
      *MISMO TITULAR, POR ESO NO CAUSA GMF
       Data Division.
        Local-Storage Section.
           77  Disponible     PIC 9(10)V99.
           77  SaldoAhorro    PIC S9(10)V99.
           77  SaldoCorriente PIC S9(10)V99.
           77  TipoTransfer   PIC 9 VALUE 3.
           77  TipoDeposito   PIC 9 VALUE 2.
           77  ConceptoAhorro    PIC X(20).
           77  ConceptoCorriente PIC X(20).
           77  TransaccionOk  PIC 9.
           01  obj-accounts   object reference.
           01  obj-transacition object reference.
           01  obj-proteccion object reference.

        Linkage Section.
           77  LSCuentaCorriente  PIC X(9).
           77  LSCuentaAhorro     PIC X(9).
           77  LSFaltante         PIC 9(10)V99.
           77  LSFecha            PIC X(8).
           77  LSHora             PIC X(4).
           77  LSParcial          PIC X.
           77  LSBarrido          PIC 9(10)V99.

       Procedure Division using  LSCuentaCorriente
                                 LSCuentaAhorro
                                 LSFaltante
                                 LSFecha
                                 LSHora
                                 LSParcial
                                 returning LSBarrido.

             MOVE 0 TO LSBarrido
             INVOKE proteccion "New"
                     RETURNING obj-proteccion
             INVOKE obj-proteccion "DisponibleAhorro"
                                   using LSCuentaAhorro
                                   returning Disponible

             IF Disponible NOT < LSFaltante THEN
                MOVE LSFaltante TO LSBarrido
             ELSE
                IF LSParcial = "S" THEN
                   MOVE Disponible TO LSBarrido
                END-IF
             END-IF

             IF LSBarrido > 0 THEN
                INVOKE accounts "New"
                        RETURNING obj-accounts
                INVOKE obj-accounts "GetMonto" using LSCuentaAhorro
                                           returning SaldoAhorro
                COMPUTE SaldoAhorro = SaldoAhorro - LSBarrido
                INVOKE obj-accounts "SetMonto" using SaldoAhorro
                                                     LSCuentaAhorro
                INVOKE obj-accounts "GetMonto" using LSCuentaCorriente
                                           returning SaldoCorriente
                COMPUTE SaldoCorriente = SaldoCorriente + LSBarrido
                INVOKE obj-accounts "SetMonto" using SaldoCorriente
                                                     LSCuentaCorriente

                MOVE SPACES TO ConceptoAhorro
                STRING "BARRIDO A " LSCuentaCorriente
                       DELIMITED BY SIZE INTO ConceptoAhorro
                MOVE SPACES TO ConceptoCorriente
                STRING "BARRIDO DE " LSCuentaAhorro
                       DELIMITED BY SIZE INTO ConceptoCorriente
                INVOKE transacition "New"
                        RETURNING obj-transacition
                INVOKE obj-transacition "CrearTransancionConcepto"
                                        using LSFecha LSHora
                                              TipoTransfer
                                              LSCuentaAhorro
                                              LSBarrido
                                              ConceptoAhorro
                                    returning TransaccionOk
                INVOKE obj-transacition "CrearTransancionConcepto"
                                        using LSFecha LSHora
                                              TipoDeposito
                                              LSCuentaCorriente
                                              LSBarrido
                                              ConceptoCorriente
                                    returning TransaccionOk
             END-IF.

       End Method BarrerDesdeAhorro.
      *>----------------------------------------------

       Method-ID. BarrerSobregiros.
      *>----------------------------------------------
      *BARRIDO DEL PROCESO DE SOBREGIROS, ANTES DE COBRAR EL
      *INTERES: CADA CORRIENTE PROTEGIDA QUE ESTE EN ROJO TRAE DE SU
      *CUENTA DE AHORROS LO QUE ALCANCE PARA VOLVER A CERO. LO QUE
      *NO SE CUBRA SIGUE CAUSANDO INTERES COMO ANTES
       Data Division.
        Local-Storage Section.
           77  HayMas         PIC X VALUE "S".
               88  NoHayMas   VALUE "N".
           77  SaldoCorriente PIC S9(10)V99.
           77  Faltante       PIC 9(10)V99.
           77  Barrido        PIC 9(10)V99.
           77  BarridoParcial PIC X VALUE "S".
           01  CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.
           01  obj-accounts   object reference.
           01  obj-proteccion object reference.

        Linkage Section.
           77  LSFecha        PIC X(8).
           77  LSTotalBarridas PIC 9(4).

       Procedure Division using  LSFecha
                                 returning LSTotalBarridas.

             MOVE 0 TO LSTotalBarridas
             ACCEPT CurrentTime FROM TIME
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE proteccion "New"
                     RETURNING obj-proteccion

             OPEN INPUT Protecciones
             MOVE "S" TO HayMas
             PERFORM BarrerSiguiente UNTIL NoHayMas
             CLOSE Protecciones.

       BarrerSiguiente.
             READ Protecciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF ProteccionActiva THEN
                    INVOKE obj-accounts "GetMonto"
                                        using PSCuentaCorriente
                                        returning SaldoCorriente
                    IF SaldoCorriente < 0 THEN
                       COMPUTE Faltante = 0 - SaldoCorriente
                       INVOKE obj-proteccion "BarrerDesdeAhorro"
                                         using PSCuentaCorriente
                                               PSCuentaAhorro
                                               Faltante
                                               LSFecha
                                               CurrentTime
                                               BarridoParcial
                                         returning Barrido
                       IF Barrido > 0 THEN
                          ADD 1 TO LSTotalBarridas
                       END-IF
                    END-IF
                 END-IF
             END-READ.

       End Method BarrerSobregiros.
      *>----------------------------------------------

       end object.
       end class Proteccion.
