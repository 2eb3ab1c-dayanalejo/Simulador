      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. SaldoHistorico as "saldohistorico"
                 inherits from base.

       object section.
       class-control.
           embargo        is class "embargo"
           canje          is class "canje"
           bolsillo       is class "bolsillo"
           compratarjeta  is class "compratarjeta"
           fechaproceso   is class "fechaproceso"
           reporte        is class "reporte"
           saldohistorico is class "saldohistorico".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SaldosHistoricos ASSIGN TO "saldos_historicos.dat"
           organization is indexed
           access is dynamic
           record key is SHClave.

      *LAS CUENTAS SE LEEN AQUI SOLO EN CONSULTA, CON EL MISMO
      *TRAZADO QUE DEFINE SU CLASE DUENA
           SELECT SHAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is SHNumaccounts.

       DATA DIVISION.
       FILE SECTION.
       FD SaldosHistoricos.
      *FOTO DE FIN DE DIA DE CADA CUENTA QUE TOMA EL CIERRE: SALDO
      *CONTABLE, DISPONIBLE (SIN EMBARGOS, CANJE, RETENCIONES DE
      *TARJETA NI BOLSILLOS), MONEDA, SUCURSAL Y ESTADO. LA LLAVE
      *CUENTA+FECHA DEJA LAS FOTOS DE UNA CUENTA EN ORDEN DE FECHA
       01 saldos-historicos-file.
           05  SHClave.
               10  SHCuenta      PIC X(9).
               10  SHFecha       PIC X(8).
           05  SHSaldo           PIC S9(10)V99.
           05  SHDisponible      PIC S9(10)V99.
           05  SHMoneda          PIC X(3).
           05  SHSucursal        PIC 9(2).
           05  SHEstado          PIC 9.

       FD SHAccounts.
       01 sh-accounts-file.
           05  SHNumaccounts     PIC X(9).
           05  SHMontodisponible PIC S9(10)V99.
           05  SHIdCustomer      PIC 9(9).
           05  SHIdCustomer2     PIC 9(9).
           05  SHIdDebitcard     PIC X(15).
           05  SHTipodeCueta     PIC 9.
           05  SHLimiteSobregiro PIC 9(10)V99.
           05  SHMontoMinimo     PIC 9(10)V99.
           05  SHFechaVencimiento PIC X(8).
           05  SHEstadoCuenta    PIC 9.
               88  SHCuentaCerrada VALUE 3.
           05  SHMonedaCuenta    PIC X(3).
           05  SHSucursalCuenta  PIC 9(2).
           05  SHMancomunada     PIC X.
           05  SHUmbralManc      PIC 9(10)V99.
           05  SHProducto        PIC X(4).

       Method-ID. RegistrarSaldosDelDia.
      *>----------------------------------------------
      *PASO DEL CIERRE: GRABA LA FOTO DE FIN DE DIA DE TODAS LAS
      *CUENTAS (LAS CERRADAS SIN SALDO NO). SI EL CIERRE SE REPITE
      *PARA LA MISMA FECHA LA FOTO SE REEMPLAZA
       Data Division.
        Local-Storage Section.
           77  HayMas            PIC X VALUE "S".
               88  NoHayMas      VALUE "N".
           77  MontoEmbargado    PIC 9(10)V99.
           77  MontoEnCanje      PIC 9(10)V99.
           77  MontoRetenidoTar  PIC 9(10)V99.
           77  MontoApartado     PIC 9(10)V99.
           01  obj-embargo       object reference.
           01  obj-canje         object reference.
           01  obj-bolsillo      object reference.
           01  obj-compratarjeta object reference.

        Linkage Section.
           77  LSFecha           PIC X(8).
           77  TotalCuentas      PIC 9(6).

       Procedure Division using  LSFecha
                                 returning TotalCuentas.

             MOVE 0 TO TotalCuentas
             INVOKE embargo "New"
                     RETURNING obj-embargo
             INVOKE canje "New"
                     RETURNING obj-canje
             INVOKE bolsillo "New"
                     RETURNING obj-bolsillo
             INVOKE compratarjeta "New"
                     RETURNING obj-compratarjeta
             MOVE "S" TO HayMas
             OPEN INPUT SHAccounts
             OPEN I-O SaldosHistoricos
             PERFORM RegistrarSaldoSiguiente UNTIL NoHayMas
             CLOSE SaldosHistoricos
             CLOSE SHAccounts.

       RegistrarSaldoSiguiente.
             READ SHAccounts NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF NOT SHCuentaCerrada
                    OR SHMontodisponible NOT = 0 THEN
                    INVOKE obj-embargo "TotalEmbargosActivos"
                                       using SHNumaccounts
                                       returning MontoEmbargado
                    INVOKE obj-canje "TotalEnCanje"
                                       using SHNumaccounts
                                       returning MontoEnCanje
                    INVOKE obj-compratarjeta "TotalRetenidoTarjeta"
                                       using SHNumaccounts
                                       returning MontoRetenidoTar
                    INVOKE obj-bolsillo "TotalApartado"
                                       using SHNumaccounts
                                       returning MontoApartado
                    MOVE SHNumaccounts     TO SHCuenta
                    MOVE LSFecha           TO SHFecha
                    MOVE SHMontodisponible TO SHSaldo
                    COMPUTE SHDisponible = SHMontodisponible
                                         - MontoEmbargado
                                         - MontoEnCanje
                                         - MontoRetenidoTar
                                         - MontoApartado
                    MOVE SHMonedaCuenta    TO SHMoneda
                    MOVE SHSucursalCuenta  TO SHSucursal
                    MOVE SHEstadoCuenta    TO SHEstado
                    WRITE saldos-historicos-file
                      INVALID KEY
                        REWRITE saldos-historicos-file
                        END-REWRITE
                    END-WRITE
                    ADD 1 TO TotalCuentas
                 END-IF
             END-READ.

       End Method RegistrarSaldosDelDia.
      *>----------------------------------------------

       Method-ID. SaldoEnFecha.
      *>----------------------------------------------
      *SALDO DE UNA CUENTA AL CIERRE DE UNA FECHA PASADA: LA FOTO
      *DE ESA FECHA O, SI ESE DIA NO HUBO FOTO, LA ULTIMA ANTERIOR.
      *DEVUELVE 0 SI LA CUENTA NO TIENE FOTOS HASTA ESA FECHA
       Data Division.
        Local-Storage Section.
           77  HayMas            PIC X VALUE "S".
               88  NoHayMas      VALUE "N".

        Linkage Section.
           77  LSCuenta          PIC X(9).
           77  LSFecha           PIC X(8).
           77  LSSaldo           PIC S9(10)V99.
           77  LSDisponible      PIC S9(10)V99.
           77  LSMoneda          PIC X(3).
           77  LSSucursal        PIC 9(2).
           77  LSEstado          PIC 9.
           77  Existe            PIC 9.

       Procedure Division using  LSCuenta
                                 LSFecha
                                 LSSaldo
                                 LSDisponible
                                 LSMoneda
                                 LSSucursal
                                 LSEstado
                                 returning Existe.

             MOVE 0      TO Existe
             MOVE 0      TO LSSaldo
             MOVE 0      TO LSDisponible
             MOVE SPACES TO LSMoneda
             MOVE 0      TO LSSucursal
             MOVE 0      TO LSEstado
             OPEN INPUT SaldosHistoricos
             MOVE LSCuenta   TO SHCuenta
             MOVE LOW-VALUES TO SHFecha
             START SaldosHistoricos KEY IS NOT < SHClave
               INVALID KEY
                 MOVE "N" TO HayMas
               NOT INVALID KEY
                 MOVE "S" TO HayMas
             END-START
             PERFORM BuscarFotoSiguiente UNTIL NoHayMas
             CLOSE SaldosHistoricos.

       BuscarFotoSiguiente.
             READ SaldosHistoricos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF SHCuenta NOT = LSCuenta
                    OR SHFecha > LSFecha THEN
                    MOVE "N" TO HayMas
                 ELSE
                    MOVE SHSaldo      TO LSSaldo
                    MOVE SHDisponible TO LSDisponible
                    MOVE SHMoneda     TO LSMoneda
                    MOVE SHSucursal   TO LSSucursal
                    MOVE SHEstado     TO LSEstado
                    MOVE 1 TO Existe
                 END-IF
             END-READ.

       End Method SaldoEnFecha.
      *>----------------------------------------------

       Method-ID. SaldoPromedio.
      *>----------------------------------------------
      *SALDO PROMEDIO DIARIO DE UNA CUENTA EN UN PERIODO: CADA DIA
      *CALENDARIO CUENTA CON EL SALDO DE SU FOTO O, SIN FOTO, CON EL
      *DEL DIA ANTERIOR. LOS DIAS PREVIOS A LA PRIMERA FOTO DE LA
      *CUENTA NO ENTRAN AL PROMEDIO. DEVUELVE LOS DIAS PROMEDIADOS
       Data Division.
        Local-Storage Section.
           77  FechaDia          PIC X(8).
           77  SaldoDia          PIC S9(10)V99.
           77  DisponibleDia     PIC S9(10)V99.
           77  MonedaDia         PIC X(3).
           77  SucursalDia       PIC 9(2).
           77  EstadoDia         PIC 9.
           77  ConocidoDia       PIC 9.
           77  SumaSaldos        PIC S9(14)V99.
           77  SumaDisponibles   PIC S9(14)V99.
      *PromedioPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL
      *CAE EN EL AL FINAL DEL METODO
           77  PromedioPend      PIC X VALUE "N".
           01  obj-fechaproceso  object reference.

        Linkage Section.
           77  LSCuenta          PIC X(9).
           77  LSDesde           PIC X(8).
           77  LSHasta           PIC X(8).
           77  LSSaldoPromedio   PIC S9(10)V99.
           77  LSDisponiblePromedio PIC S9(10)V99.
           77  DiasPromediados   PIC 9(4).

       Procedure Division using  LSCuenta
                                 LSDesde
                                 LSHasta
                                 LSSaldoPromedio
                                 LSDisponiblePromedio
                                 returning DiasPromediados.

             MOVE 0 TO DiasPromediados
             MOVE 0 TO LSSaldoPromedio
             MOVE 0 TO LSDisponiblePromedio
             MOVE 0 TO SumaSaldos
             MOVE 0 TO SumaDisponibles
             IF LSDesde NOT > LSHasta THEN
                INVOKE fechaproceso "New"
                        RETURNING obj-fechaproceso
      *EL SALDO CON QUE ARRANCA EL PERIODO
                INVOKE "SaldoEnFecha" using LSCuenta
                                            LSDesde
                                            SaldoDia
                                            DisponibleDia
                                            MonedaDia
                                            SucursalDia
                                            EstadoDia
                                      returning ConocidoDia
                MOVE LSDesde TO FechaDia
                MOVE "S" TO PromedioPend
                OPEN INPUT SaldosHistoricos
                PERFORM SumarDiaPromedio UNTIL FechaDia > LSHasta
                CLOSE SaldosHistoricos
                MOVE "N" TO PromedioPend
                IF DiasPromediados > 0 THEN
                   COMPUTE LSSaldoPromedio ROUNDED =
                           SumaSaldos / DiasPromediados
                   COMPUTE LSDisponiblePromedio ROUNDED =
                           SumaDisponibles / DiasPromediados
                END-IF
             END-IF.

       SumarDiaPromedio.
             IF PromedioPend = "S" THEN
                MOVE LSCuenta TO SHCuenta
                MOVE FechaDia TO SHFecha
                READ SaldosHistoricos
                  KEY IS SHClave
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE SHSaldo      TO SaldoDia
                    MOVE SHDisponible TO DisponibleDia
                    MOVE 1 TO ConocidoDia
                END-READ
                IF ConocidoDia = 1 THEN
                   ADD SaldoDia      TO SumaSaldos
                   ADD DisponibleDia TO SumaDisponibles
                   ADD 1 TO DiasPromediados
                END-IF
                INVOKE obj-fechaproceso "CalcularFechaMasDias"
                                        using FechaDia 1
                                        returning FechaDia
             END-IF.

       End Method SaldoPromedio.
      *>----------------------------------------------

       Method-ID. ReporteSaldosHistoricos.
      *>----------------------------------------------
      *REPORTE DE SALDOS HISTORICOS: POR CADA CUENTA, EL SALDO Y EL
      *DISPONIBLE AL CIERRE DE UNA FECHA Y EL SALDO PROMEDIO DIARIO
      *DE UN PERIODO, IMPRESO EN saldos_historicos.txt CON LA SUMA
      *DE LOS SALDOS A LA FECHA COMO TOTAL DE CONTROL
       Data Division.
        Local-Storage Section.
           77  HayMas            PIC X VALUE "S".
               88  NoHayMas      VALUE "N".
           77  SaldoFecha        PIC S9(10)V99.
           77  DisponibleFecha   PIC S9(10)V99.
           77  MonedaFecha       PIC X(3).
           77  SucursalFecha     PIC 9(2).
           77  EstadoFecha       PIC 9.
           77  ExisteFoto        PIC 9.
           77  SaldoProm         PIC S9(10)V99.
           77  DisponibleProm    PIC S9(10)V99.
           77  DiasProm          PIC 9(4).
           77  MontoControl      PIC S9(14)V99.
           77  NombreImpresion   PIC X(30)
                                 VALUE "saldos_historicos.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "SALDOS HISTORICOS".
           01  EncabezadoImpresion.
               02  FILLER        PIC X(32)
                   VALUE "CUENTA    SU MON          SALDO ".
               02  FILLER        PIC X(34)
                   VALUE "    DISPONIBLE       PROMEDIO DIAS".
               02  FILLER        PIC X(14) VALUE SPACES.
           01  LineaSaldo.
               02  LHCuenta      PIC X(9).
               02  FILLER        PIC X VALUE SPACE.
               02  LHSucursal    PIC 9(2).
               02  FILLER        PIC X VALUE SPACE.
               02  LHMoneda      PIC X(3).
               02  FILLER        PIC X VALUE SPACE.
               02  LHSaldo       PIC -9(10).99.
               02  FILLER        PIC X VALUE SPACE.
               02  LHDisponible  PIC -9(10).99.
               02  FILLER        PIC X VALUE SPACE.
               02  LHPromedio    PIC -9(10).99.
               02  FILLER        PIC X VALUE SPACE.
               02  LHDias        PIC ZZZ9.
               02  FILLER        PIC X(14) VALUE SPACES.
           01  obj-reporte       object reference.

        Linkage Section.
           77  LSFecha           PIC X(8).
           77  LSDesde           PIC X(8).
           77  LSHasta           PIC X(8).
           77  TotalCuentas      PIC 9(6).

       Procedure Division using  LSFecha
                                 LSDesde
                                 LSHasta
                                 returning TotalCuentas.

             MOVE 0 TO TotalCuentas
             MOVE 0 TO MontoControl
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion
             MOVE "S" TO HayMas
             OPEN INPUT SHAccounts
             PERFORM ReportarCuentaSiguiente UNTIL NoHayMas
             CLOSE SHAccounts
             INVOKE obj-reporte "CerrarReporte" using MontoControl.

       ReportarCuentaSiguiente.
             READ SHAccounts NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 INVOKE "SaldoEnFecha" using SHNumaccounts
                                             LSFecha
                                             SaldoFecha
                                             DisponibleFecha
                                             MonedaFecha
                                             SucursalFecha
                                             EstadoFecha
                                       returning ExisteFoto
                 IF ExisteFoto = 1 THEN
                    INVOKE "SaldoPromedio" using SHNumaccounts
                                                 LSDesde
                                                 LSHasta
                                                 SaldoProm
                                                 DisponibleProm
                                           returning DiasProm
                    MOVE SHNumaccounts   TO LHCuenta
                    MOVE SucursalFecha   TO LHSucursal
                    MOVE MonedaFecha     TO LHMoneda
                    MOVE SaldoFecha      TO LHSaldo
                    MOVE DisponibleFecha TO LHDisponible
                    MOVE SaldoProm       TO LHPromedio
                    MOVE DiasProm        TO LHDias
                    INVOKE obj-reporte "EscribirLinea"
                                       using LineaSaldo
                    ADD SaldoFecha TO MontoControl
                    ADD 1 TO TotalCuentas
                 END-IF
             END-READ.

       End Method ReporteSaldosHistoricos.
      *>----------------------------------------------

       end object.
       end class SaldoHistorico.
