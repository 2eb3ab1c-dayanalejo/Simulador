      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Gmf as "gmf"
                 inherits from base.

       object section.
       class-control.
           accounts     is class "accounts"
           transacition is class "transacition"
           parametro    is class "parametro"
           consecutivo  is class "consecutivo"
           reporte      is class "reporte"
           gmf          is class "gmf".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GMFExentas ASSIGN TO "gmf_exentas.dat"
           organization is indexed
           access is dynamic
           record key is ExeIdCustomer.

           SELECT GMFMovimientos ASSIGN TO "gmf_movimientos.dat"
           organization is indexed
           access is dynamic
           record key is GMFId
           alternate record key is GMFCuenta with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD GMFExentas.
      *CUENTA MARCADA POR EL CLIENTE COMO EXENTA DEL GRAVAMEN A LOS
      *MOVIMIENTOS FINANCIEROS. SOLO HAY UNA POR CLIENTE: MARCAR
      *OTRA REEMPLAZA LA ANTERIOR. LA EXENCION CUBRE LOS DEBITOS
      *DEL MES HASTA EL TOPE EN UVT; ExeDebitadoMes LLEVA LO YA
      *CONSUMIDO DEL TOPE EN EL MES ExeMes (YYYYMM)
       01 gmf-exentas-file.
           05  ExeIdCustomer       PIC 9(9).
           05  ExeCuenta           PIC X(9).
           05  ExeFechaMarca       PIC X(8).
           05  ExeMes              PIC X(6).
           05  ExeDebitadoMes      PIC 9(12)V99.

       FD GMFMovimientos.
      *UNA FILA POR CADA DEBITO GRAVADO (O EXENTO), CON LA BASE Y
      *EL GRAVAMEN COBRADO. ES LA FUENTE DE LA REMISION MENSUAL A
      *LA AUTORIDAD TRIBUTARIA
       01 gmf-movimientos-file.
           05  GMFId               PIC 9(9).
           05  GMFFecha            PIC X(8).
           05  GMFHora             PIC X(4).
           05  GMFCuenta           PIC X(9).
           05  GMFSucursal         PIC 9(2).
           05  GMFBase             PIC 9(10)V99.
           05  GMFValor            PIC 9(10)V99.
           05  GMFExento           PIC X.
               88  GMFMovExento    VALUE "S".

       Method-ID. CalcularGMF.
      *>----------------------------------------------
      *GRAVAMEN DE UN DEBITO: CUATRO POR MIL (PARAMETRO GMFTARIFA)
      *SOBRE LA BASE. SI LA CUENTA ES LA EXENTA DEL CLIENTE, LA
      *BASE CONSUME PRIMERO EL TOPE MENSUAL (GMFTOPEUVT VECES EL
      *VALOR DE LA UVT) Y SOLO SE GRAVA EL EXCEDENTE. NO TOCA EL
      *MAESTRO DE CUENTAS, DE MODO QUE SE PUEDE LLAMAR DENTRO DE
      *LOS BARRIDOS QUE TIENEN accounts.dat ABIERTO
       Data Division.
        Local-Storage Section.
           77  TarifaGMF       PIC 9(12)V99 VALUE 4.
           77  ValorUVT        PIC 9(12)V99 VALUE 49799.
           77  TopeUVT         PIC 9(12)V99 VALUE 350.
           77  CodigoTarifa    PIC X(12) VALUE "GMFTARIFA".
           77  CodigoUVT       PIC X(12) VALUE "VALORUVT".
           77  CodigoTope      PIC X(12) VALUE "GMFTOPEUVT".
           77  ValorParametro  PIC 9(12)V99.
           77  TopeMes         PIC 9(14)V99.
           77  BaseGravada     PIC 9(12)V99.
           77  MesDebito       PIC X(6).
           01  obj-parametro   object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSCuenta        PIC X(9).
           77  LSIdCustomer    PIC 9(9).
           77  LSBase          PIC 9(10)V99.
           77  LSValor         PIC 9(10)V99.

       Procedure Division using  LSFecha
                                 LSCuenta
                                 LSIdCustomer
                                 LSBase
                                 returning LSValor.

             MOVE 0 TO LSValor
             MOVE LSBase TO BaseGravada
             MOVE LSFecha(1:6) TO MesDebito

             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE TarifaGMF TO ValorParametro
             INVOKE obj-parametro "ObtenerParametro" using
                                                 CodigoTarifa
                                                 LSFecha
                                                 ValorParametro
                                       returning ValorParametro
             MOVE ValorParametro TO TarifaGMF
             MOVE ValorUVT TO ValorParametro
             INVOKE obj-parametro "ObtenerParametro" using
                                                 CodigoUVT
                                                 LSFecha
                                                 ValorParametro
                                       returning ValorParametro
             MOVE ValorParametro TO ValorUVT
             MOVE TopeUVT TO ValorParametro
             INVOKE obj-parametro "ObtenerParametro" using
                                                 CodigoTope
                                                 LSFecha
                                                 ValorParametro
                                       returning ValorParametro
             MOVE ValorParametro TO TopeUVT
             COMPUTE TopeMes = ValorUVT * TopeUVT

      *LA EXENCION ES DEL TITULAR PRINCIPAL DE LA CUENTA
             OPEN I-O GMFExentas
             MOVE LSIdCustomer TO ExeIdCustomer
             READ GMFExentas
               KEY IS ExeIdCustomer
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF ExeCuenta = LSCuenta THEN
      *MES NUEVO: EL TOPE SE RENUEVA
                    IF ExeMes NOT = MesDebito THEN
                       MOVE MesDebito TO ExeMes
                       MOVE 0 TO ExeDebitadoMes
                    END-IF
                    IF ExeDebitadoMes >= TopeMes THEN
                       MOVE LSBase TO BaseGravada
                    ELSE
                       IF ExeDebitadoMes + LSBase <= TopeMes THEN
                          MOVE 0 TO BaseGravada
                       ELSE
                          COMPUTE BaseGravada = ExeDebitadoMes
                                              + LSBase - TopeMes
                       END-IF
                    END-IF
                    ADD LSBase TO ExeDebitadoMes
                    REWRITE gmf-exentas-file
                    END-REWRITE
                 END-IF
             END-READ
             CLOSE GMFExentas

             COMPUTE LSValor ROUNDED = BaseGravada * TarifaGMF / 1000.

       End Method CalcularGMF.
      *>----------------------------------------------

       Method-ID. RegistrarGMF.
      *>----------------------------------------------
      *DEJA EL GRAVAMEN COMO UN MOVIMIENTO PROPIO (TIPO 7) DE LA
      *CUENTA Y LA FILA DEL DEBITO EN EL ARCHIVO DE LA REMISION. EL
      *DEBITO DEL SALDO LO HACE QUIEN LLAMA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxGMFId      PIC 9(9) VALUE 0.
           77  NombreSec     PIC X(12) VALUE "GMFID".
           77  NumeroAsignado PIC 9(9).
           77  MaxSembrar    PIC 9(9).
           77  TipoGMF       PIC 9 VALUE 7.
           77  ConceptoGMF   PIC X(20) VALUE "GMF 4X1000".
           77  TransaccionOk PIC 9.
           01  obj-consecutivo  object reference.
           01  obj-transacition object reference.

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  LSHora        PIC X(4).
           77  LSCuenta      PIC X(9).
           77  LSSucursal    PIC 9(2).
           77  LSBase        PIC 9(10)V99.
           77  LSValor       PIC 9(10)V99.

       Procedure Division using  LSFecha
                                 LSHora
                                 LSCuenta
                                 LSSucursal
                                 LSBase
                                 LSValor.

             IF LSValor > 0 THEN
                INVOKE transacition "New"
                        RETURNING obj-transacition
                INVOKE obj-transacition "CrearTransancionConcepto"
                                        using LSFecha LSHora
                                              TipoGMF
                                              LSCuenta
                                              LSValor
                                              ConceptoGMF
                                    returning TransaccionOk
             END-IF

             INVOKE consecutivo "New"
                     RETURNING obj-consecutivo
             INVOKE obj-consecutivo "TomarSiguiente"
                                  using NombreSec
                                  returning NumeroAsignado
             IF NumeroAsignado = 0 THEN
                MOVE "S" TO HayMas
                OPEN INPUT GMFMovimientos
                PERFORM BuscarMaxGMFId UNTIL NoHayMas
                CLOSE GMFMovimientos
                MOVE MaxGMFId TO MaxSembrar
                INVOKE obj-consecutivo "IniciarConsecutivo"
                                     using NombreSec MaxSembrar
                INVOKE obj-consecutivo "TomarSiguiente"
                                     using NombreSec
                                     returning NumeroAsignado
             END-IF

             OPEN I-O GMFMovimientos
             MOVE NumeroAsignado TO GMFId
             MOVE LSFecha     TO GMFFecha
             MOVE LSHora      TO GMFHora
             MOVE LSCuenta    TO GMFCuenta
             MOVE LSSucursal  TO GMFSucursal
             MOVE LSBase      TO GMFBase
             MOVE LSValor     TO GMFValor
             IF LSValor = 0 THEN
                MOVE "S" TO GMFExento
             ELSE
                MOVE "N" TO GMFExento
             END-IF
             WRITE gmf-movimientos-file
             END-WRITE
             CLOSE GMFMovimientos.

       BuscarMaxGMFId.
             READ GMFMovimientos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF GMFId > MaxGMFId THEN
                    MOVE GMFId TO MaxGMFId
                 END-IF
             END-READ.

       End Method RegistrarGMF.
      *>----------------------------------------------

       Method-ID. CobrarGMF.
      *>----------------------------------------------
      *COBRO COMPLETO DEL GRAVAMEN DE UN DEBITO YA APLICADO: CALCULO
      *CON LA EXENCION DEL TITULAR, DEBITO DEL SALDO Y REGISTRO. LO
      *LLAMAN LAS OPERACIONES DESPUES DE ASENTAR SU PROPIO DEBITO
       Data Division.
        Local-Storage Section.
           77  IdTitular1    PIC 9(9).
           77  IdTitular2    PIC 9(9).
           77  SucursalCta   PIC 9(2).
           77  SaldoCuenta   PIC S9(10)V99.
           01  obj-accounts  object reference.
           01  obj-gmf       object reference.

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  LSHora        PIC X(4).
           77  LSCuenta      PIC X(9).
           77  LSBase        PIC 9(10)V99.
           77  LSValor       PIC 9(10)V99.

       Procedure Division using  LSFecha
                                 LSHora
                                 LSCuenta
                                 LSBase
                                 returning LSValor.

             MOVE 0 TO LSValor
             MOVE 0 TO IdTitular1
             MOVE 0 TO IdTitular2
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE obj-accounts "GetTitulares" using LSCuenta
                                                      IdTitular1
                                                      IdTitular2
             INVOKE obj-accounts "GetSucursal" using LSCuenta
                                           returning SucursalCta

             INVOKE gmf "New"
                     RETURNING obj-gmf
             INVOKE obj-gmf "CalcularGMF" using LSFecha
                                                LSCuenta
                                                IdTitular1
                                                LSBase
                                      returning LSValor

             IF LSValor > 0 THEN
                INVOKE obj-accounts "GetMonto" using LSCuenta
                                           returning SaldoCuenta
                COMPUTE SaldoCuenta = SaldoCuenta - LSValor
                INVOKE obj-accounts "SetMonto" using SaldoCuenta
                                                     LSCuenta
             END-IF

             INVOKE obj-gmf "RegistrarGMF" using LSFecha
                                                 LSHora
                                                 LSCuenta
                                                 SucursalCta
                                                 LSBase
                                                 LSValor.

       End Method CobrarGMF.
      *>----------------------------------------------

       Method-ID. MarcarCuentaExenta.
      *>----------------------------------------------
      *EL CLIENTE DESIGNA UNA DE SUS CUENTAS (DONDE ES TITULAR
      *PRINCIPAL) COMO EXENTA. LO CONSUMIDO DEL TOPE EN EL MES SE
      *CONSERVA AUNQUE CAMBIE DE CUENTA
       Data Division.
        Local-Storage Section.
           77  IdTitular1    PIC 9(9).
           77  IdTitular2    PIC 9(9).
           01  obj-accounts  object reference.

        Linkage Section.
           77  LSIdCustomer  PIC 9(9).
           77  LSCuenta      PIC X(9).
           77  LSFecha       PIC X(8).
           77  MarcaOk       PIC 9.

       Procedure Division using  LSIdCustomer
                                 LSCuenta
                                 LSFecha
                                 returning MarcaOk.

             MOVE 0 TO MarcaOk
             MOVE 0 TO IdTitular1
             MOVE 0 TO IdTitular2
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE obj-accounts "GetTitulares" using LSCuenta
                                                      IdTitular1
                                                      IdTitular2

             IF IdTitular1 NOT = LSIdCustomer THEN
                DISPLAY "El cliente no es titular principal de la"
                        " cuenta"
             ELSE
                OPEN I-O GMFExentas
                MOVE LSIdCustomer TO ExeIdCustomer
                READ GMFExentas
                  KEY IS ExeIdCustomer
                  INVALID KEY
                    MOVE LSCuenta      TO ExeCuenta
                    MOVE LSFecha       TO ExeFechaMarca
                    MOVE LSFecha(1:6)  TO ExeMes
                    MOVE 0             TO ExeDebitadoMes
                    WRITE gmf-exentas-file
                    END-WRITE
                  NOT INVALID KEY
                    IF ExeCuenta NOT = LSCuenta THEN
                       DISPLAY "Cuenta exenta anterior: " ExeCuenta
                    END-IF
                    MOVE LSCuenta      TO ExeCuenta
                    MOVE LSFecha       TO ExeFechaMarca
                    REWRITE gmf-exentas-file
                    END-REWRITE
                END-READ
                CLOSE GMFExentas
                MOVE 1 TO MarcaOk
             END-IF.

       End Method MarcarCuentaExenta.
      *>----------------------------------------------

       Method-ID. GenerarRemisionGMF.
      *>----------------------------------------------
      *REMISION MENSUAL DEL GRAVAMEN PARA CONTABILIDAD: PRIMERO EL
      *DETALLE POR CUENTA (POR LA LLAVE ALTERNA, CON CORTE DE
      *CONTROL) Y DESPUES EL RESUMEN POR SUCURSAL. EL TOTAL DE
      *CONTROL DEL REPORTE ES EL GRAVAMEN A GIRAR
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  CuentaActual  PIC X(9).
           77  SucursalActual PIC 9(2).
           77  BaseCuenta    PIC 9(14)V99.
           77  ValorCuenta   PIC 9(14)V99.
           77  MovsCuenta    PIC 9(6).
           77  MovsExentos   PIC 9(6).
           77  IndSuc        PIC 9(3).
           77  TotalBase     PIC 9(14)V99.
           77  TotalValor    PIC 9(14)V99.
           77  MontoControl  PIC S9(14)V99.
           77  FechaReporte  PIC X(8).
           77  NombreImpresion   PIC X(30)
                                 VALUE "gmf_remision.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "REMISION GMF 4X1000".
           77  EncabezadoImpresion PIC X(80)
               VALUE "CUENTA    SUC          BASE GRAVAMEN   MOVS".
           01  SucursalesGMF.
               02  SucGMF OCCURS 100.
                   03  SucBase    PIC 9(14)V99.
                   03  SucValor   PIC 9(14)V99.
           01  LineaCuenta.
               02  LCCuenta    PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LCSucursal  PIC 9(2).
               02  FILLER      PIC X VALUE SPACE.
               02  LCBase      PIC Z(13)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCValor     PIC Z(13)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCMovs      PIC Z(5)9.
               02  FILLER      PIC X VALUE SPACE.
               02  LCExentos   PIC Z(5)9.
               02  FILLER      PIC X(12) VALUE SPACES.
           01  LineaSucursal.
               02  FILLER      PIC X(9) VALUE "SUCURSAL ".
               02  SLSucursal  PIC 9(2).
               02  FILLER      PIC X VALUE SPACE.
               02  SLBase      PIC Z(13)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  SLValor     PIC Z(13)9.99.
               02  FILLER      PIC X(32) VALUE SPACES.
           01  LineaTotalGMF.
               02  FILLER      PIC X(12) VALUE "TOTAL MES   ".
               02  LTBase      PIC Z(13)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LTValor     PIC Z(13)9.99.
               02  FILLER      PIC X(31) VALUE SPACES.
           01  obj-reporte   object reference.

        Linkage Section.
           77  LSMes         PIC X(6).
           77  TotalCuentas  PIC 9(6).

       Procedure Division using  LSMes
                                 returning TotalCuentas.

             MOVE 0 TO TotalCuentas
             MOVE 0 TO TotalBase
             MOVE 0 TO TotalValor
             MOVE ZEROS TO SucursalesGMF
             MOVE SPACES TO CuentaActual
             STRING LSMes "01" DELIMITED BY SIZE INTO FechaReporte
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        FechaReporte
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT GMFMovimientos
             MOVE LOW-VALUES TO GMFCuenta
             START GMFMovimientos KEY IS NOT < GMFCuenta
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM AcumularGMFSiguiente UNTIL NoHayMas
             CLOSE GMFMovimientos

             MOVE 1 TO IndSuc
             PERFORM ImprimirSucursalGMF UNTIL IndSuc > 100

             MOVE TotalBase  TO LTBase
             MOVE TotalValor TO LTValor
             INVOKE obj-reporte "EscribirLinea" using LineaTotalGMF
             MOVE TotalValor TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl
             DISPLAY "Cuentas con movimientos: " TotalCuentas
             DISPLAY "Base del mes           : " TotalBase
             DISPLAY "Gravamen a girar       : " TotalValor
             DISPLAY "Reporte impreso en gmf_remision.txt".

       AcumularGMFSiguiente.
             READ GMFMovimientos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
      *ULTIMA CUENTA DEL CORTE
                 PERFORM ImprimirCuentaGMF
                 MOVE SPACES TO CuentaActual
               NOT AT END
                 IF GMFFecha(1:6) = LSMes THEN
                    IF GMFCuenta NOT = CuentaActual THEN
                       PERFORM ImprimirCuentaGMF
                       MOVE GMFCuenta   TO CuentaActual
                       MOVE GMFSucursal TO SucursalActual
                       MOVE 0 TO BaseCuenta
                       MOVE 0 TO ValorCuenta
                       MOVE 0 TO MovsCuenta
                       MOVE 0 TO MovsExentos
                    END-IF
                    ADD GMFBase  TO BaseCuenta
                    ADD GMFValor TO ValorCuenta
                    ADD 1 TO MovsCuenta
                    IF GMFMovExento THEN
                       ADD 1 TO MovsExentos
                    END-IF
                    COMPUTE IndSuc = GMFSucursal + 1
                    ADD GMFBase  TO SucBase(IndSuc)
                    ADD GMFValor TO SucValor(IndSuc)
                    ADD GMFBase  TO TotalBase
                    ADD GMFValor TO TotalValor
                 END-IF
             END-READ.

      *SIN CUENTA EN CURSO NO HAY NADA QUE IMPRIMIR
       ImprimirCuentaGMF.
             IF CuentaActual NOT = SPACES THEN
                MOVE CuentaActual   TO LCCuenta
                MOVE SucursalActual TO LCSucursal
                MOVE BaseCuenta     TO LCBase
                MOVE ValorCuenta    TO LCValor
                MOVE MovsCuenta     TO LCMovs
                MOVE MovsExentos    TO LCExentos
                INVOKE obj-reporte "EscribirLinea" using LineaCuenta
                ADD 1 TO TotalCuentas
             END-IF.

       ImprimirSucursalGMF.
             IF IndSuc <= 100 THEN
                IF SucBase(IndSuc) > 0 THEN
                   COMPUTE SLSucursal = IndSuc - 1
                   MOVE SucBase(IndSuc)  TO SLBase
                   MOVE SucValor(IndSuc) TO SLValor
                   INVOKE obj-reporte "EscribirLinea"
                                        using LineaSucursal
                END-IF
                ADD 1 TO IndSuc
             END-IF.

       End Method GenerarRemisionGMF.
      *>----------------------------------------------

       end object.
       end class Gmf.
