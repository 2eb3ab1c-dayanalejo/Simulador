           customer    is class "customer"
           operador    is class "operador"
           boveda      is class "boveda"
           contabilidad is class "contabilidad"
           reporte     is class "reporte"
           caja is class "caja".

       working-storage section.
      *7=ENTRADA DE DIVISAS (EL BANCO COMPRA), 8=SALIDA DE DIVISAS
      *(EL BANCO VENDE). LOS TIPOS 7 Y 8 ESTAN EXPRESADOS EN LA
      *MONEDA EXTRANJERA (LA REFERENCIA DICE CUAL) Y NO ENTRAN AL
      *SALDO DE CAJA EN MONEDA LOCAL. 9=BILLETE RETENIDO (FALSO O
      *SOSPECHOSO; REFERENCIA RET + CONSTANCIA): SE GUARDA APARTE
      *PARA EL BANCO CENTRAL Y TAMPOCO ENTRA AL SALDO NI AL CONTEO
           05  CajaTipoMov   PIC 9.
           05  CajaMonto     PIC 9(10)V99.
      *REFERENCIA: CUENTA U OPERACION A LA QUE SIRVIO EL EFECTIVO
                        MOVE "COMPRA DIVISA"  TO TipoTexto
                      WHEN 8
                        MOVE "VENTA DIVISA"   TO TipoTexto
                      WHEN 9
                        MOVE "BILL. RETENIDO" TO TipoTexto
                      WHEN OTHER
                        MOVE "DESCONOCIDO"    TO TipoTexto
                    END-EVALUATE
               88  NoHayMas  VALUE "N".
           77  MaxSobSeq     PIC 9(5) VALUE 0.
           77  MontoAbs      PIC 9(12)V99.
      *LA DIFERENCIA TAMBIEN ENTRA A LA CONTABILIDAD DIARIA COMO
      *ASIENTO ESPECIAL EN LA SUCURSAL DEL OPERADOR
           77  SucOperador   PIC 9(2).
           77  CuentaDebe    PIC X(8).
           77  CuentaHaber   PIC X(8).
           77  OrigenAsiento PIC X(12) VALUE "CUADRECAJA".
           77  ReferenciaAsiento PIC X(20).
           77  AsientoOk     PIC 9.
           01  obj-operador  object reference.
           01  obj-contabilidad object reference.
           01  DifLineaAsiento.
               02  DAFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
                   END-WRITE
                END-IF
                CLOSE DiferenciasContab

                INVOKE operador "New"
                        RETURNING obj-operador
                INVOKE obj-operador "GetSucursalOperador"
                                  using LSOperador
                              returning SucOperador
                IF LSDiferencia > 0 THEN
                   MOVE "11010101" TO CuentaDebe
                   MOVE "42010101" TO CuentaHaber
                ELSE
                   MOVE "52010101" TO CuentaDebe
                   MOVE "11010101" TO CuentaHaber
                END-IF
                MOVE LSOperador TO ReferenciaAsiento
                INVOKE contabilidad "New"
                        RETURNING obj-contabilidad
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                  using LSFecha
                                        SucOperador
                                        CuentaDebe
                                        CuentaHaber
                                        MontoAbs
                                        OrigenAsiento
                                        ReferenciaAsiento
                              returning AsientoOk
             END-IF.

       BuscarMaxSobSeq.
       End Method GenerarReporteEfectivo.
      *>----------------------------------------------

       Method-ID. ReporteCuadreCaja.
      *>----------------------------------------------
      *CUADRE DEL CIERRE DE CAJA DEL DIA, UNA LINEA POR OPERADOR
      *CON MOVIMIENTOS EN LA FECHA: LO QUE DEBERIA HABER SEGUN LOS
      *MOVIMIENTOS, LO CONTADO AL CIERRE Y LA DIFERENCIA. CON
      *FILTRO DE SUCURSAL SOLO SALEN LOS OPERADORES DE ESA
      *SUCURSAL (999 ES TODO EL BANCO). LOS OPERADORES SE RECORREN
      *CON EL ESQUEMA DE PASADAS REPETIDAS DE LOS DEMAS REPORTES
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayOperador     PIC X VALUE "S".
               88  NoHayOperador VALUE "N".
           77  CuadrePend      PIC X VALUE "N".
           77  OperadorImpreso PIC 9(9).
           77  OperadorSiguiente PIC 9(9).
           77  SucOperador     PIC 9(2).
           77  SaldoOperador   PIC S9(12)V99.
           77  ConteoOperador  PIC 9(10)V99.
           77  HuboConteo      PIC X.
           77  DifOperador     PIC S9(12)V99.
           77  TotalEsperado   PIC S9(14)V99.
           77  TotalContado    PIC S9(14)V99.
           77  TotalDiferencia PIC S9(14)V99.
           77  TituloReporte   PIC X(30)
                       VALUE "CUADRE DE CAJA DEL DIA".
           77  EncabezadoCols  PIC X(80)
                 VALUE "OPERADOR  SUC  ESPERADO  CONTADO  DIFERENCIA".
           77  LineaDetalle    PIC X(80).
           01  LineaCuadre.
               02  LCOperador  PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LCSucursal  PIC Z9.
               02  FILLER      PIC X VALUE SPACE.
               02  LCEsperado  PIC -ZZZ,ZZZ,ZZ9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCContado   PIC -ZZZ,ZZZ,ZZ9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCDiferencia PIC -ZZZ,ZZZ,ZZ9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCMarca     PIC X(10).
           01  obj-reporte     object reference.
           01  obj-operador    object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSFiltroSucursal PIC 9(3).
           77  LSNombreArchivo PIC X(30).
           77  TotalOperadores PIC 9(4).

       Procedure Division using  LSFecha
                                 LSFiltroSucursal
                                 LSNombreArchivo
                                 returning TotalOperadores.

             MOVE 0 TO TotalOperadores
             MOVE 0 TO TotalEsperado
             MOVE 0 TO TotalContado
             MOVE 0 TO TotalDiferencia
             MOVE "S" TO CuadrePend
             INVOKE operador "New"
                     RETURNING obj-operador

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using LSNombreArchivo
                                    TituloReporte
                                    LSFecha
                                    EncabezadoCols

             MOVE 0   TO OperadorImpreso
             MOVE "S" TO HayOperador
             PERFORM CuadrarOperadorSiguiente UNTIL NoHayOperador

             MOVE SPACES TO LineaCuadre
             MOVE TotalEsperado   TO LCEsperado
             MOVE TotalContado    TO LCContado
             MOVE TotalDiferencia TO LCDiferencia
             MOVE LineaCuadre TO LineaDetalle
             MOVE "TOTAL" TO LineaDetalle(1:5)
             INVOKE obj-reporte "EscribirLinea"
                              using LineaDetalle
             INVOKE obj-reporte "CerrarReporte"
                              using TotalEsperado
             MOVE "N" TO CuadrePend.

      *CuadrePend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
       CuadrarOperadorSiguiente.
           IF CuadrePend = "S" THEN
             MOVE 999999999 TO OperadorSiguiente
             MOVE "S" TO HayMas
             OPEN INPUT CajaDiaria
             PERFORM BuscarOperadorCaja UNTIL NoHayMas
             CLOSE CajaDiaria

             IF OperadorSiguiente = 999999999 THEN
                MOVE "N" TO HayOperador
             ELSE
                MOVE OperadorSiguiente TO OperadorImpreso
                INVOKE obj-operador "GetSucursalOperador"
                                  using OperadorImpreso
                              returning SucOperador
                IF LSFiltroSucursal = 999
                   OR SucOperador = LSFiltroSucursal THEN
                   PERFORM EscribirCuadreOperador
                END-IF
             END-IF
           END-IF.

       BuscarOperadorCaja.
             READ CajaDiaria NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CajaFecha = LSFecha
                    AND CajaOperador > OperadorImpreso
                    AND CajaOperador < OperadorSiguiente THEN
                    MOVE CajaOperador TO OperadorSiguiente
                 END-IF
             END-READ.

      *EL SALDO ESPERADO SE ARMA CON LA MISMA REGLA QUE
      *CalcularSaldoCaja; EL CONTEO ES EL ULTIMO TIPO 6 DEL DIA
       EscribirCuadreOperador.
           IF CuadrePend = "S" THEN
             MOVE 0 TO SaldoOperador
             MOVE 0 TO ConteoOperador
             MOVE "N" TO HuboConteo
             MOVE "S" TO HayMas
             OPEN INPUT CajaDiaria
             PERFORM AcumularCajaOperador UNTIL NoHayMas
             CLOSE CajaDiaria

             MOVE SPACES TO LineaCuadre
             MOVE OperadorImpreso TO LCOperador
             MOVE SucOperador     TO LCSucursal
             MOVE SaldoOperador   TO LCEsperado
             IF HuboConteo = "S" THEN
                COMPUTE DifOperador = ConteoOperador - SaldoOperador
                MOVE ConteoOperador TO LCContado
                MOVE DifOperador    TO LCDiferencia
                ADD ConteoOperador  TO TotalContado
                ADD DifOperador     TO TotalDiferencia
                IF DifOperador NOT = 0 THEN
                   MOVE "DIFERENCIA" TO LCMarca
                END-IF
             ELSE
                MOVE 0 TO LCContado
                MOVE 0 TO LCDiferencia
                MOVE "SIN CIERRE" TO LCMarca
             END-IF
             ADD SaldoOperador TO TotalEsperado
             MOVE LineaCuadre TO LineaDetalle
             INVOKE obj-reporte "EscribirLinea"
                              using LineaDetalle
             ADD 1 TO TotalOperadores
           END-IF.

       AcumularCajaOperador.
             READ CajaDiaria NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CajaFecha = LSFecha
                    AND CajaOperador = OperadorImpreso THEN
                    EVALUATE CajaTipoMov
                      WHEN 1
                        ADD CajaMonto TO SaldoOperador
                      WHEN 2
                        ADD CajaMonto TO SaldoOperador
                      WHEN 3
                        SUBTRACT CajaMonto FROM SaldoOperador
                      WHEN 4
                        ADD CajaMonto TO SaldoOperador
                      WHEN 5
                        SUBTRACT CajaMonto FROM SaldoOperador
                      WHEN 6
                        MOVE CajaMonto TO ConteoOperador
                        MOVE "S" TO HuboConteo
                      WHEN OTHER
                        CONTINUE
                    END-EVALUATE
                 END-IF
             END-READ.

       End Method ReporteCuadreCaja.
      *>----------------------------------------------

       end object.
       end class Caja.
