      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. CertificadoTributario as "certificadotributario"
                 inherits from base.

       object section.
       class-control.
           fechaproceso   is class "fechaproceso"
           reporte        is class "reporte"
           saldohistorico is class "saldohistorico"
           transacition   is class "transacition"
           prestamo       is class "prestamo"
           certificadotributario is class "certificadotributario".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CertificadosTributarios ASSIGN TO
                  "certificados_tributarios.dat"
           organization is indexed
           access is dynamic
           record key is CTRLlave.

      *LOS MAESTROS SE LEEN AQUI SOLO EN CONSULTA, CON LOS MISMOS
      *TRAZADOS QUE DEFINEN SUS CLASES DUENAS; SI UN TRAZADO CAMBIA
      *ALLA, DEBE CAMBIARSE TAMBIEN AQUI
           SELECT CTCustomer ASSIGN TO "customer.dat"
           organization is indexed
           access is dynamic
           record key is CTCIdentificacion.

           SELECT CTAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is CTANumaccounts.

       DATA DIVISION.
       FILE SECTION.
       FD CertificadosTributarios.
      *CONTROL DE EMISION DEL CERTIFICADO TRIBUTARIO ANUAL: UNA FILA
      *POR CLIENTE Y ANO GRAVABLE CON LA FECHA DE LA PRIMERA
      *EMISION, CUANTAS VECES SE HA IMPRESO Y LA ULTIMA IMPRESION.
      *LAS IMPRESIONES DESPUES DE LA PRIMERA SALEN COMO REIMPRESION
       01 certificados-tributarios-file.
           05  CTRLlave.
               10  CTRIdCustomer   PIC 9(9).
               10  CTRAnio         PIC X(4).
           05  CTRFechaEmision     PIC X(8).
           05  CTRImpresiones      PIC 9(3).
           05  CTRFechaUltima      PIC X(8).

       FD CTCustomer.
       01 ct-customer-file.
           05  CTCIdentificacion   PIC 9(9).
           05  CTCNombre           PIC X(15).
           05  CTCDirreccion       PIC X(20).
           05  CTCTipoPersona      PIC X.
               88  CTCJuridica     VALUE "J".
           05  CTCRazonSocial      PIC X(30).
           05  CTCRepresentante    PIC 9(9).

       FD CTAccounts.
       01 ct-accounts-file.
           05  CTANumaccounts      PIC X(9).
           05  CTAMontodisponible  PIC S9(10)V99.
           05  CTAIdCustomer       PIC 9(9).
           05  CTAIdCustomer2      PIC 9(9).
           05  CTAIdDebitcard      PIC X(15).
           05  CTATipodeCueta      PIC 9.
               88  CTAAhorro       VALUE ZERO.
               88  CTACorriente    VALUE 1.
               88  CTAPlazoFijo    VALUE 2.
           05  CTALimiteSobregiro  PIC 9(10)V99.
           05  CTAMontoMinimo      PIC 9(10)V99.
           05  CTAFechaVencim      PIC X(8).
           05  CTAEstadoCuenta     PIC 9.
           05  CTAMonedaCuenta     PIC X(3).
           05  CTASucursalCuenta   PIC 9(2).
           05  CTAMancomunada      PIC X.
           05  CTAUmbralMancom     PIC 9(10)V99.
           05  CTAProductoCuenta   PIC X(4).

       procedure division.

       Method-ID. GenerarCertificados.
      *>----------------------------------------------
      *CORRIDA DE FIN DE ANO: EMITE EL CERTIFICADO TRIBUTARIO DEL
      *ANO GRAVABLE PARA TODOS LOS CLIENTES, UNO POR PAGINA, EN
      *certificados_tributarios.txt. LA SUMA DE CONTROL ES LA DE
      *LOS SALDOS DE DEPOSITO CERTIFICADOS
       Data Division.
        Local-Storage Section.
           77  HayMas            PIC X VALUE "S".
               88  NoHayMas      VALUE "N".
           77  FechaHoy          PIC X(8).
           77  NombreCliente     PIC X(30).
           77  IdActual          PIC 9(9).
           77  Emitido           PIC 9.
           77  ControlCliente    PIC S9(14)V99.
           77  MontoControl      PIC S9(14)V99.
           77  NombreImpresion   PIC X(30)
                                 VALUE "certificados_tributarios.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "CERTIFICADO TRIBUTARIO".
           01  EncabezadoImpresion.
               02  FILLER        PIC X(39)
                   VALUE "PRODUCTO  TIPO   MON   SALDO 31-DIC    ".
               02  FILLER        PIC X(41)
                   VALUE "INTERESES    RETENCION   GMF PAGADO".
           01  obj-fechaproceso  object reference.
           01  obj-reporte       object reference.

        Linkage Section.
           77  LSAnio            PIC X(4).
           77  TotalCertificados PIC 9(5).

       Procedure Division using  LSAnio
                                 returning TotalCertificados.

             MOVE 0 TO TotalCertificados
             MOVE 0 TO MontoControl
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning FechaHoy
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        FechaHoy
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT CTCustomer
             PERFORM CertificarClienteSiguiente UNTIL NoHayMas
             CLOSE CTCustomer

             INVOKE obj-reporte "CerrarReporte" using MontoControl.

       CertificarClienteSiguiente.
             READ CTCustomer NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE CTCIdentificacion TO IdActual
                 IF CTCJuridica THEN
                    MOVE CTCRazonSocial TO NombreCliente
                 ELSE
                    MOVE CTCNombre      TO NombreCliente
                 END-IF
      *CADA CERTIFICADO EMPIEZA EN PAGINA NUEVA
                 IF TotalCertificados > 0 THEN
                    INVOKE obj-reporte "SaltarPagina"
                 END-IF
                 INVOKE "EmitirCertificado" using IdActual
                                                  NombreCliente
                                                  LSAnio
                                                  obj-reporte
                                                  ControlCliente
                                        returning Emitido
                 IF Emitido = 1 THEN
                    ADD ControlCliente TO MontoControl
                    ADD 1 TO TotalCertificados
                 END-IF
             END-READ.

       End Method GenerarCertificados.
      *>----------------------------------------------

       Method-ID. ReimprimirCertificado.
      *>----------------------------------------------
      *IMPRIME A DEMANDA EL CERTIFICADO TRIBUTARIO DE UN CLIENTE
      *PARA UN ANO GRAVABLE EN certificado_tributario.txt. DEVUELVE
      *0 SI EL CLIENTE NO ESTA REGISTRADO
       Data Division.
        Local-Storage Section.
           77  FechaHoy          PIC X(8).
           77  NombreCliente     PIC X(30).
           77  ExisteCliente     PIC 9.
           77  MontoControl      PIC S9(14)V99.
           77  NombreImpresion   PIC X(30)
                                 VALUE "certificado_tributario.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "CERTIFICADO TRIBUTARIO".
           01  EncabezadoImpresion.
               02  FILLER        PIC X(39)
                   VALUE "PRODUCTO  TIPO   MON   SALDO 31-DIC    ".
               02  FILLER        PIC X(41)
                   VALUE "INTERESES    RETENCION   GMF PAGADO".
           01  obj-fechaproceso  object reference.
           01  obj-reporte       object reference.

        Linkage Section.
           77  LSIdCustomer      PIC 9(9).
           77  LSAnio            PIC X(4).
           77  Emitido           PIC 9.

       Procedure Division using  LSIdCustomer
                                 LSAnio
                                 returning Emitido.

             MOVE 0 TO Emitido
             MOVE 0 TO ExisteCliente
             OPEN INPUT CTCustomer
               MOVE LSIdCustomer TO CTCIdentificacion
               READ CTCustomer
                 KEY IS CTCIdentificacion
                 INVALID KEY
                   DISPLAY "El cliente no esta registrado"
                 NOT INVALID KEY
                   MOVE 1 TO ExisteCliente
                   IF CTCJuridica THEN
                      MOVE CTCRazonSocial TO NombreCliente
                   ELSE
                      MOVE CTCNombre      TO NombreCliente
                   END-IF
               END-READ
             CLOSE CTCustomer

             IF ExisteCliente = 1 THEN
                INVOKE fechaproceso "New"
                        RETURNING obj-fechaproceso
                INVOKE obj-fechaproceso "GetFechaProceso"
                                          returning FechaHoy
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreImpresion
                                           TituloImpresion
                                           FechaHoy
                                           EncabezadoImpresion
                INVOKE "EmitirCertificado" using LSIdCustomer
                                                 NombreCliente
                                                 LSAnio
                                                 obj-reporte
                                                 MontoControl
                                       returning Emitido
                INVOKE obj-reporte "CerrarReporte" using MontoControl
             END-IF.

       End Method ReimprimirCertificado.
      *>----------------------------------------------

       Method-ID. EmitirCertificado.
      *>----------------------------------------------
      *ESCRIBE EN EL REPORTE RECIBIDO EL CERTIFICADO DE UN CLIENTE
      *PARA LA DECLARACION DE RENTA DEL ANO GRAVABLE: POR CADA
      *CUENTA (COMO TITULAR O SEGUNDO TITULAR) EL SALDO AL 31 DE
      *DICIEMBRE SEGUN LA FOTO DE CIERRE, LOS INTERESES RECIBIDOS,
      *LA RETENCION EN LA FUENTE Y EL GMF DEL ANO; POR CADA PRESTAMO
      *EL CAPITAL ADEUDADO AL 31 DE DICIEMBRE Y LOS INTERESES
      *PAGADOS. LAS CUENTAS SIN FOTO AL CORTE NI MOVIMIENTOS
      *TRIBUTARIOS EN EL ANO NO SE LISTAN. DEVUELVE EN LA SUMA DE
      *CONTROL LOS SALDOS DE DEPOSITO CERTIFICADOS
       Data Division.
        Local-Storage Section.
           77  HayMas            PIC X VALUE "S".
               88  NoHayMas      VALUE "N".
      *CuentasPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL CAE
      *EN EL AL FINAL DEL METODO
           77  CuentasPend       PIC X VALUE "N".
           77  FechaHoy          PIC X(8).
           77  NuevoControl      PIC X VALUE "N".
           77  ExisteFoto        PIC 9.
           77  SaldoCorte        PIC S9(10)V99.
           77  DisponibleCorte   PIC S9(10)V99.
           77  MonedaCorte       PIC X(3).
           77  SucursalCorte     PIC 9(2).
           77  EstadoCorte       PIC 9.
           77  InteresCuenta     PIC 9(12)V99.
           77  RetencionCuenta   PIC 9(12)V99.
           77  GMFCuenta         PIC 9(12)V99.
           77  MovsCuenta        PIC 9(5).
           77  TotalCuentas      PIC 9(4).
           77  TotalPrestamos    PIC 9(4).
           77  SumaSaldos        PIC S9(14)V99.
           77  SumaIntereses     PIC 9(14)V99.
           77  SumaRetencion     PIC 9(14)V99.
           77  SumaGMF           PIC 9(14)V99.
           77  SaldoPrestamos    PIC 9(12)V99.
           77  InteresPrestamos  PIC 9(12)V99.
           01  FechaDesde.
               02  FDAnio        PIC X(4).
               02  FILLER        PIC X(4) VALUE "0101".
           01  FechaHasta.
               02  FHAnio        PIC X(4).
               02  FILLER        PIC X(4) VALUE "1231".
           01  LineaSerial.
               02  FILLER        PIC X(18)
                                 VALUE "Certificado No. CT".
               02  LSerAnio      PIC X(4).
               02  FILLER        PIC X VALUE "-".
               02  LSerCliente   PIC 9(9).
               02  FILLER        PIC X(17)
                                 VALUE "   Ano gravable: ".
               02  LSerGravable  PIC X(4).
               02  FILLER        PIC X(27) VALUE SPACES.
           01  LineaCliente.
               02  FILLER        PIC X(9) VALUE "Cliente: ".
               02  LCliNombre    PIC X(30).
               02  FILLER        PIC X(17)
                                 VALUE "  Identificacion ".
               02  LCliIdent     PIC 9(9).
               02  FILLER        PIC X(15) VALUE SPACES.
           01  LineaReimpresion.
               02  FILLER        PIC X(16)
                                 VALUE "REIMPRESION No. ".
               02  LReiNumero    PIC 9(3).
               02  FILLER        PIC X(28)
                                 VALUE " - emitido originalmente el ".
               02  LReiFecha     PIC X(8).
               02  FILLER        PIC X(25) VALUE SPACES.
           01  LineaSeccion.
               02  LSecTitulo    PIC X(30).
               02  FILLER        PIC X(50) VALUE SPACES.
           01  LineaCuenta.
               02  LCCuenta      PIC X(9).
               02  FILLER        PIC X VALUE SPACE.
               02  LCTipo        PIC X(6).
               02  FILLER        PIC X VALUE SPACE.
               02  LCMoneda      PIC X(3).
               02  FILLER        PIC X VALUE SPACE.
               02  LCSaldo       PIC -9(10).99.
               02  FILLER        PIC X VALUE SPACE.
               02  LCInteres     PIC 9(9).99.
               02  FILLER        PIC X VALUE SPACE.
               02  LCRetencion   PIC 9(9).99.
               02  FILLER        PIC X VALUE SPACE.
               02  LCGMF         PIC 9(9).99.
               02  FILLER        PIC X(6) VALUE SPACES.
           01  LineaTotal.
               02  LTConcepto    PIC X(36).
               02  LTValor       PIC -9(12).99.
               02  FILLER        PIC X(28) VALUE SPACES.
           01  LineaTexto.
               02  LTxTexto      PIC X(70).
               02  FILLER        PIC X(10) VALUE SPACES.
           01  LineaFirma.
               02  FILLER        PIC X(40)
                   VALUE "Firma autorizada: __________________    ".
               02  FILLER        PIC X(40) VALUE SPACES.
           01  obj-fechaproceso  object reference.
           01  obj-saldohistorico object reference.
           01  obj-transacition  object reference.
           01  obj-prestamo      object reference.

        Linkage Section.
           77  LSIdCustomer      PIC 9(9).
           77  LSNombre          PIC X(30).
           77  LSAnio            PIC X(4).
           01  LSReporte         usage object reference.
           77  LSMontoControl    PIC S9(14)V99.
           77  Emitido           PIC 9.

       Procedure Division using  LSIdCustomer
                                 LSNombre
                                 LSAnio
                                 LSReporte
                                 LSMontoControl
                                 returning Emitido.

             MOVE 0 TO Emitido
             MOVE 0 TO LSMontoControl
             MOVE LSAnio TO FDAnio
             MOVE LSAnio TO FHAnio
             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                       returning FechaHoy
             INVOKE saldohistorico "New"
                     RETURNING obj-saldohistorico
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE prestamo "New"
                     RETURNING obj-prestamo

      *CONTROL DE EMISION: LA PRIMERA VEZ SE REGISTRA, LAS DEMAS
      *CUENTAN COMO REIMPRESION
             OPEN I-O CertificadosTributarios
               MOVE LSIdCustomer TO CTRIdCustomer
               MOVE LSAnio       TO CTRAnio
               READ CertificadosTributarios
                 KEY IS CTRLlave
                 INVALID KEY
                   MOVE "S" TO NuevoControl
                 NOT INVALID KEY
                   ADD 1 TO CTRImpresiones
                   MOVE FechaHoy TO CTRFechaUltima
                   REWRITE certificados-tributarios-file
                   END-REWRITE
               END-READ
               IF NuevoControl = "S" THEN
                  MOVE LSIdCustomer TO CTRIdCustomer
                  MOVE LSAnio       TO CTRAnio
                  MOVE FechaHoy     TO CTRFechaEmision
                  MOVE 1            TO CTRImpresiones
                  MOVE FechaHoy     TO CTRFechaUltima
                  WRITE certificados-tributarios-file
                  END-WRITE
               END-IF
             CLOSE CertificadosTributarios

             MOVE LSAnio       TO LSerAnio
             MOVE LSIdCustomer TO LSerCliente
             MOVE LSAnio       TO LSerGravable
             INVOKE LSReporte "EscribirLinea" using LineaSerial
             MOVE LSNombre     TO LCliNombre
             MOVE LSIdCustomer TO LCliIdent
             INVOKE LSReporte "EscribirLinea" using LineaCliente
             IF CTRImpresiones > 1 THEN
                MOVE CTRImpresiones  TO LReiNumero
                MOVE CTRFechaEmision TO LReiFecha
                INVOKE LSReporte "EscribirLinea" using
                                                LineaReimpresion
             END-IF

             MOVE "CUENTAS DE DEPOSITO" TO LSecTitulo
             INVOKE LSReporte "EscribirLinea" using LineaSeccion
             MOVE 0   TO TotalCuentas
             MOVE 0   TO SumaSaldos
             MOVE 0   TO SumaIntereses
             MOVE 0   TO SumaRetencion
             MOVE 0   TO SumaGMF
             MOVE "S" TO CuentasPend
             MOVE "S" TO HayMas
             OPEN INPUT CTAccounts
             PERFORM CertificarCuentaTributaria UNTIL NoHayMas
             CLOSE CTAccounts
             MOVE "N" TO CuentasPend
             IF TotalCuentas = 0 THEN
                MOVE "Sin cuentas de deposito en el periodo"
                                                  TO LTxTexto
                INVOKE LSReporte "EscribirLinea" using LineaTexto
             END-IF

             MOVE "PRESTAMOS" TO LSecTitulo
             INVOKE LSReporte "EscribirLinea" using LineaSeccion
             INVOKE obj-prestamo "CertificarPrestamosCliente"
                                  using LSIdCustomer
                                        FechaDesde
                                        FechaHasta
                                        LSReporte
                                        SaldoPrestamos
                                        InteresPrestamos
                                  returning TotalPrestamos
             IF TotalPrestamos = 0 THEN
                MOVE "Sin prestamos en el periodo" TO LTxTexto
                INVOKE LSReporte "EscribirLinea" using LineaTexto
             END-IF

             MOVE SPACES TO LTxTexto
             INVOKE LSReporte "EscribirLinea" using LineaTexto
             MOVE "Saldo cuentas al 31 de diciembre   :" TO LTConcepto
             MOVE SumaSaldos       TO LTValor
             INVOKE LSReporte "EscribirLinea" using LineaTotal
             MOVE "Intereses recibidos                :" TO LTConcepto
             MOVE SumaIntereses    TO LTValor
             INVOKE LSReporte "EscribirLinea" using LineaTotal
             MOVE "Retencion en la fuente practicada  :" TO LTConcepto
             MOVE SumaRetencion    TO LTValor
             INVOKE LSReporte "EscribirLinea" using LineaTotal
             MOVE "GMF (4 por mil) pagado             :" TO LTConcepto
             MOVE SumaGMF          TO LTValor
             INVOKE LSReporte "EscribirLinea" using LineaTotal
             MOVE "Saldo prestamos al 31 de diciembre :" TO LTConcepto
             MOVE SaldoPrestamos   TO LTValor
             INVOKE LSReporte "EscribirLinea" using LineaTotal
             MOVE "Intereses pagados por prestamos    :" TO LTConcepto
             MOVE InteresPrestamos TO LTValor
             INVOKE LSReporte "EscribirLinea" using LineaTotal

             MOVE SPACES TO LTxTexto
             INVOKE LSReporte "EscribirLinea" using LineaTexto
             MOVE "Se expide para efectos de la declaracion de renta"
                                                  TO LTxTexto
             INVOKE LSReporte "EscribirLinea" using LineaTexto
             MOVE "del ano gravable indicado, segun nuestros registros"
                                                  TO LTxTexto
             INVOKE LSReporte "EscribirLinea" using LineaTexto
             INVOKE LSReporte "EscribirLinea" using LineaFirma

             MOVE SumaSaldos TO LSMontoControl
             MOVE 1 TO Emitido
             DISPLAY "Certificado " LSIdCustomer " ano " LSAnio
                     " cuentas " TotalCuentas
                     " prestamos " TotalPrestamos.

       CertificarCuentaTributaria.
             IF CuentasPend = "S" THEN
                READ CTAccounts NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF CTAIdCustomer = LSIdCustomer
                       OR CTAIdCustomer2 = LSIdCustomer THEN
                       INVOKE obj-saldohistorico "SaldoEnFecha"
                                     using CTANumaccounts
                                           FechaHasta
                                           SaldoCorte
                                           DisponibleCorte
                                           MonedaCorte
                                           SucursalCorte
                                           EstadoCorte
                                     returning ExisteFoto
                       INVOKE obj-transacition
                                     "TotalesTributariosCuenta"
                                     using CTANumaccounts
                                           FechaDesde
                                           FechaHasta
                                           InteresCuenta
                                           RetencionCuenta
                                           GMFCuenta
                                     returning MovsCuenta
                       IF ExisteFoto = 1 OR MovsCuenta > 0 THEN
                          MOVE CTANumaccounts TO LCCuenta
                          EVALUATE TRUE
                            WHEN CTAAhorro
                              MOVE "AHORRO" TO LCTipo
                            WHEN CTACorriente
                              MOVE "CORR."  TO LCTipo
                            WHEN CTAPlazoFijo
                              MOVE "PLAZO"  TO LCTipo
                            WHEN OTHER
                              MOVE "OTRO"   TO LCTipo
                          END-EVALUATE
                          IF CTAMonedaCuenta = SPACES THEN
                             MOVE "COP" TO LCMoneda
                          ELSE
                             MOVE CTAMonedaCuenta TO LCMoneda
                          END-IF
                          MOVE SaldoCorte      TO LCSaldo
                          MOVE InteresCuenta   TO LCInteres
                          MOVE RetencionCuenta TO LCRetencion
                          MOVE GMFCuenta       TO LCGMF
                          DISPLAY LineaCuenta
                          INVOKE LSReporte "EscribirLinea" using
                                                      LineaCuenta
                          ADD SaldoCorte      TO SumaSaldos
                          ADD InteresCuenta   TO SumaIntereses
                          ADD RetencionCuenta TO SumaRetencion
                          ADD GMFCuenta       TO SumaGMF
                          ADD 1 TO TotalCuentas
                       END-IF
                    END-IF
                END-READ
             END-IF.

       End Method EmitirCertificado.
      *>----------------------------------------------

       end object.
       end class CertificadoTributario.
