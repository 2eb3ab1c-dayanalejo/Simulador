      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. SeguroVida as "segurovida"
                 inherits from base.

       object section.
       class-control.
           reporte      is class "reporte"
           contabilidad is class "contabilidad"
           segurovida   is class "segurovida".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PrimasSeguro ASSIGN TO "primas_seguro_vida.dat"
           organization is indexed
           access is dynamic
           record key is PsSeq.

           SELECT SiniestrosSeguro ASSIGN TO
                  "siniestros_seguro_vida.dat"
           organization is indexed
           access is dynamic
           record key is SsPreId.

           SELECT RemesaSeguro ASSIGN TO "remesa_seguro_vida.txt"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD PrimasSeguro.
      *PRIMAS DEL SEGURO DE VIDA DEUDOR COBRADAS CON LAS CUOTAS DE
      *LOS PRESTAMOS: UNA FILA POR CUOTA COBRADA, CON EL SALDO
      *ASEGURADO Y LA PRIMA. QUEDAN PENDIENTES (P) HASTA QUE LA
      *REMESA MENSUAL LAS GIRA A LA ASEGURADORA (R)
       01 primas-seguro-file.
           05  PsSeq            PIC 9(9).
           05  PsPreId          PIC 9(5).
           05  PsIdCustomer     PIC 9(9).
           05  PsNumeroCuota    PIC 9(3).
           05  PsFecha          PIC X(8).
           05  PsSaldoAsegurado PIC 9(12)V99.
           05  PsPrima          PIC 9(10)V99.
           05  PsEstado         PIC X.
               88  PrimaPendiente VALUE "P".
               88  PrimaRemitida  VALUE "R".
           05  PsFechaRemesa    PIC X(8).

       FD SiniestrosSeguro.
      *RECLAMOS A LA ASEGURADORA POR FALLECIMIENTO DEL DEUDOR: UNO
      *POR PRESTAMO SALDADO, CON EL CAPITAL Y EL INTERES CAUSADO QUE
      *LA ASEGURADORA DEBE PAGAR. EL RECLAMO VIAJA EN LA SIGUIENTE
      *REMESA (SsReportado) Y QUEDA ABIERTO (A) HASTA QUE LA
      *ASEGURADORA LO PAGA (P)
       01 siniestros-seguro-file.
           05  SsPreId          PIC 9(5).
           05  SsIdCustomer     PIC 9(9).
           05  SsFecha          PIC X(8).
           05  SsDocumento      PIC X(20).
           05  SsCapital        PIC 9(12)V99.
           05  SsInteres        PIC 9(12)V99.
           05  SsReportado      PIC X.
           05  SsEstado         PIC X.
               88  SiniestroAbierto VALUE "A".
               88  SiniestroPagado  VALUE "P".
           05  SsFechaPago      PIC X(8).

       FD RemesaSeguro.
      *ARCHIVO PARA LA ASEGURADORA: 1=ENCABEZADO, 2=PRIMA,
      *3=SINIESTRO, 9=TOTALES DE CONTROL
       01 remesa-seguro-linea  PIC X(80).

       Method-ID. RegistrarPrima.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxPsSeq      PIC 9(9) VALUE 0.

        Linkage Section.
           77  LSPreId       PIC 9(5).
           77  LSIdCustomer  PIC 9(9).
           77  LSNumeroCuota PIC 9(3).
           77  LSFecha       PIC X(8).
           77  LSSaldo       PIC 9(12)V99.
           77  LSPrima       PIC 9(10)V99.

       Procedure Division using  LSPreId
                                 LSIdCustomer
                                 LSNumeroCuota
                                 LSFecha
                                 LSSaldo
                                 LSPrima.

      *BUSCAR EL MAYOR PsSeq YA ASIGNADO PARA GENERAR EL SIGUIENTE
             MOVE "S" TO HayMas
             OPEN I-O PrimasSeguro
             PERFORM BuscarMaxPsSeq UNTIL NoHayMas
             CLOSE PrimasSeguro.

             OPEN I-O PrimasSeguro
             COMPUTE PsSeq = MaxPsSeq + 1
             MOVE LSPreId       TO PsPreId
             MOVE LSIdCustomer  TO PsIdCustomer
             MOVE LSNumeroCuota TO PsNumeroCuota
             MOVE LSFecha       TO PsFecha
             MOVE LSSaldo       TO PsSaldoAsegurado
             MOVE LSPrima       TO PsPrima
             MOVE "P"           TO PsEstado
             MOVE SPACES        TO PsFechaRemesa
             WRITE primas-seguro-file
             END-WRITE
             CLOSE PrimasSeguro.

       BuscarMaxPsSeq.
             READ PrimasSeguro NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PsSeq > MaxPsSeq THEN
                    MOVE PsSeq TO MaxPsSeq
                 END-IF
             END-READ.

       End Method RegistrarPrima.
      *>----------------------------------------------

       Method-ID. RegistrarSiniestro.
      *>----------------------------------------------
       Data Division.
        Linkage Section.
           77  LSPreId       PIC 9(5).
           77  LSIdCustomer  PIC 9(9).
           77  LSFecha       PIC X(8).
           77  LSDocumento   PIC X(20).
           77  LSCapital     PIC 9(12)V99.
           77  LSInteres     PIC 9(12)V99.
           77  RegistrarOk   PIC 9.

       Procedure Division using  LSPreId
                                 LSIdCustomer
                                 LSFecha
                                 LSDocumento
                                 LSCapital
                                 LSInteres
                                 returning RegistrarOk.

          MOVE 0 TO RegistrarOk
          OPEN I-O SiniestrosSeguro
            MOVE LSPreId TO SsPreId
            READ SiniestrosSeguro
              KEY IS SsPreId
              INVALID KEY
                MOVE LSPreId      TO SsPreId
                MOVE LSIdCustomer TO SsIdCustomer
                MOVE LSFecha      TO SsFecha
                MOVE LSDocumento  TO SsDocumento
                MOVE LSCapital    TO SsCapital
                MOVE LSInteres    TO SsInteres
                MOVE "N"          TO SsReportado
                MOVE "A"          TO SsEstado
                MOVE SPACES       TO SsFechaPago
                WRITE siniestros-seguro-file
                END-WRITE
                MOVE 1 TO RegistrarOk
              NOT INVALID KEY
                DISPLAY "El prestamo ya tiene un siniestro"
                DISPLAY "registrado"
            END-READ
          CLOSE SiniestrosSeguro.

       End Method RegistrarSiniestro.
      *>----------------------------------------------

       Method-ID. ListarSiniestros.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  EstadoTexto   PIC X(9).

        Linkage Section.
           77  TotalSiniestros PIC 9(4).

       Procedure Division returning TotalSiniestros.

             MOVE 0   TO TotalSiniestros
             MOVE "S" TO HayMas
             OPEN INPUT SiniestrosSeguro
             PERFORM ListarSiniestroSiguiente UNTIL NoHayMas
             CLOSE SiniestrosSeguro.

       ListarSiniestroSiguiente.
             READ SiniestrosSeguro NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF SiniestroAbierto THEN
                    MOVE "ABIERTO"   TO EstadoTexto
                 ELSE
                    MOVE "PAGADO"    TO EstadoTexto
                 END-IF
                 DISPLAY SsPreId " cliente " SsIdCustomer
                         " del " SsFecha
                         " capital " SsCapital
                         " interes " SsInteres
                         " " EstadoTexto
                 ADD 1 TO TotalSiniestros
             END-READ.

       End Method ListarSiniestros.
      *>----------------------------------------------

       Method-ID. RegistrarPagoSiniestro.
      *>----------------------------------------------
      *LA ASEGURADORA PAGA EL RECLAMO: SE CANCELA LA CUENTA POR
      *COBRAR CONTRA CAJA Y EL SINIESTRO QUEDA PAGADO
      *CUENTAS CONTABLES:
      *  11010101 CAJA
      *  16100101 CUENTA POR COBRAR A LA ASEGURADORA
       Data Division.
        Local-Storage Section.
           77  MontoPagado   PIC 9(12)V99.
           77  SucursalPago  PIC 9(2) VALUE 1.
           77  CuentaDebe    PIC X(8) VALUE "11010101".
           77  CuentaHaber   PIC X(8) VALUE "16100101".
           77  OrigenAsiento PIC X(12) VALUE "SEGURO VIDA".
           77  AsientoOk     PIC 9.
           01  ReferenciaAsiento.
               02  RAPreId   PIC 9(5).
               02  FILLER    PIC X VALUE SPACE.
               02  RADetalle PIC X(14) VALUE "PAGO SINIESTRO".
           01  obj-contabilidad object reference.

        Linkage Section.
           77  LSPreId       PIC 9(5).
           77  LSFecha       PIC X(8).
           77  PagoOk        PIC 9.

       Procedure Division using  LSPreId
                                 LSFecha
                                 returning PagoOk.

          MOVE 0 TO PagoOk
          MOVE 0 TO MontoPagado
          OPEN I-O SiniestrosSeguro
            MOVE LSPreId TO SsPreId
            READ SiniestrosSeguro
              KEY IS SsPreId
              INVALID KEY
                DISPLAY "El prestamo no tiene siniestro registrado"
              NOT INVALID KEY
                IF NOT SiniestroAbierto THEN
                   DISPLAY "El siniestro ya fue pagado"
                ELSE
                   COMPUTE MontoPagado = SsCapital + SsInteres
                   MOVE "P"     TO SsEstado
                   MOVE LSFecha TO SsFechaPago
                   REWRITE siniestros-seguro-file
                   END-REWRITE
                   MOVE 1 TO PagoOk
                END-IF
            END-READ
          CLOSE SiniestrosSeguro

          IF PagoOk = 1 THEN
             INVOKE contabilidad "New"
                     RETURNING obj-contabilidad
             MOVE LSPreId TO RAPreId
             INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                   using LSFecha
                                         SucursalPago
                                         CuentaDebe
                                         CuentaHaber
                                         MontoPagado
                                         OrigenAsiento
                                         ReferenciaAsiento
                                   returning AsientoOk
             DISPLAY "Pago del siniestro registrado por "
                     MontoPagado
          END-IF.

       End Method RegistrarPagoSiniestro.
      *>----------------------------------------------

       Method-ID. GenerarRemesa.
      *>----------------------------------------------
      *REMESA MENSUAL A LA ASEGURADORA: LAS PRIMAS COBRADAS HASTA
      *EL MES Y AUN NO GIRADAS, Y LOS SINIESTROS NUEVOS. ESCRIBE EL
      *ARCHIVO DE INTERCAMBIO remesa_seguro_vida.txt Y EL REPORTE
      *IMPRESO, MARCA LAS PRIMAS COMO REMITIDAS Y CONTABILIZA EL
      *GIRO DE LAS PRIMAS. EL TOTAL DE CONTROL ES LA PRIMA GIRADA
      *CUENTAS CONTABLES:
      *  24040101 PRIMAS DE SEGURO POR PAGAR
      *  11010101 CAJA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  TotalSiniestros PIC 9(6).
           77  TotalPrimasMes PIC 9(12)V99.
           77  TotalReclamado PIC 9(12)V99.
           77  MontoControl  PIC S9(14)V99.
           77  FechaRemesa   PIC X(8).
           77  SucursalGiro  PIC 9(2) VALUE 1.
           77  CuentaDebe    PIC X(8) VALUE "24040101".
           77  CuentaHaber   PIC X(8) VALUE "11010101".
           77  OrigenAsiento PIC X(12) VALUE "SEGURO VIDA".
           77  AsientoOk     PIC 9.
           01  ReferenciaAsiento.
               02  RAMes     PIC X(6).
               02  FILLER    PIC X VALUE SPACE.
               02  RADetalle PIC X(13) VALUE "REMESA PRIMAS".
           77  NombreImpresion   PIC X(30)
                                 VALUE "seguro_vida_remesa.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "REMESA SEGURO VIDA DEUDOR".
           77  EncabezadoImpresion PIC X(80)
               VALUE "T PREST CLIENTE   CUOTA FECHA     SALDO/CAPITAL".
           01  LineaEncabezado.
               02  LETipo      PIC X VALUE "1".
               02  LEMes       PIC X(6).
               02  LEFecha     PIC X(8).
               02  FILLER      PIC X(65) VALUE SPACES.
           01  LineaPrima.
               02  LPTipo      PIC X VALUE "2".
               02  LPPreId     PIC 9(5).
               02  LPCliente   PIC 9(9).
               02  LPCuota     PIC 9(3).
               02  LPFecha     PIC X(8).
               02  LPSaldo     PIC 9(12)V99.
               02  LPPrima     PIC 9(10)V99.
               02  FILLER      PIC X(28) VALUE SPACES.
           01  LineaSiniestro.
               02  LNTipo      PIC X VALUE "3".
               02  LNPreId     PIC 9(5).
               02  LNCliente   PIC 9(9).
               02  LNFecha     PIC X(8).
               02  LNDocumento PIC X(20).
               02  LNCapital   PIC 9(12)V99.
               02  LNInteres   PIC 9(12)V99.
               02  FILLER      PIC X(9) VALUE SPACES.
           01  LineaControl.
               02  LCTipo      PIC X VALUE "9".
               02  LCPrimas    PIC 9(6).
               02  LCValorPrimas PIC 9(12)V99.
               02  LCSiniestros PIC 9(6).
               02  LCReclamado PIC 9(12)V99.
               02  FILLER      PIC X(39) VALUE SPACES.
           01  LineaReporte.
               02  LRTipo      PIC X.
               02  FILLER      PIC X VALUE SPACE.
               02  LRPreId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LRCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LRCuota     PIC ZZ9.
               02  FILLER      PIC XXX VALUE SPACES.
               02  LRFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LRBase      PIC Z(11)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LRValor     PIC Z(11)9.99.
               02  FILLER      PIC X(16) VALUE SPACES.
           01  obj-reporte      object reference.
           01  obj-contabilidad object reference.

        Linkage Section.
           77  LSMes         PIC X(6).
           77  LSFecha       PIC X(8).
           77  TotalPrimas   PIC 9(6).

       Procedure Division using  LSMes
                                 LSFecha
                                 returning TotalPrimas.

             MOVE 0 TO TotalPrimas
             MOVE 0 TO TotalSiniestros
             MOVE 0 TO TotalPrimasMes
             MOVE 0 TO TotalReclamado
             MOVE LSFecha TO FechaRemesa
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        FechaRemesa
                                        EncabezadoImpresion

             OPEN OUTPUT RemesaSeguro
             MOVE LSMes   TO LEMes
             MOVE LSFecha TO LEFecha
             WRITE remesa-seguro-linea FROM LineaEncabezado
             END-WRITE

             MOVE "S" TO HayMas
             OPEN I-O PrimasSeguro
             PERFORM RemitirPrimaSiguiente UNTIL NoHayMas
             CLOSE PrimasSeguro

             MOVE "S" TO HayMas
             OPEN I-O SiniestrosSeguro
             PERFORM RemitirSiniestroSiguiente UNTIL NoHayMas
             CLOSE SiniestrosSeguro

             MOVE TotalPrimas     TO LCPrimas
             MOVE TotalPrimasMes  TO LCValorPrimas
             MOVE TotalSiniestros TO LCSiniestros
             MOVE TotalReclamado  TO LCReclamado
             WRITE remesa-seguro-linea FROM LineaControl
             END-WRITE
             CLOSE RemesaSeguro

             IF TotalPrimasMes > 0 THEN
                INVOKE contabilidad "New"
                        RETURNING obj-contabilidad
                MOVE LSMes TO RAMes
                INVOKE obj-contabilidad "RegistrarAsientoEspecial"
                                      using LSFecha
                                            SucursalGiro
                                            CuentaDebe
                                            CuentaHaber
                                            TotalPrimasMes
                                            OrigenAsiento
                                            ReferenciaAsiento
                                      returning AsientoOk
             END-IF

             DISPLAY "Primas remitidas     : " TotalPrimas
             DISPLAY "Valor de las primas  : " TotalPrimasMes
             DISPLAY "Siniestros reportados: " TotalSiniestros
             DISPLAY "Valor reclamado      : " TotalReclamado
             MOVE TotalPrimasMes TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl
             DISPLAY "Remesa en remesa_seguro_vida.txt"
             DISPLAY "Reporte impreso en seguro_vida_remesa.txt".

       RemitirPrimaSiguiente.
             READ PrimasSeguro NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PrimaPendiente
                    AND PsFecha(1:6) NOT > LSMes THEN
                    MOVE PsPreId          TO LPPreId
                    MOVE PsIdCustomer     TO LPCliente
                    MOVE PsNumeroCuota    TO LPCuota
                    MOVE PsFecha          TO LPFecha
                    MOVE PsSaldoAsegurado TO LPSaldo
                    MOVE PsPrima          TO LPPrima
                    WRITE remesa-seguro-linea FROM LineaPrima
                    END-WRITE
                    MOVE "P"              TO LRTipo
                    MOVE PsPreId          TO LRPreId
                    MOVE PsIdCustomer     TO LRCliente
                    MOVE PsNumeroCuota    TO LRCuota
                    MOVE PsFecha          TO LRFecha
                    MOVE PsSaldoAsegurado TO LRBase
                    MOVE PsPrima          TO LRValor
                    INVOKE obj-reporte "EscribirLinea" using
                                                    LineaReporte
                    MOVE "R"     TO PsEstado
                    MOVE LSFecha TO PsFechaRemesa
                    REWRITE primas-seguro-file
                    END-REWRITE
                    ADD PsPrima TO TotalPrimasMes
                    ADD 1 TO TotalPrimas
                 END-IF
             END-READ.

       RemitirSiniestroSiguiente.
             READ SiniestrosSeguro NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF SsReportado NOT = "S" THEN
                    MOVE SsPreId      TO LNPreId
                    MOVE SsIdCustomer TO LNCliente
                    MOVE SsFecha      TO LNFecha
                    MOVE SsDocumento  TO LNDocumento
                    MOVE SsCapital    TO LNCapital
                    MOVE SsInteres    TO LNInteres
                    WRITE remesa-seguro-linea FROM LineaSiniestro
                    END-WRITE
                    MOVE "S"          TO LRTipo
                    MOVE SsPreId      TO LRPreId
                    MOVE SsIdCustomer TO LRCliente
                    MOVE 0            TO LRCuota
                    MOVE SsFecha      TO LRFecha
                    MOVE SsCapital    TO LRBase
                    MOVE SsInteres    TO LRValor
                    INVOKE obj-reporte "EscribirLinea" using
                                                    LineaReporte
                    MOVE "S" TO SsReportado
                    REWRITE siniestros-seguro-file
                    END-REWRITE
                    ADD SsCapital TO TotalReclamado
                    ADD SsInteres TO TotalReclamado
                    ADD 1 TO TotalSiniestros
                 END-IF
             END-READ.

       End Method GenerarRemesa.
      *>----------------------------------------------

       end object.
       end class SeguroVida.
