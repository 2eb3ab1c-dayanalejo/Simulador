      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. RetencionBillete as "retencionbillete"
                 inherits from base.

       object section.
       class-control.
           operador     is class "operador"
           customer     is class "customer"
           reporte      is class "reporte"
           retencionbillete is class "retencionbillete".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetencionBilletes ASSIGN TO
                  "retencion_billetes.dat"
           organization is indexed
           access is dynamic
           record key is RbId.

       DATA DIVISION.
       FILE SECTION.
       FD RetencionBilletes.
      *REGISTRO DE BILLETES FALSOS O SOSPECHOSOS RETENIDOS EN
      *VENTANILLA: UNA FILA POR BILLETE. LOS BILLETES DE UNA MISMA
      *ENTREGA COMPARTEN LA CONSTANCIA QUE SE LE IMPRIME AL CLIENTE
      *(EL ID DEL PRIMERO). EL BILLETE NO SE ABONA NI ENTRA AL SALDO
      *DE LA CAJA; QUEDA EN CUSTODIA DE LA SUCURSAL HASTA LA
      *REMISION PERIODICA AL BANCO CENTRAL.
      *MOTIVO: F=FALSO, S=SOSPECHOSO (PENDIENTE DE PERITAJE)
      *ESTADO: R=RETENIDO EN LA SUCURSAL, E=REMITIDO AL BANCO CENTRAL
       01 retencion-billetes-file.
           05  RbId             PIC 9(6).
           05  RbConstancia     PIC 9(6).
           05  RbFecha          PIC X(8).
           05  RbSucursal       PIC 9(2).
           05  RbOperador       PIC 9(9).
           05  RbCliente        PIC 9(9).
           05  RbCuenta         PIC X(9).
           05  RbDenominacion   PIC 9(6).
           05  RbSerial         PIC X(15).
           05  RbMotivo         PIC X.
               88  BilleteFalso      VALUE "F".
               88  BilleteSospechoso VALUE "S".
           05  RbEstado         PIC X.
               88  BilleteRetenido   VALUE "R".
               88  BilleteRemitido   VALUE "E".
           05  RbFechaRemision  PIC X(8).

       Method-ID. RetenerBillete.
      *>----------------------------------------------
      *REGISTRA UN BILLETE RETENIDO. CON CONSTANCIA EN CERO EL
      *BILLETE ABRE UNA CONSTANCIA NUEVA CON SU PROPIO ID, QUE SE
      *DEVUELVE EN EL MISMO PARAMETRO PARA LOS BILLETES SIGUIENTES
      *DE LA ENTREGA. UNA SERIE YA RETENIDA ANTES SE ADVIERTE (LAS
      *FALSIFICACIONES SUELEN REPETIR LA SERIE) PERO SE REGISTRA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
      *RetencionPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  RetencionPend PIC X VALUE "N".
           77  MaxRbId       PIC 9(6) VALUE 0.
           77  SerieRepetida PIC 9(4) VALUE 0.
           77  SucOperador   PIC 9(2).
           01  obj-operador  object reference.

        Linkage Section.
           77  LSConstancia    PIC 9(6).
           77  LSFecha         PIC X(8).
           77  LSOperador      PIC 9(9).
           77  LSCliente       PIC 9(9).
           77  LSCuenta        PIC X(9).
           77  LSDenominacion  PIC 9(6).
           77  LSSerial        PIC X(15).
           77  LSMotivo        PIC X.
           77  LSRbId          PIC 9(6).

       Procedure Division using  LSConstancia
                                 LSFecha
                                 LSOperador
                                 LSCliente
                                 LSCuenta
                                 LSDenominacion
                                 LSSerial
                                 LSMotivo
                                 returning LSRbId.

             MOVE "S" TO RetencionPend
             INVOKE operador "New"
                     RETURNING obj-operador
             INVOKE obj-operador "GetSucursalOperador"
                               using LSOperador
                           returning SucOperador

             MOVE "S" TO HayMas
             OPEN I-O RetencionBilletes
             PERFORM BuscarMaxRbId UNTIL NoHayMas

             COMPUTE RbId = MaxRbId + 1
             MOVE RbId TO LSRbId
             IF LSConstancia = 0 THEN
                MOVE RbId TO LSConstancia
             END-IF
             MOVE LSConstancia   TO RbConstancia
             MOVE LSFecha        TO RbFecha
             MOVE SucOperador    TO RbSucursal
             MOVE LSOperador     TO RbOperador
             MOVE LSCliente      TO RbCliente
             MOVE LSCuenta       TO RbCuenta
             MOVE LSDenominacion TO RbDenominacion
             MOVE LSSerial       TO RbSerial
             MOVE LSMotivo       TO RbMotivo
             MOVE "R"            TO RbEstado
             MOVE SPACES         TO RbFechaRemision
             WRITE retencion-billetes-file
             END-WRITE
             CLOSE RetencionBilletes

             IF SerieRepetida > 0 THEN
                DISPLAY "Atencion: la serie " LSSerial
                DISPLAY "ya fue retenida " SerieRepetida
                        " vez/veces antes"
             END-IF
             MOVE "N" TO RetencionPend.

       BuscarMaxRbId.
           IF RetencionPend = "S" THEN
             READ RetencionBilletes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RbId > MaxRbId THEN
                    MOVE RbId TO MaxRbId
                 END-IF
                 IF RbSerial = LSSerial
                    AND RbDenominacion = LSDenominacion THEN
                    ADD 1 TO SerieRepetida
                 END-IF
             END-READ
           END-IF.

       End Method RetenerBillete.
      *>----------------------------------------------

       Method-ID. ImprimirConstancia.
      *>----------------------------------------------
      *CONSTANCIA PARA EL CLIENTE (constancia_retencion.txt) CON
      *CADA BILLETE RETENIDO DE LA ENTREGA Y EL VALOR QUE NO SE LE
      *ABONO. SIRVE TAMBIEN PARA REIMPRIMIRLA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *ConstanciaPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  ConstanciaPend  PIC X VALUE "N".
           77  Encabezada      PIC X VALUE "N".
           77  NombreCliente   PIC X(15).
           77  DirCliente      PIC X(20).
           77  existeCliente   PIC 9.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                       VALUE "constancia_retencion.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "CONSTANCIA RETENCION BILLETES".
           77  EncabezadoImpresion PIC X(80)
               VALUE "BILLETES RETENIDOS PARA EL BANCO CENTRAL".
           77  LineaImpresion  PIC X(80).
           01  LineaConstancia.
               02  FILLER      PIC X(11) VALUE "CONSTANCIA ".
               02  LKConstancia PIC 9(6).
               02  FILLER      PIC X(10) VALUE " SUCURSAL ".
               02  LKSucursal  PIC 9(2).
               02  FILLER      PIC X(8) VALUE " CAJERO ".
               02  LKOperador  PIC 9(9).
               02  FILLER      PIC X(34) VALUE SPACES.
           01  LineaCliente.
               02  FILLER      PIC X(8) VALUE "CLIENTE ".
               02  LKCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LKNombre    PIC X(15).
               02  FILLER      PIC X(8) VALUE " CUENTA ".
               02  LKCuenta    PIC X(9).
               02  FILLER      PIC X(30) VALUE SPACES.
           01  LineaBillete.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  FILLER      PIC X(7) VALUE "BILLETE".
               02  LBDenominacion PIC ZZZ,ZZ9.
               02  FILLER      PIC X(7) VALUE " SERIE ".
               02  LBSerial    PIC X(15).
               02  FILLER      PIC X VALUE SPACE.
               02  LBMotivo    PIC X(10).
               02  FILLER      PIC X(31) VALUE SPACES.
           01  LineaTotal.
               02  FILLER      PIC X(27)
                   VALUE "VALOR RETENIDO NO ABONADO: ".
               02  LTValor     PIC ZZZ,ZZZ,ZZ9.99.
               02  FILLER      PIC X(39) VALUE SPACES.
           01  obj-customer    object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSConstancia    PIC 9(6).
           77  LSValorRetenido PIC 9(12)V99.

       Procedure Division using  LSConstancia
                                 returning LSValorRetenido.

             MOVE 0 TO LSValorRetenido
             MOVE "S" TO ConstanciaPend
             MOVE "N" TO Encabezada
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE reporte "New"
                     RETURNING obj-reporte

             MOVE "S" TO HayMas
             OPEN INPUT RetencionBilletes
             PERFORM ImprimirBilleteSiguiente UNTIL NoHayMas
             CLOSE RetencionBilletes

             IF Encabezada = "S" THEN
                MOVE SPACES TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE LSValorRetenido TO LTValor
                MOVE LineaTotal TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE "EL BILLETE NO SE DEVUELVE: SE REMITE AL BANCO"
                  TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE "CENTRAL, QUE DICTAMINA SU AUTENTICIDAD"
                  TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE SPACES TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE "FIRMA DEL CLIENTE ______________________"
                  TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE LSValorRetenido TO MontoControl
                INVOKE obj-reporte "CerrarReporte"
                                 using MontoControl
             ELSE
                DISPLAY "No existe la constancia " LSConstancia
             END-IF
             MOVE "N" TO ConstanciaPend.

       ImprimirBilleteSiguiente.
           IF ConstanciaPend = "S" THEN
             READ RetencionBilletes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RbConstancia = LSConstancia THEN
                    IF Encabezada = "N" THEN
                       PERFORM EncabezarConstancia
                    END-IF
                    MOVE RbDenominacion TO LBDenominacion
                    MOVE RbSerial       TO LBSerial
                    IF BilleteFalso THEN
                       MOVE "FALSO"      TO LBMotivo
                    ELSE
                       MOVE "SOSPECHOSO" TO LBMotivo
                    END-IF
                    MOVE LineaBillete TO LineaImpresion
                    INVOKE obj-reporte "EscribirLinea"
                                     using LineaImpresion
                    ADD RbDenominacion TO LSValorRetenido
                 END-IF
             END-READ
           END-IF.

       EncabezarConstancia.
           IF ConstanciaPend = "S" THEN
             MOVE "S" TO Encabezada
             INVOKE obj-reporte "AbrirReporte"
                              using NombreImpresion
                                    TituloImpresion
                                    RbFecha
                                    EncabezadoImpresion
             MOVE RbConstancia TO LKConstancia
             MOVE RbSucursal   TO LKSucursal
             MOVE RbOperador   TO LKOperador
             MOVE LineaConstancia TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             INVOKE obj-customer "GetDatosCustomer" using
                                             RbCliente
                                             NombreCliente
                                             DirCliente
                                   returning existeCliente
             MOVE RbCliente     TO LKCliente
             MOVE NombreCliente TO LKNombre
             MOVE RbCuenta      TO LKCuenta
             MOVE LineaCliente TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             MOVE SPACES TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
           END-IF.

       End Method ImprimirConstancia.
      *>----------------------------------------------

       Method-ID. RetenidoCajaDia.
      *>----------------------------------------------
      *BILLETES QUE UN CAJERO RETUVO EN EL DIA: EL CUADRE DE LA CAJA
      *LOS PIDE APARTE, PORQUE NO ENTRAN AL SALDO NI AL CONTEO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  LSOperador    PIC 9(9).
           77  LSCantidad    PIC 9(4).
           77  LSValor       PIC 9(12)V99.

       Procedure Division using  LSFecha
                                 LSOperador
                                 LSCantidad
                                 returning LSValor.

             MOVE 0 TO LSCantidad
             MOVE 0 TO LSValor
             MOVE "S" TO HayMas
             OPEN INPUT RetencionBilletes
             PERFORM SumarRetenidoSiguiente UNTIL NoHayMas
             CLOSE RetencionBilletes.

       SumarRetenidoSiguiente.
             READ RetencionBilletes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RbFecha = LSFecha
                    AND RbOperador = LSOperador THEN
                    ADD 1 TO LSCantidad
                    ADD RbDenominacion TO LSValor
                 END-IF
             END-READ.

       End Method RetenidoCajaDia.
      *>----------------------------------------------

       Method-ID. RemitirBancoCentral.
      *>----------------------------------------------
      *REMISION PERIODICA AL BANCO CENTRAL: TODOS LOS BILLETES AUN
      *RETENIDOS EN LAS SUCURSALES SALEN EN remision_billetes_bc.txt
      *(DETALLE POR BILLETE Y RESUMEN POR DENOMINACION) Y QUEDAN
      *MARCADOS COMO REMITIDOS CON LA FECHA DE LA REMISION
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *RemisionPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  RemisionPend    PIC X VALUE "N".
           77  TotalDenom      PIC 99 VALUE 0.
           77  IndDenom        PIC 99.
           77  DenomHallada    PIC X.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                       VALUE "remision_billetes_bc.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "REMISION BILLETES RETENIDOS".
           77  LineaImpresion  PIC X(80).
           01  EncabezadoImpresion.
               02  FILLER      PIC X(30)
                   VALUE "ID     FECHA    SUC DENOMINAC.".
               02  FILLER      PIC X(50)
                   VALUE " SERIE           MOT CLIENTE   CUENTA".
           01  TablaDenominaciones.
               02  Denom       OCCURS 30.
                   03  DnValor     PIC 9(6).
                   03  DnCantidad  PIC 9(5).
                   03  DnTotal     PIC 9(12)V99.
           01  LineaDetalle.
               02  LDId        PIC 9(6).
               02  FILLER      PIC X VALUE SPACE.
               02  LDFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LDSucursal  PIC 9(2).
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LDDenominacion PIC ZZZ,ZZ9.
               02  FILLER      PIC X(4) VALUE SPACES.
               02  LDSerial    PIC X(15).
               02  FILLER      PIC X VALUE SPACE.
               02  LDMotivo    PIC X.
               02  FILLER      PIC X(3) VALUE SPACES.
               02  LDCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LDCuenta    PIC X(9).
               02  FILLER      PIC X(10) VALUE SPACES.
           01  LineaResumen.
               02  FILLER      PIC X(14) VALUE "DENOMINACION ".
               02  LRValor     PIC ZZZ,ZZ9.
               02  FILLER      PIC X(10) VALUE " BILLETES ".
               02  LRCantidad  PIC ZZZZ9.
               02  FILLER      PIC X(7) VALUE " VALOR ".
               02  LRTotal     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               02  FILLER      PIC X(19) VALUE SPACES.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSValorRemitido PIC 9(14)V99.
           77  LSCantidad      PIC 9(5).

       Procedure Division using  LSFecha
                                 LSValorRemitido
                                 returning LSCantidad.

             MOVE 0 TO LSCantidad
             MOVE 0 TO LSValorRemitido
             MOVE "S" TO RemisionPend
             INITIALIZE TablaDenominaciones
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using NombreImpresion
                                    TituloImpresion
                                    LSFecha
                                    EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN I-O RetencionBilletes
             PERFORM RemitirBilleteSiguiente UNTIL NoHayMas
             CLOSE RetencionBilletes

             MOVE SPACES TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             MOVE "RESUMEN POR DENOMINACION" TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             MOVE 1 TO IndDenom
             PERFORM ImprimirDenominacion UNTIL IndDenom > TotalDenom
             MOVE LSValorRemitido TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                              using MontoControl
             MOVE "N" TO RemisionPend.

       RemitirBilleteSiguiente.
           IF RemisionPend = "S" THEN
             READ RetencionBilletes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF BilleteRetenido THEN
                    MOVE RbId           TO LDId
                    MOVE RbFecha        TO LDFecha
                    MOVE RbSucursal     TO LDSucursal
                    MOVE RbDenominacion TO LDDenominacion
                    MOVE RbSerial       TO LDSerial
                    MOVE RbMotivo       TO LDMotivo
                    MOVE RbCliente      TO LDCliente
                    MOVE RbCuenta       TO LDCuenta
                    MOVE LineaDetalle TO LineaImpresion
                    INVOKE obj-reporte "EscribirLinea"
                                     using LineaImpresion
                    PERFORM AcumularDenominacion
                    ADD 1 TO LSCantidad
                    ADD RbDenominacion TO LSValorRemitido
                    MOVE "E"     TO RbEstado
                    MOVE LSFecha TO RbFechaRemision
                    REWRITE retencion-billetes-file
                    END-REWRITE
                 END-IF
             END-READ
           END-IF.

       AcumularDenominacion.
           IF RemisionPend = "S" THEN
             MOVE "N" TO DenomHallada
             MOVE 1 TO IndDenom
             PERFORM BuscarDenominacion
                     UNTIL IndDenom > TotalDenom
                        OR DenomHallada = "S"
             IF DenomHallada = "N" AND TotalDenom < 30 THEN
                ADD 1 TO TotalDenom
                MOVE TotalDenom     TO IndDenom
                MOVE RbDenominacion TO DnValor(IndDenom)
                MOVE "S" TO DenomHallada
             END-IF
             IF DenomHallada = "S" THEN
                ADD 1              TO DnCantidad(IndDenom)
                ADD RbDenominacion TO DnTotal(IndDenom)
             END-IF
           END-IF.

       BuscarDenominacion.
           IF RemisionPend = "S" THEN
             IF DnValor(IndDenom) = RbDenominacion THEN
                MOVE "S" TO DenomHallada
             ELSE
                ADD 1 TO IndDenom
             END-IF
           END-IF.

       ImprimirDenominacion.
           IF RemisionPend = "S" THEN
             MOVE DnValor(IndDenom)    TO LRValor
             MOVE DnCantidad(IndDenom) TO LRCantidad
             MOVE DnTotal(IndDenom)    TO LRTotal
             MOVE LineaResumen TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea"
                              using LineaImpresion
             DISPLAY LineaResumen
           END-IF
           ADD 1 TO IndDenom.

       End Method RemitirBancoCentral.
      *>----------------------------------------------

       end object.
       end class RetencionBillete.
