      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. CentralRiesgo as "centralriesgo"
                 inherits from base.

       object section.
       class-control.
           customer      is class "customer"
           reporte       is class "reporte"
           consentimiento is class "consentimiento"
           centralriesgo is class "centralriesgo".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CentralRegistro ASSIGN TO "central_riesgo.dat"
           organization is indexed
           access is dynamic
           record key is CRClave.

           SELECT CentralEnvio ASSIGN TO "central_riesgo.txt"
           organization is line sequential.

           SELECT CentralRechazos ASSIGN TO
                  "central_riesgo_rechazos.dat"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD CentralRegistro.
      *REGISTRO DE LO REPORTADO A LA CENTRAL DE RIESGO: UNA FILA
      *POR PRESTAMO Y MES CON LA POSICION ENVIADA Y SU ESTADO DE
      *ENVIO. P=PENDIENTE DE ENVIO, E=ENVIADO, R=RECHAZADO POR LA
      *CENTRAL (CON SU CODIGO), C=CORREGIDO, PENDIENTE DE REENVIO
       01 central-registro-file.
           05  CRClave.
               10  CRPreId         PIC 9(5).
               10  CRMes           PIC X(6).
           05  CRIdCustomer        PIC 9(9).
           05  CRTipoPersona       PIC X.
           05  CRNombre            PIC X(15).
           05  CRCapital           PIC 9(10)V99.
           05  CRSaldo             PIC 9(12)V99.
           05  CRCuotaMensual      PIC 9(10)V99.
           05  CRPlazoMeses        PIC 9(3).
           05  CRCuotasPagadas     PIC 9(3).
           05  CRCuotasMora        PIC 9(3).
           05  CRDiasMora          PIC 9(4).
           05  CRCategoria         PIC X.
           05  CRReestructurado    PIC X.
           05  CREstadoPrestamo    PIC 9.
           05  CREnvio             PIC X.
               88  EnvioPendiente  VALUE "P".
               88  EnvioHecho      VALUE "E".
               88  EnvioRechazado  VALUE "R".
               88  EnvioCorregido  VALUE "C".
           05  CRCodigoRechazo     PIC X(3).
           05  CRFechaEnvio        PIC X(8).
           05  CRVecesEnviado      PIC 9(2).

       FD CentralEnvio.
      *ARCHIVO PARA LA CENTRAL EN SU FORMATO DE ANCHO FIJO: LINEA H
      *DE ENCABEZADO, UNA LINEA D POR OBLIGACION Y LINEA T CON LOS
      *TOTALES DE CONTROL
       01 central-envio-linea PIC X(120).

       FD CentralRechazos.
      *RESPUESTA DE LA CENTRAL: LAS OBLIGACIONES QUE NO ACEPTO, CON
      *EL CODIGO Y LA DESCRIPCION DEL RECHAZO
       01 central-rechazos-file.
           05  RecPreId            PIC 9(5).
           05  RecMes              PIC X(6).
           05  RecCodigo           PIC X(3).
           05  RecDescripcion      PIC X(40).

       Method-ID. RegistrarPosicion.
      *>----------------------------------------------
      *DEJA LA POSICION DEL MES DE UN PRESTAMO LISTA PARA ENVIAR.
      *SI EL MES YA SE ENVIO NO SE TOCA; SI LA CENTRAL LA RECHAZO,
      *SE TOMAN LOS DATOS CORREGIDOS Y QUEDA PARA EL REENVIO. UN
      *PRESTAMO CANCELADO SOLO SE REPORTA UNA VEZ, Y SOLO SI ANTES
      *SE HABIA REPORTADO VIGENTE. EL CASTIGADO (ESTADO 2) SIGUE
      *ABIERTO ANTE LA CENTRAL Y SE REPORTA TODOS LOS MESES. EN LA
      *CORRIDA DE CORRECCIONES (LSTipoEnvio = "C") SOLO SE TOCAN
      *LAS RECHAZADAS
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  Reportable      PIC X VALUE "S".
           77  CierrePend      PIC X VALUE "N".
           77  HuboVigente     PIC X VALUE "N".
           77  HuboCierre      PIC X VALUE "N".
           77  Existe          PIC X VALUE "N".
           77  NombreCliente   PIC X(15).
           77  DireccionCliente PIC X(20).
           77  TipoPersona     PIC X.
           77  ExisteCliente   PIC 9.
           01  obj-customer    object reference.

        Linkage Section.
           77  LSMes           PIC X(6).
           77  LSPreId         PIC 9(5).
           77  LSIdCustomer    PIC 9(9).
           77  LSCapital       PIC 9(10)V99.
           77  LSSaldo         PIC 9(12)V99.
           77  LSCuota         PIC 9(10)V99.
           77  LSPlazo         PIC 9(3).
           77  LSPagadas       PIC 9(3).
           77  LSMora          PIC 9(3).
           77  LSDiasMora      PIC 9(4).
           77  LSCategoria     PIC X.
           77  LSReestructurado PIC X.
           77  LSEstado        PIC 9.
           77  LSTipoEnvio     PIC X.
           77  LSRegistrado    PIC 9.

       Procedure Division using  LSMes
                                 LSPreId
                                 LSIdCustomer
                                 LSCapital
                                 LSSaldo
                                 LSCuota
                                 LSPlazo
                                 LSPagadas
                                 LSMora
                                 LSDiasMora
                                 LSCategoria
                                 LSReestructurado
                                 LSEstado
                                 LSTipoEnvio
                                 returning LSRegistrado.

             MOVE 0 TO LSRegistrado
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE obj-customer "GetDatosCustomer"
                                 using LSIdCustomer
                                       NombreCliente
                                       DireccionCliente
                                 returning ExisteCliente
             INVOKE obj-customer "GetTipoPersona"
                                 using LSIdCustomer
                                 returning TipoPersona

             OPEN I-O CentralRegistro
             IF LSEstado = 1 THEN
                MOVE "S" TO CierrePend
                PERFORM VerificarCierrePendiente
             END-IF

             IF Reportable = "S" THEN
                MOVE LSPreId TO CRPreId
                MOVE LSMes   TO CRMes
                READ CentralRegistro
                  KEY IS CRClave
                  INVALID KEY
                    MOVE "N" TO Existe
                    MOVE "P" TO CREnvio
                    MOVE SPACES TO CRCodigoRechazo
                    MOVE SPACES TO CRFechaEnvio
                    MOVE 0 TO CRVecesEnviado
                  NOT INVALID KEY
                    MOVE "S" TO Existe
                END-READ
                IF (Existe = "S" AND EnvioHecho)
                   OR (LSTipoEnvio = "C" AND NOT EnvioRechazado) THEN
                   CONTINUE
                ELSE
                   IF EnvioRechazado THEN
                      MOVE "C" TO CREnvio
                   END-IF
                   MOVE LSPreId          TO CRPreId
                   MOVE LSMes            TO CRMes
                   MOVE LSIdCustomer     TO CRIdCustomer
                   MOVE TipoPersona      TO CRTipoPersona
                   MOVE NombreCliente    TO CRNombre
                   MOVE LSCapital        TO CRCapital
                   MOVE LSSaldo          TO CRSaldo
                   MOVE LSCuota          TO CRCuotaMensual
                   MOVE LSPlazo          TO CRPlazoMeses
                   MOVE LSPagadas        TO CRCuotasPagadas
                   MOVE LSMora           TO CRCuotasMora
                   MOVE LSDiasMora       TO CRDiasMora
                   MOVE LSCategoria      TO CRCategoria
                   MOVE LSReestructurado TO CRReestructurado
                   MOVE LSEstado         TO CREstadoPrestamo
                   IF Existe = "S" THEN
                      REWRITE central-registro-file
                   ELSE
                      WRITE central-registro-file
                   END-IF
                   MOVE 1 TO LSRegistrado
                END-IF
             END-IF
             CLOSE CentralRegistro.

      *UN CANCELADO SE REPORTA SI EN MESES ANTERIORES HUBO REPORTE
      *ABIERTO (VIGENTE O CASTIGADO) Y TODAVIA NO SE HA REPORTADO
      *SU CIERRE
       VerificarCierrePendiente.
             IF CierrePend = "S" THEN
                MOVE "N" TO CierrePend
                MOVE "N" TO HuboVigente
                MOVE "N" TO HuboCierre
                MOVE LSPreId TO CRPreId
                MOVE LOW-VALUES TO CRMes
                START CentralRegistro KEY IS NOT < CRClave
                  INVALID KEY
                    MOVE "N" TO HayMas
                  NOT INVALID KEY
                    MOVE "S" TO HayMas
                END-START
                PERFORM RevisarReporteAnterior UNTIL NoHayMas
                IF HuboVigente = "N" OR HuboCierre = "S" THEN
                   MOVE "N" TO Reportable
                END-IF
             END-IF.

       RevisarReporteAnterior.
             READ CentralRegistro NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CRPreId NOT = LSPreId THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF CRMes NOT = LSMes THEN
                       IF CREstadoPrestamo = 1 THEN
                          MOVE "S" TO HuboCierre
                       ELSE
                          MOVE "S" TO HuboVigente
                       END-IF
                    END-IF
                 END-IF
             END-READ.

       End Method RegistrarPosicion.
      *>----------------------------------------------

       Method-ID. EmitirArchivoCentral.
      *>----------------------------------------------
      *ARMA central_riesgo.txt CON LAS POSICIONES DEL MES QUE ESTAN
      *POR ENVIAR: EN EL ENVIO MENSUAL (M) LAS PENDIENTES, EN EL
      *REENVIO (C) LAS CORREGIDAS DESPUES DE UN RECHAZO. LAS QUE
      *SALEN QUEDAN MARCADAS COMO ENVIADAS. ESTADO DE LA OBLIGACION:
      *V VIGENTE, K CASTIGADA, C CANCELADA. LA POSICION DE UN
      *CLIENTE QUE NO HA AUTORIZADO EL REPORTE A CENTRALES (CEN) NO
      *SALE: QUEDA COMO ESTABA PARA EL ENVIO EN QUE YA LO AUTORICE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  TotalSaldo      PIC 9(14)V99.
           77  TotalSinAutorizar PIC 9(6) VALUE 0.
           77  FinalidadCentral PIC X(3) VALUE "CEN".
           77  AutorizaCentral PIC 9.
           01  obj-consentimiento object reference.
           01  LineaEncabezado.
               02  LHTipo      PIC X VALUE "H".
               02  LHFecha     PIC X(8).
               02  LHArchivo   PIC X(6) VALUE "CENRIE".
               02  LHEnvio     PIC X.
               02  LHMes       PIC X(6).
               02  FILLER      PIC X(98) VALUE SPACES.
           01  LineaDetalle.
               02  LDTipo      PIC X VALUE "D".
               02  LDMes       PIC X(6).
               02  LDPreId     PIC 9(5).
               02  LDTipoDoc   PIC X.
               02  LDIdCustomer PIC 9(9).
               02  LDNombre    PIC X(15).
               02  LDCapital   PIC 9(10)V99.
               02  LDSaldo     PIC 9(12)V99.
               02  LDCuota     PIC 9(10)V99.
               02  LDPlazo     PIC 9(3).
               02  LDPagadas   PIC 9(3).
               02  LDMora      PIC 9(3).
               02  LDDias      PIC 9(4).
               02  LDCategoria PIC X.
               02  LDReestr    PIC X.
               02  LDEstado    PIC X.
               02  LDNovedad   PIC X.
               02  FILLER      PIC X(28) VALUE SPACES.
           01  LineaTotales.
               02  LTTipo      PIC X VALUE "T".
               02  LTRegistros PIC 9(6).
               02  LTSaldo     PIC 9(14)V99.
               02  FILLER      PIC X(97) VALUE SPACES.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSMes           PIC X(6).
           77  LSTipoEnvio     PIC X.
           77  TotalEnviados   PIC 9(6).

       Procedure Division using  LSFecha
                                 LSMes
                                 LSTipoEnvio
                                 returning TotalEnviados.

             MOVE 0 TO TotalEnviados
             MOVE 0 TO TotalSaldo
             INVOKE consentimiento "New"
                     RETURNING obj-consentimiento

             OPEN OUTPUT CentralEnvio
             MOVE LSFecha     TO LHFecha
             MOVE LSTipoEnvio TO LHEnvio
             MOVE LSMes       TO LHMes
             MOVE LineaEncabezado TO central-envio-linea
             WRITE central-envio-linea
             END-WRITE

             MOVE "S" TO HayMas
             OPEN I-O CentralRegistro
             PERFORM EmitirPosicionSiguiente UNTIL NoHayMas
             CLOSE CentralRegistro

             MOVE TotalEnviados TO LTRegistros
             MOVE TotalSaldo    TO LTSaldo
             MOVE LineaTotales TO central-envio-linea
             WRITE central-envio-linea
             END-WRITE
             CLOSE CentralEnvio
             IF TotalSinAutorizar > 0 THEN
                DISPLAY "Retenidas sin autorizacion del cliente: "
                        TotalSinAutorizar
             END-IF.

       EmitirPosicionSiguiente.
             READ CentralRegistro NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CRMes = LSMes
                    AND ((LSTipoEnvio = "M" AND EnvioPendiente)
                      OR (LSTipoEnvio = "C" AND EnvioCorregido))
                    THEN
                    INVOKE obj-consentimiento "TieneConsentimiento"
                                         using CRIdCustomer
                                               FinalidadCentral
                                     returning AutorizaCentral
                    IF AutorizaCentral = 0 THEN
                       ADD 1 TO TotalSinAutorizar
                    ELSE
                       MOVE CRMes        TO LDMes
                       MOVE CRPreId      TO LDPreId
                       IF CRTipoPersona = "J" THEN
                          MOVE "N" TO LDTipoDoc
                       ELSE
                          MOVE "C" TO LDTipoDoc
                       END-IF
                       MOVE CRIdCustomer TO LDIdCustomer
                       MOVE CRNombre     TO LDNombre
                       MOVE CRCapital    TO LDCapital
                       MOVE CRSaldo      TO LDSaldo
                       MOVE CRCuotaMensual  TO LDCuota
                       MOVE CRPlazoMeses    TO LDPlazo
                       MOVE CRCuotasPagadas TO LDPagadas
                       MOVE CRCuotasMora    TO LDMora
                       MOVE CRDiasMora      TO LDDias
                       MOVE CRCategoria     TO LDCategoria
                       IF CRReestructurado = "S" THEN
                          MOVE "S" TO LDReestr
                       ELSE
                          MOVE "N" TO LDReestr
                       END-IF
                       EVALUATE CREstadoPrestamo
                         WHEN 0
                           MOVE "V" TO LDEstado
                         WHEN 2
                           MOVE "K" TO LDEstado
                         WHEN OTHER
                           MOVE "C" TO LDEstado
                       END-EVALUATE
                       IF EnvioCorregido THEN
                          MOVE "C" TO LDNovedad
                       ELSE
                          MOVE "N" TO LDNovedad
                       END-IF
                       MOVE LineaDetalle TO central-envio-linea
                       WRITE central-envio-linea
                       END-WRITE

                       MOVE "E"     TO CREnvio
                       MOVE SPACES  TO CRCodigoRechazo
                       MOVE LSFecha TO CRFechaEnvio
                       ADD 1 TO CRVecesEnviado
                       REWRITE central-registro-file
                       ADD 1 TO TotalEnviados
                       ADD CRSaldo TO TotalSaldo
                    END-IF
                 END-IF
             END-READ.

       End Method EmitirArchivoCentral.
      *>----------------------------------------------

       Method-ID. ProcesarRechazosCentral.
      *>----------------------------------------------
      *APLICA LA RESPUESTA DE LA CENTRAL: CADA OBLIGACION RECHAZADA
      *QUEDA MARCADA CON SU CODIGO PARA QUE CUMPLIMIENTO CORRIJA EL
      *DATO DE ORIGEN Y SE REENVIE. EL LISTADO QUEDA EN
      *central_rechazos.txt
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                               VALUE "central_rechazos.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "RECHAZOS CENTRAL DE RIESGO".
           77  EncabezadoImpresion PIC X(80)
               VALUE "PREST MES    CLIENTE   COD DESCRIPCION".
           01  LineaRechazo.
               02  LRPreId     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LRMes       PIC X(6).
               02  FILLER      PIC X VALUE SPACE.
               02  LRCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LRCodigo    PIC X(3).
               02  FILLER      PIC X VALUE SPACE.
               02  LRDescripcion PIC X(40).
               02  FILLER      PIC X(13) VALUE SPACES.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalRechazos   PIC 9(6).

       Procedure Division using  LSFecha
                                 returning TotalRechazos.

             MOVE 0 TO TotalRechazos
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT CentralRechazos
             OPEN I-O CentralRegistro
             PERFORM AplicarRechazoSiguiente UNTIL NoHayMas
             CLOSE CentralRegistro
             CLOSE CentralRechazos

             MOVE TotalRechazos TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl.

       AplicarRechazoSiguiente.
             READ CentralRechazos
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE RecPreId TO CRPreId
                 MOVE RecMes   TO CRMes
                 READ CentralRegistro
                   KEY IS CRClave
                   INVALID KEY
                     DISPLAY "Rechazo sin reporte: prestamo "
                             RecPreId " mes " RecMes
                   NOT INVALID KEY
                     MOVE "R"       TO CREnvio
                     MOVE RecCodigo TO CRCodigoRechazo
                     REWRITE central-registro-file
                     MOVE RecPreId       TO LRPreId
                     MOVE RecMes         TO LRMes
                     MOVE CRIdCustomer   TO LRCliente
                     MOVE RecCodigo      TO LRCodigo
                     MOVE RecDescripcion TO LRDescripcion
                     INVOKE obj-reporte "EscribirLinea" using
                                                      LineaRechazo
                     ADD 1 TO TotalRechazos
                 END-READ
             END-READ.

       End Method ProcesarRechazosCentral.
      *>----------------------------------------------

       end object.
       end class CentralRiesgo.
