      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Campana as "campana"
                 inherits from base.

       object section.
       class-control.
           evaluacion   is class "evaluacion"
           solicitud    is class "solicitud"
           parametro    is class "parametro"
           fechaproceso is class "fechaproceso"
           reporte      is class "reporte"
           consentimiento is class "consentimiento"
           campana      is class "campana".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ofertas ASSIGN TO "ofertas.dat"
           organization is indexed
           access is dynamic
           record key is OfId
           alternate record key is OfCliente with duplicates
           alternate record key is OfCampana with duplicates.

      *LOS MAESTROS DE CUENTAS, PERFILES, PRESTAMOS, SOLICITUDES,
      *EL HISTORICO DE MOVIMIENTOS Y LAS RETENCIONES DE TARJETA SE
      *LEEN AQUI SOLO EN CONSULTA, CON LOS MISMOS TRAZADOS QUE
      *DEFINEN SUS CLASES DUENAS
           SELECT CmpAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is CACNumaccounts.

           SELECT CmpPerfil ASSIGN TO "customer_perfil.dat"
           organization is indexed
           access is dynamic
           record key is CPFIdentificacion.

           SELECT CmpPrestamos ASSIGN TO "prestamos.dat"
           organization is indexed
           access is dynamic
           record key is CPRPreId.

           SELECT CmpSolicitudes ASSIGN TO "solicitudes.dat"
           organization is indexed
           access is dynamic
           record key is CSOSolId.

           SELECT CmpArchivo ASSIGN TO "transacition_archivo.dat"
           organization is indexed
           access is dynamic
           record key is CTRSeq
           alternate record key is CTRNumaccounts with duplicates
           alternate record key is CTRFecha with duplicates.

           SELECT CmpRetenciones ASSIGN TO "retenciones_tarjeta.dat"
           organization is indexed
           access is dynamic
           record key is CRTId
           alternate record key is CRTCuenta with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD Ofertas.
      *OFERTAS DE PRESTAMO PREAPROBADO: UNA POR CLIENTE EN CADA
      *CAMPANA MENSUAL (AAAAMM), CON EL MONTO, LA TASA MENSUAL FIJA
      *Y EL PLAZO OFRECIDOS. V=VIGENTE, A=ACEPTADA (RADICO LA
      *SOLICITUD OfSolicitud), X=VENCIDA O REEMPLAZADA POR LA
      *CAMPANA SIGUIENTE SIN ACEPTAR. EL CANAL DE LA ACEPTACION ES
      *U (EL CLIENTE EN SU MENU) O S (EN LA SUCURSAL)
       01 ofertas-file.
           05  OfId             PIC 9(5).
           05  OfCampana        PIC X(6).
           05  OfCliente        PIC 9(9).
           05  OfCuenta         PIC X(9).
           05  OfPuntaje        PIC 9(3).
           05  OfMonto          PIC 9(10)V99.
           05  OfTasa           PIC 9V9999.
           05  OfPlazo          PIC 9(3).
           05  OfFechaOferta    PIC X(8).
           05  OfFechaVence     PIC X(8).
           05  OfEstado         PIC X.
               88  OfertaVigente   VALUE "V".
               88  OfertaAceptada  VALUE "A".
               88  OfertaVencida   VALUE "X".
           05  OfCanal          PIC X.
           05  OfFechaAcepta    PIC X(8).
           05  OfMontoAceptado  PIC 9(10)V99.
           05  OfSolicitud      PIC 9(5).

       FD CmpAccounts.
       01 cmp-accounts-file.
           05  CACNumaccounts     PIC X(9).
           05  CACMontodisponible PIC S9(10)V99.
           05  CACIdCustomer      PIC 9(9).
           05  CACIdCustomer2     PIC 9(9).
           05  CACIdDebitcard     PIC X(15).
           05  CACTipodeCueta     PIC 9.
           05  CACLimiteSobregiro PIC 9(10)V99.
           05  CACMontoMinimo     PIC 9(10)V99.
           05  CACFechaVencim     PIC X(8).
           05  CACEstadoCuenta    PIC 9.
           05  CACMonedaCuenta    PIC X(3).
           05  CACSucursalCuenta  PIC 9(2).
           05  CACMancomunada     PIC X.
           05  CACUmbralMancom    PIC 9(10)V99.
           05  CACProductoCuenta  PIC X(4).

       FD CmpPerfil.
       01 cmp-perfil-file.
           05  CPFIdentificacion PIC 9(9).
           05  CPFTelefono       PIC X(15).
           05  CPFEmail          PIC X(30).
           05  CPFFechaNacim     PIC X(8).
           05  CPFTipoDocumento  PIC 9.
           05  CPFSegmentoRiesgo PIC 9.
           05  CPFFechaVerificacion PIC X(8).
           05  CPFEtapaActualizacion PIC 9.
           05  CPFDireccionDevuelta PIC X.
           05  CPFTelefonoDevuelto PIC X.
           05  CPFEmailDevuelto PIC X.
           05  CPFFechaDevolucion PIC X(8).

       FD CmpPrestamos.
       01 cmp-prestamos-file.
           05  CPRPreId           PIC 9(5).
           05  CPRIdCustomer      PIC 9(9).
           05  CPRCuentaVinculada PIC X(9).
           05  CPRCapital         PIC 9(10)V99.
           05  CPRTasaMensual     PIC 9V9999.
           05  CPRPlazoMeses      PIC 9(3).
           05  CPRCuotaMensual    PIC 9(10)V99.
           05  CPRCuotasPagadas   PIC 9(3).
           05  CPRCuotasMora      PIC 9(3).
           05  CPREstado          PIC 9.
           05  CPRReestructurado  PIC X.
           05  CPRFechaAprobacion PIC X(8).
           05  CPRIndice          PIC X(4).
           05  CPRSpread          PIC 9V9999.
           05  CPRPeriodoReajuste PIC 9(2).
           05  CPRFechaReajuste   PIC X(8).

       FD CmpSolicitudes.
       01 cmp-solicitudes-file.
           05  CSOSolId        PIC 9(5).
           05  CSOCliente      PIC 9(9).
           05  CSOMonto        PIC 9(10)V99.
           05  CSOPlazo        PIC 9(3).
           05  CSODestino      PIC X(20).
           05  CSOFecha        PIC X(8).
           05  CSOEstado       PIC 9.

       FD CmpArchivo.
       01 cmp-archivo-file.
           05  CTRSeq            PIC 9(9).
           05  CTRIdt            PIC 9(9).
           05  CTRFecha          PIC X(8).
           05  CTRHora           PIC X(4).
           05  CTRTipo           PIC 9.
           05  CTRNumaccounts    PIC X(9).
           05  CTRValor          PIC 9(10)V99.
           05  CTRAnulada        PIC X.
           05  CTRConcepto       PIC X(20).

       FD CmpRetenciones.
       01 cmp-retenciones-file.
           05  CRTId              PIC 9(6).
           05  CRTTarjeta         PIC X(10).
           05  CRTCuenta          PIC X(9).
           05  CRTComercio        PIC X(15).
           05  CRTTerminal        PIC 9(3).
           05  CRTFecha           PIC X(8).
           05  CRTHora            PIC X(4).
           05  CRTMonto           PIC 9(10)V99.
           05  CRTEstado          PIC X.
           05  CRTFechaCierre     PIC X(8).
           05  CRTMontoCompensado PIC 9(10)V99.

       Method-ID. GenerarCampana.
      *>----------------------------------------------
      *CAMPANA MENSUAL DE PRESTAMOS PREAPROBADOS. SE PUNTUA A CADA
      *CLIENTE SIN PRESTAMO VIGENTE NI SOLICITUD EN TRAMITE CON LA
      *EVALUACION INTERNA (SALDO, MORA, EMBARGOS, ALERTAS) MAS LO
      *OBSERVADO EN EL PERIODO: ABONOS DE NOMINA Y COMPRAS CON
      *TARJETA; EL SEGMENTO DE RIESGO ALTO QUEDA FUERA Y EL MEDIO
      *RESTA. EL MONTO SALE DEL PROMEDIO MENSUAL DE NOMINA (O DE UNA
      *PARTE DEL SALDO SI NO RECIBE NOMINA), CON TOPE, Y LA TASA ES
      *LA DE CAMPANA CON DESCUENTO PARA LOS MEJORES PUNTAJES. LAS
      *OFERTAS VIGENTES DE CAMPANAS ANTERIORES SE VENCEN. LAS
      *CUENTAS SE ATRIBUYEN A SU TITULAR PRINCIPAL. NO SE LE OFRECE
      *NADA A QUIEN NO HAYA AUTORIZADO EL USO DE SUS DATOS PARA
      *OFERTAS Y MERCADEO (MKT)
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  CampanaGenerada PIC X VALUE "N".
           77  CampanaMes      PIC X(6).
           77  MaxOfId         PIC 9(5) VALUE 0.
           77  TotalVencidas   PIC 9(5) VALUE 0.
           77  BuscarId        PIC 9(9).
           77  BuscarCuenta    PIC X(9).
           77  AgregarCliente  PIC X VALUE "N".
           77  IndCliente      PIC 9(4).
           77  IndHallado      PIC 9(4).
           77  IndCuenta       PIC 9(4).
           77  TotalClientes   PIC 9(4) VALUE 0.
           77  TotalCuentas    PIC 9(4) VALUE 0.
           77  MesesPeriodo    PIC S9(3).
           77  ClienteEval     PIC 9(9).
           77  CuentaEval      PIC X(9).
           77  SolicitudCampana PIC 9(5) VALUE 0.
           77  CuotasMora      PIC 9(3).
           77  Recomendacion   PIC X(10).
           77  Puntaje         PIC 9(3).
           77  PuntajeOferta   PIC S9(3).
           77  Segmento        PIC 9.
           77  MontoOferta     PIC 9(12)V99.
           77  MontoMiles      PIC 9(9).
           77  TasaOferta      PIC 9V9999.
           77  FechaVence      PIC X(8).
           77  DiasVigencia    PIC 9(3).
           77  TotalMonto      PIC 9(14)V99 VALUE 0.
           77  MontoControl    PIC S9(14)V99.
           77  ValorDefecto    PIC 9(12)V99.
           77  CodigoUmbral    PIC X(12) VALUE "CAMPUMBRAL".
           77  CodigoMultNom   PIC X(12) VALUE "CAMPMULTNOM".
           77  CodigoPctSaldo  PIC X(12) VALUE "CAMPPCTSALDO".
           77  CodigoMontoMin  PIC X(12) VALUE "CAMPMONTOMIN".
           77  CodigoMontoMax  PIC X(12) VALUE "CAMPMONTOMAX".
           77  CodigoTasa      PIC X(12) VALUE "CAMPTASA".
           77  CodigoDescTasa  PIC X(12) VALUE "CAMPDESCTASA".
           77  CodigoPlazo     PIC X(12) VALUE "CAMPPLAZO".
           77  CodigoVigencia  PIC X(12) VALUE "CAMPVIGENCIA".
           77  CodigoMinCompr  PIC X(12) VALUE "CAMPMINCOMPR".
           77  UmbralPuntaje   PIC 9(12)V99.
           77  MultNomina      PIC 9(12)V99.
           77  PctSaldo        PIC 9(12)V99.
           77  MontoMinimo     PIC 9(12)V99.
           77  MontoMaximo     PIC 9(12)V99.
           77  TasaCampana     PIC 9(12)V99.
           77  DescTasa        PIC 9(12)V99.
           77  PlazoCampana    PIC 9(12)V99.
           77  VigenciaCampana PIC 9(12)V99.
           77  MinCompras      PIC 9(12)V99.
      *PuntuarPend, CalculoPend Y GrabarPend EVITAN QUE LOS
      *PARRAFOS ACTUEN CUANDO EL CONTROL CAE EN ELLOS AL FINAL DEL
      *METODO
           77  PuntuarPend     PIC X VALUE "N".
           77  CalculoPend     PIC X VALUE "N".
           77  GrabarPend      PIC X VALUE "N".
           77  FinalidadOferta PIC X(3) VALUE "MKT".
           77  AutorizaOferta  PIC 9.
           77  TotalSinAutorizar PIC 9(4) VALUE 0.
           01  PeriodoDesde.
               02  PDAnio      PIC 9(4).
               02  PDMes       PIC 99.
               02  PDDia       PIC 99.
           01  PeriodoHasta.
               02  PHAnio      PIC 9(4).
               02  PHMes       PIC 99.
               02  PHDia       PIC 99.
      *CLIENTES CANDIDATOS CON SU CUENTA DE MAYOR SALDO, LA NOMINA
      *Y LAS COMPRAS DEL PERIODO. EXCLUIDO: P=PRESTAMO VIGENTE O
      *CASTIGADO, S=SOLICITUD EN TRAMITE, C=SIN AUTORIZACION PARA
      *OFERTAS
           01  TablaClientes.
               02  TcFila OCCURS 2000.
                   03  TcIdCustomer  PIC 9(9).
                   03  TcCuenta      PIC X(9).
                   03  TcSaldo       PIC S9(10)V99.
                   03  TcNomina      PIC 9(12)V99.
                   03  TcCompras     PIC 9(5).
                   03  TcExcluido    PIC X.
      *CUENTAS DE LOS CANDIDATOS, PARA UBICAR A QUIEN PERTENECE
      *CADA MOVIMIENTO
           01  TablaCuentas.
               02  TkFila OCCURS 4000.
                   03  TkCuenta      PIC X(9).
                   03  TkIndCliente  PIC 9(4).
           77  NombreImpresion   PIC X(30)
                                 VALUE "campana_ofertas.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "OFERTAS PREAPROBADAS".
           01  EncabezadoImpresion.
               02  FILLER      PIC X(30)
                               VALUE "OFERT CLIENTE   CUENTA    PTS".
               02  FILLER      PIC X(50)
                               VALUE "        MONTO TASA   PZO VENCE".
           01  LineaOferta.
               02  LOId        PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LOCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LOCuenta    PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LOPuntaje   PIC ZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LOMonto     PIC Z(9)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LOTasa      PIC 9.9999.
               02  FILLER      PIC X VALUE SPACE.
               02  LOPlazo     PIC ZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LOVence     PIC X(8).
               02  FILLER      PIC X(17) VALUE SPACES.
           01  obj-evaluacion   object reference.
           01  obj-parametro    object reference.
           01  obj-fechaproceso object reference.
           01  obj-reporte      object reference.
           01  obj-consentimiento object reference.

        Linkage Section.
           77  LSFechaDesde    PIC X(8).
           77  LSFecha         PIC X(8).
           77  TotalOfertas    PIC 9(4).

       Procedure Division using  LSFechaDesde
                                 LSFecha
                                 returning TotalOfertas.

             MOVE 0 TO TotalOfertas
             MOVE LSFecha(1:6) TO CampanaMes

      *UNA SOLA CAMPANA POR MES; EL MAYOR OfId PARA LOS NUEVOS
             MOVE "S" TO HayMas
             OPEN INPUT Ofertas
             PERFORM RevisarOfertaExistente UNTIL NoHayMas
             CLOSE Ofertas

             IF CampanaGenerada = "S" THEN
                DISPLAY "La campana " CampanaMes " ya fue generada"
             ELSE
                PERFORM LeerParametrosCampana
                MOVE "S" TO HayMas
                OPEN I-O Ofertas
                PERFORM VencerOfertaAnterior UNTIL NoHayMas
                CLOSE Ofertas
                DISPLAY "Ofertas anteriores vencidas: " TotalVencidas

                MOVE LSFechaDesde TO PeriodoDesde
                MOVE LSFecha      TO PeriodoHasta
                COMPUTE MesesPeriodo = (PHAnio * 12 + PHMes)
                                     - (PDAnio * 12 + PDMes) + 1
                IF MesesPeriodo < 1 THEN
                   MOVE 1 TO MesesPeriodo
                END-IF

                MOVE SPACES TO TablaClientes
                MOVE SPACES TO TablaCuentas
                MOVE "S" TO HayMas
                OPEN INPUT CmpAccounts
                PERFORM CargarCuentaCandidato UNTIL NoHayMas
                CLOSE CmpAccounts

                MOVE "N" TO AgregarCliente
                MOVE "S" TO HayMas
                OPEN INPUT CmpPrestamos
                PERFORM ExcluirConPrestamo UNTIL NoHayMas
                CLOSE CmpPrestamos

                MOVE "S" TO HayMas
                OPEN INPUT CmpSolicitudes
                PERFORM ExcluirConSolicitud UNTIL NoHayMas
                CLOSE CmpSolicitudes

      *ABONOS DE NOMINA DEL PERIODO POR LA LLAVE ALTERNA DE FECHA
                MOVE "S" TO HayMas
                OPEN INPUT CmpArchivo
                MOVE LSFechaDesde TO CTRFecha
                START CmpArchivo KEY IS NOT < CTRFecha
                  INVALID KEY
                    MOVE "N" TO HayMas
                END-START
                PERFORM SumarNominaPeriodo UNTIL NoHayMas
                CLOSE CmpArchivo

                MOVE "S" TO HayMas
                OPEN INPUT CmpRetenciones
                PERFORM ContarCompraPeriodo UNTIL NoHayMas
                CLOSE CmpRetenciones

                INVOKE evaluacion "New"
                        RETURNING obj-evaluacion
                INVOKE consentimiento "New"
                        RETURNING obj-consentimiento
                INVOKE fechaproceso "New"
                        RETURNING obj-fechaproceso
                MOVE VigenciaCampana TO DiasVigencia
                INVOKE obj-fechaproceso "CalcularFechaMasDias"
                                        using LSFecha
                                              DiasVigencia
                                        returning FechaVence

                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                     using NombreImpresion
                                           TituloImpresion
                                           LSFecha
                                           EncabezadoImpresion
                OPEN INPUT CmpPerfil
                OPEN I-O Ofertas
                MOVE 1 TO IndCliente
                PERFORM OfertarCliente UNTIL IndCliente > TotalClientes
                CLOSE Ofertas
                CLOSE CmpPerfil
                MOVE TotalMonto TO MontoControl
                INVOKE obj-reporte "CerrarReporte" using MontoControl
                DISPLAY "Clientes evaluados : " TotalClientes
                DISPLAY "Sin autorizar MKT  : " TotalSinAutorizar
                DISPLAY "Ofertas generadas  : " TotalOfertas
             END-IF.

       RevisarOfertaExistente.
             READ Ofertas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OfId > MaxOfId THEN
                    MOVE OfId TO MaxOfId
                 END-IF
                 IF OfCampana = CampanaMes THEN
                    MOVE "S" TO CampanaGenerada
                 END-IF
             END-READ.

       VencerOfertaAnterior.
             READ Ofertas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OfertaVigente THEN
                    MOVE "X" TO OfEstado
                    REWRITE ofertas-file
                    END-REWRITE
                    ADD 1 TO TotalVencidas
                 END-IF
             END-READ.

       LeerParametrosCampana.
             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE 70 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoUmbral
                                        LSFecha
                                        ValorDefecto
                                  returning UmbralPuntaje
             MOVE 4 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoMultNom
                                        LSFecha
                                        ValorDefecto
                                  returning MultNomina
             MOVE 50 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoPctSaldo
                                        LSFecha
                                        ValorDefecto
                                  returning PctSaldo
             MOVE 1000000 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoMontoMin
                                        LSFecha
                                        ValorDefecto
                                  returning MontoMinimo
             MOVE 50000000 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoMontoMax
                                        LSFecha
                                        ValorDefecto
                                  returning MontoMaximo
      *TASA MENSUAL Y DESCUENTO EN DIEZMILESIMAS (150 = 1.50%)
             MOVE 150 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoTasa
                                        LSFecha
                                        ValorDefecto
                                  returning TasaCampana
             MOVE 25 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoDescTasa
                                        LSFecha
                                        ValorDefecto
                                  returning DescTasa
             MOVE 36 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoPlazo
                                        LSFecha
                                        ValorDefecto
                                  returning PlazoCampana
             MOVE 30 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoVigencia
                                        LSFecha
                                        ValorDefecto
                                  returning VigenciaCampana
             MOVE 4 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoMinCompr
                                        LSFecha
                                        ValorDefecto
                                  returning MinCompras.

      *CUENTAS ACTIVAS DE AHORRO Y CORRIENTE EN PESOS: LA DE MAYOR
      *SALDO QUEDA COMO LA CUENTA DE LA OFERTA
       CargarCuentaCandidato.
             READ CmpAccounts NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CACEstadoCuenta = 0
                    AND CACTipodeCueta NOT = 2
                    AND (CACMonedaCuenta = SPACES
                         OR CACMonedaCuenta = "COP") THEN
                    MOVE CACIdCustomer TO BuscarId
                    MOVE "S" TO AgregarCliente
                    PERFORM UbicarCliente
                    IF IndHallado NOT = 0 THEN
                       IF TcCuenta(IndHallado) = SPACES
                          OR CACMontodisponible > TcSaldo(IndHallado)
                          THEN
                          MOVE CACNumaccounts
                                            TO TcCuenta(IndHallado)
                          MOVE CACMontodisponible
                                            TO TcSaldo(IndHallado)
                       END-IF
                       IF TotalCuentas < 4000 THEN
                          ADD 1 TO TotalCuentas
                          MOVE CACNumaccounts
                                            TO TkCuenta(TotalCuentas)
                          MOVE IndHallado
                                        TO TkIndCliente(TotalCuentas)
                       END-IF
                    END-IF
                 END-IF
             END-READ.

       ExcluirConPrestamo.
             READ CmpPrestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CPREstado = 0 OR CPREstado = 2 THEN
                    MOVE CPRIdCustomer TO BuscarId
                    PERFORM UbicarCliente
                    IF IndHallado NOT = 0 THEN
                       MOVE "P" TO TcExcluido(IndHallado)
                    END-IF
                 END-IF
             END-READ.

       ExcluirConSolicitud.
             READ CmpSolicitudes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CSOEstado < 3 THEN
                    MOVE CSOCliente TO BuscarId
                    PERFORM UbicarCliente
                    IF IndHallado NOT = 0
                       AND TcExcluido(IndHallado) = SPACE THEN
                       MOVE "S" TO TcExcluido(IndHallado)
                    END-IF
                 END-IF
             END-READ.

       SumarNominaPeriodo.
             READ CmpArchivo NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CTRFecha > LSFecha THEN
                    MOVE "N" TO HayMas
                 ELSE
                 IF CTRConcepto = "NOMINA"
                    AND CTRAnulada NOT = "S" THEN
                    MOVE CTRNumaccounts TO BuscarCuenta
                    PERFORM UbicarCuenta
                    IF IndHallado NOT = 0 THEN
                       ADD CTRValor TO TcNomina(IndHallado)
                    END-IF
                 END-IF
                 END-IF
             END-READ.

      *COMPRAS CON TARJETA DEL PERIODO: LAS COMPENSADAS Y LAS QUE
      *SIGUEN RETENIDAS; LAS VENCIDAS SIN COMPENSAR NO CUENTAN
       ContarCompraPeriodo.
             READ CmpRetenciones NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CRTEstado NOT = "V"
                    AND CRTFecha NOT < LSFechaDesde
                    AND CRTFecha NOT > LSFecha THEN
                    MOVE CRTCuenta TO BuscarCuenta
                    PERFORM UbicarCuenta
                    IF IndHallado NOT = 0 THEN
                       ADD 1 TO TcCompras(IndHallado)
                    END-IF
                 END-IF
             END-READ.

      *UBICA AL CLIENTE EN LA TABLA; SI AgregarCliente ES "S" Y NO
      *ESTA, LO AGREGA. DEVUELVE CERO SI NO ESTA O LA TABLA ESTA
      *LLENA
       UbicarCliente.
             MOVE 0 TO IndHallado
             MOVE 1 TO IndCliente
             PERFORM CompararCliente UNTIL IndCliente > TotalClientes
                                        OR IndHallado NOT = 0
             IF IndHallado = 0 AND AgregarCliente = "S" THEN
                IF TotalClientes < 2000 THEN
                   ADD 1 TO TotalClientes
                   MOVE TotalClientes TO IndHallado
                   MOVE BuscarId TO TcIdCustomer(IndHallado)
                   MOVE SPACES   TO TcCuenta(IndHallado)
                   MOVE 0        TO TcSaldo(IndHallado)
                   MOVE 0        TO TcNomina(IndHallado)
                   MOVE 0        TO TcCompras(IndHallado)
                   MOVE SPACE    TO TcExcluido(IndHallado)
                ELSE
                   DISPLAY "Mas de 2000 clientes: se omite " BuscarId
                END-IF
             END-IF.

       CompararCliente.
             IF TcIdCustomer(IndCliente) = BuscarId THEN
                MOVE IndCliente TO IndHallado
             END-IF
             ADD 1 TO IndCliente.

      *DEVUELVE EN IndHallado EL CLIENTE DUENO DE LA CUENTA O CERO
       UbicarCuenta.
             MOVE 0 TO IndHallado
             MOVE 1 TO IndCuenta
             PERFORM CompararCuenta UNTIL IndCuenta > TotalCuentas
                                       OR IndHallado NOT = 0.

       CompararCuenta.
             IF TkCuenta(IndCuenta) = BuscarCuenta THEN
                MOVE TkIndCliente(IndCuenta) TO IndHallado
             END-IF
             ADD 1 TO IndCuenta.

       OfertarCliente.
             IF IndCliente NOT > TotalClientes THEN
                IF TcExcluido(IndCliente) = SPACE THEN
                   INVOKE obj-consentimiento "TieneConsentimiento"
                                      using TcIdCustomer(IndCliente)
                                            FinalidadOferta
                                  returning AutorizaOferta
                   IF AutorizaOferta = 0 THEN
                      MOVE "C" TO TcExcluido(IndCliente)
                      ADD 1 TO TotalSinAutorizar
                   END-IF
                END-IF
                IF TcExcluido(IndCliente) = SPACE THEN
      *SIN PERFIL SE TRATA COMO RIESGO MEDIO
                   MOVE 2 TO Segmento
                   MOVE TcIdCustomer(IndCliente) TO CPFIdentificacion
                   READ CmpPerfil
                     KEY IS CPFIdentificacion
                     NOT INVALID KEY
                       IF CPFSegmentoRiesgo NOT = 0 THEN
                          MOVE CPFSegmentoRiesgo TO Segmento
                       END-IF
                   END-READ
                   IF Segmento NOT = 3 THEN
                      MOVE "S" TO PuntuarPend
                      PERFORM PuntuarCliente
                   END-IF
                END-IF
                ADD 1 TO IndCliente.

      *LA EVALUACION INTERNA QUEDA GUARDADA CON SOLICITUD CERO COMO
      *CONSTANCIA DEL PUNTAJE CON QUE SE OFRECIO
       PuntuarCliente.
             IF PuntuarPend = "S" THEN
                MOVE "N" TO PuntuarPend
                MOVE TcIdCustomer(IndCliente) TO ClienteEval
                MOVE TcCuenta(IndCliente)     TO CuentaEval
                INVOKE obj-evaluacion "EvaluarSolicitante" using
                                             SolicitudCampana
                                             ClienteEval
                                             CuentaEval
                                             LSFecha
                                             CuotasMora
                                             Recomendacion
                                   returning Puntaje
                IF CuotasMora = 0 THEN
                   MOVE Puntaje TO PuntajeOferta
                   IF TcNomina(IndCliente) > 0 THEN
                      ADD 10 TO PuntajeOferta
                   END-IF
                   IF TcCompras(IndCliente) NOT < MinCompras THEN
                      ADD 5 TO PuntajeOferta
                   END-IF
                   IF Segmento = 2 THEN
                      SUBTRACT 10 FROM PuntajeOferta
                   END-IF
                   IF PuntajeOferta > 100 THEN
                      MOVE 100 TO PuntajeOferta
                   END-IF
                   IF PuntajeOferta < 0 THEN
                      MOVE 0 TO PuntajeOferta
                   END-IF
                   IF PuntajeOferta NOT < UmbralPuntaje THEN
                      MOVE "S" TO CalculoPend
                      PERFORM CalcularOferta
                   END-IF
                END-IF
             END-IF.

       CalcularOferta.
             IF CalculoPend = "S" THEN
                MOVE "N" TO CalculoPend
                IF TcNomina(IndCliente) > 0 THEN
                   COMPUTE MontoOferta = TcNomina(IndCliente)
                                       / MesesPeriodo * MultNomina
                ELSE
                   IF TcSaldo(IndCliente) > 0 THEN
                      COMPUTE MontoOferta = TcSaldo(IndCliente)
                                          * PctSaldo / 100
                   ELSE
                      MOVE 0 TO MontoOferta
                   END-IF
                END-IF
                IF Segmento = 2 THEN
                   COMPUTE MontoOferta = MontoOferta / 2
                END-IF
                IF MontoOferta > MontoMaximo THEN
                   MOVE MontoMaximo TO MontoOferta
                END-IF
      *EL MONTO SE OFRECE EN MILES CERRADOS
                COMPUTE MontoMiles = MontoOferta / 1000
                COMPUTE MontoOferta = MontoMiles * 1000
                IF MontoOferta NOT < MontoMinimo
                   AND MontoOferta > 0 THEN
                   IF PuntajeOferta NOT < 90
                      AND DescTasa < TasaCampana THEN
                      COMPUTE TasaOferta = (TasaCampana - DescTasa)
                                         / 10000
                   ELSE
                      COMPUTE TasaOferta = TasaCampana / 10000
                   END-IF
                   MOVE "S" TO GrabarPend
                   PERFORM GrabarOferta
                END-IF
             END-IF.

       GrabarOferta.
             IF GrabarPend = "S" THEN
                MOVE "N" TO GrabarPend
                ADD 1 TO MaxOfId
                MOVE MaxOfId                  TO OfId
                MOVE CampanaMes               TO OfCampana
                MOVE TcIdCustomer(IndCliente) TO OfCliente
                MOVE TcCuenta(IndCliente)     TO OfCuenta
                MOVE PuntajeOferta            TO OfPuntaje
                MOVE MontoOferta              TO OfMonto
                MOVE TasaOferta               TO OfTasa
                MOVE PlazoCampana             TO OfPlazo
                MOVE LSFecha                  TO OfFechaOferta
                MOVE FechaVence               TO OfFechaVence
                MOVE "V"                      TO OfEstado
                MOVE SPACE                    TO OfCanal
                MOVE SPACES                   TO OfFechaAcepta
                MOVE 0                        TO OfMontoAceptado
                MOVE 0                        TO OfSolicitud
                WRITE ofertas-file
                END-WRITE
                ADD 1 TO TotalOfertas
                ADD MontoOferta TO TotalMonto
                MOVE OfId       TO LOId
                MOVE OfCliente  TO LOCliente
                MOVE OfCuenta   TO LOCuenta
                MOVE OfPuntaje  TO LOPuntaje
                MOVE OfMonto    TO LOMonto
                MOVE OfTasa     TO LOTasa
                MOVE OfPlazo    TO LOPlazo
                MOVE OfFechaVence TO LOVence
                INVOKE obj-reporte "EscribirLinea" using LineaOferta
             END-IF.

       End Method GenerarCampana.
      *>----------------------------------------------

       Method-ID. ConsultarOfertas.
      *>----------------------------------------------
      *OFERTAS VIGENTES Y NO VENCIDAS DEL CLIENTE A LA FECHA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSCliente     PIC 9(9).
           77  LSFecha       PIC X(8).
           77  TotalOfertas  PIC 9(3).

       Procedure Division using  LSCliente
                                 LSFecha
                                 returning TotalOfertas.

             MOVE 0 TO TotalOfertas
             MOVE "S" TO HayMas
             OPEN INPUT Ofertas
             MOVE LSCliente TO OfCliente
             START Ofertas KEY IS = OfCliente
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM MostrarOfertaCliente UNTIL NoHayMas
             CLOSE Ofertas.

       MostrarOfertaCliente.
             READ Ofertas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OfCliente NOT = LSCliente THEN
                    MOVE "N" TO HayMas
                 ELSE
                 IF OfertaVigente AND OfFechaVence NOT < LSFecha THEN
                    ADD 1 TO TotalOfertas
                    DISPLAY "Oferta " OfId
                            " monto " OfMonto
                            " tasa mensual " OfTasa
                            " plazo " OfPlazo " meses"
                            " vence " OfFechaVence
                 END-IF
                 END-IF
             END-READ.

       End Method ConsultarOfertas.
      *>----------------------------------------------

       Method-ID. AceptarOferta.
      *>----------------------------------------------
      *EL CLIENTE ACEPTA SU OFERTA POR EL MONTO OFRECIDO O UNO
      *MENOR (CERO = TODO EL PREAPROBADO). LA SOLICITUD SE RADICA Y
      *QUEDA DE UNA VEZ EN ESTADO APROBADA, LISTA PARA EL
      *DESEMBOLSO, CON LA TASA Y EL PLAZO DE LA OFERTA. DEVUELVE EL
      *NUMERO DE LA SOLICITUD O CERO SI NO SE PUDO ACEPTAR
       Data Division.
        Local-Storage Section.
           77  MontoSolicitud  PIC 9(10)V99.
           77  PlazoSolicitud  PIC 9(3).
           77  EstadoAprobada  PIC 9 VALUE 2.
           77  CambiarOk       PIC 9.
      *RadicarPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL CAE
      *EN EL AL FINAL DEL METODO
           77  RadicarPend     PIC X VALUE "N".
           01  DestinoOferta.
               02  FILLER      PIC X(12) VALUE "PREAPROBADO ".
               02  DOOfId      PIC 9(5).
               02  FILLER      PIC X(3) VALUE SPACES.
           01  obj-solicitud   object reference.

        Linkage Section.
           77  LSOfId          PIC 9(5).
           77  LSCliente       PIC 9(9).
           77  LSMonto         PIC 9(10)V99.
           77  LSCanal         PIC X.
           77  LSFecha         PIC X(8).
           77  LSSolId         PIC 9(5).

       Procedure Division using  LSOfId
                                 LSCliente
                                 LSMonto
                                 LSCanal
                                 LSFecha
                                 returning LSSolId.

             MOVE 0 TO LSSolId
             OPEN I-O Ofertas
             MOVE LSOfId TO OfId
             READ Ofertas
               KEY IS OfId
               INVALID KEY
                 DISPLAY "La oferta no existe"
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN OfCliente NOT = LSCliente
                     DISPLAY "La oferta no es de este cliente"
                   WHEN NOT OfertaVigente
                     DISPLAY "La oferta ya no esta vigente"
                   WHEN OfFechaVence < LSFecha
                     DISPLAY "La oferta vencio el " OfFechaVence
                   WHEN LSMonto > OfMonto
                     DISPLAY "El monto supera el preaprobado de "
                             OfMonto
                   WHEN OTHER
                     MOVE "S" TO RadicarPend
                     PERFORM RadicarSolicitudOferta
                 END-EVALUATE
             END-READ
             CLOSE Ofertas.

       RadicarSolicitudOferta.
             IF RadicarPend = "S" THEN
                MOVE "N" TO RadicarPend
                IF LSMonto = 0 THEN
                   MOVE OfMonto TO MontoSolicitud
                ELSE
                   MOVE LSMonto TO MontoSolicitud
                END-IF
                MOVE OfPlazo TO PlazoSolicitud
                MOVE OfId    TO DOOfId
                INVOKE solicitud "New"
                        RETURNING obj-solicitud
                INVOKE obj-solicitud "RadicarSolicitud" using
                                             LSCliente
                                             MontoSolicitud
                                             PlazoSolicitud
                                             DestinoOferta
                                             LSFecha
                                   returning LSSolId
                INVOKE obj-solicitud "CambiarEstadoSolicitud" using
                                             LSSolId
                                             EstadoAprobada
                                   returning CambiarOk
                MOVE "A"            TO OfEstado
                MOVE LSCanal        TO OfCanal
                MOVE LSFecha        TO OfFechaAcepta
                MOVE MontoSolicitud TO OfMontoAceptado
                MOVE LSSolId        TO OfSolicitud
                REWRITE ofertas-file
                END-REWRITE
             END-IF.

       End Method AceptarOferta.
      *>----------------------------------------------

       Method-ID. TasaOfertaSolicitud.
      *>----------------------------------------------
      *TASA MENSUAL DE LA OFERTA ACEPTADA QUE ORIGINO LA SOLICITUD;
      *CERO SI LA SOLICITUD NO VIENE DE UNA OFERTA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSSolId       PIC 9(5).
           77  LSTasa        PIC 9V9999.

       Procedure Division using  LSSolId
                                 returning LSTasa.

             MOVE 0 TO LSTasa
             MOVE "S" TO HayMas
             OPEN INPUT Ofertas
             PERFORM BuscarOfertaSolicitud UNTIL NoHayMas
             CLOSE Ofertas.

       BuscarOfertaSolicitud.
             READ Ofertas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OfertaAceptada AND OfSolicitud = LSSolId THEN
                    MOVE OfTasa TO LSTasa
                    MOVE "N" TO HayMas
                 END-IF
             END-READ.

       End Method TasaOfertaSolicitud.
      *>----------------------------------------------

       Method-ID. ReporteAceptacion.
      *>----------------------------------------------
      *ACEPTACION DE UNA CAMPANA: CADA OFERTA ACEPTADA CON SU CANAL
      *Y EL ESTADO DE LA SOLICITUD QUE RADICO, Y AL FINAL LOS
      *TOTALES DE OFERTAS, ACEPTACIONES POR CANAL Y DESEMBOLSOS CON
      *SUS PORCENTAJES SOBRE LO OFRECIDO. EL TOTAL DE CONTROL ES EL
      *MONTO ACEPTADO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  TotalAceptadas  PIC 9(5) VALUE 0.
           77  TotalCanalU     PIC 9(5) VALUE 0.
           77  TotalCanalS     PIC 9(5) VALUE 0.
           77  TotalDesemb     PIC 9(5) VALUE 0.
           77  MontoOfrecido   PIC 9(14)V99 VALUE 0.
           77  MontoAceptado   PIC 9(14)V99 VALUE 0.
           77  MontoDesemb     PIC 9(14)V99 VALUE 0.
           77  MontoCanalU     PIC 9(14)V99 VALUE 0.
           77  MontoCanalS     PIC 9(14)V99 VALUE 0.
           77  CantidadPct     PIC 9(5).
           77  MontoControl    PIC S9(14)V99.
      *ImprimirPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL
      *CAE EN EL AL FINAL DEL METODO
           77  ImprimirPend    PIC X VALUE "N".
           77  NombreImpresion   PIC X(30)
                                 VALUE "campana_aceptacion.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "ACEPTACION CAMPANA PREAPROB".
           01  EncabezadoImpresion.
               02  FILLER      PIC X(26)
                               VALUE "OFERT CLIENTE   C ACEPTADA".
               02  FILLER      PIC X(54)
                               VALUE "         MONTO SOLIC ESTADO".
           01  LineaAceptacion.
               02  LAId        PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LACliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LACanal     PIC X.
               02  FILLER      PIC X VALUE SPACE.
               02  LAFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LAMonto     PIC Z(9)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LASolicitud PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LAEstado    PIC X(12).
               02  FILLER      PIC X(21) VALUE SPACES.
           01  LineaResumen.
               02  LRTexto     PIC X(30).
               02  LRCantidad  PIC ZZZZ9.
               02  FILLER      PIC X VALUE SPACE.
               02  LRMonto     PIC Z(13)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LRPct       PIC ZZ9.99.
               02  FILLER      PIC X(20) VALUE SPACES.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSCampana       PIC X(6).
           77  LSFecha         PIC X(8).
           77  TotalOfertas    PIC 9(5).

       Procedure Division using  LSCampana
                                 LSFecha
                                 returning TotalOfertas.

             MOVE 0 TO TotalOfertas
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT Ofertas
             OPEN INPUT CmpSolicitudes
             MOVE LSCampana TO OfCampana
             START Ofertas KEY IS = OfCampana
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM AcumularOfertaCampana UNTIL NoHayMas
             CLOSE CmpSolicitudes
             CLOSE Ofertas

             MOVE SPACES TO LineaResumen
             INVOKE obj-reporte "EscribirLinea" using LineaResumen
             MOVE "OFERTAS EMITIDAS"   TO LRTexto
             MOVE TotalOfertas         TO LRCantidad
             MOVE MontoOfrecido        TO LRMonto
             MOVE TotalOfertas         TO CantidadPct
             PERFORM CalcularPctResumen
             INVOKE obj-reporte "EscribirLinea" using LineaResumen
             MOVE "ACEPTADAS"          TO LRTexto
             MOVE TotalAceptadas       TO LRCantidad
             MOVE MontoAceptado        TO LRMonto
             MOVE TotalAceptadas       TO CantidadPct
             PERFORM CalcularPctResumen
             INVOKE obj-reporte "EscribirLinea" using LineaResumen
             MOVE "  EN EL MENU DEL CLIENTE" TO LRTexto
             MOVE TotalCanalU          TO LRCantidad
             MOVE MontoCanalU          TO LRMonto
             MOVE TotalCanalU          TO CantidadPct
             PERFORM CalcularPctResumen
             INVOKE obj-reporte "EscribirLinea" using LineaResumen
             MOVE "  EN LA SUCURSAL"   TO LRTexto
             MOVE TotalCanalS          TO LRCantidad
             MOVE MontoCanalS          TO LRMonto
             MOVE TotalCanalS          TO CantidadPct
             PERFORM CalcularPctResumen
             INVOKE obj-reporte "EscribirLinea" using LineaResumen
             MOVE "DESEMBOLSADAS"      TO LRTexto
             MOVE TotalDesemb          TO LRCantidad
             MOVE MontoDesemb          TO LRMonto
             MOVE TotalDesemb          TO CantidadPct
             PERFORM CalcularPctResumen
             INVOKE obj-reporte "EscribirLinea" using LineaResumen

             MOVE MontoAceptado TO MontoControl
             INVOKE obj-reporte "CerrarReporte" using MontoControl
             DISPLAY "Campana " LSCampana ": " TotalOfertas
                     " ofertas, " TotalCanalU " aceptadas en el menu,"
                     " " TotalCanalS " en sucursal".

       AcumularOfertaCampana.
             READ Ofertas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OfCampana NOT = LSCampana THEN
                    MOVE "N" TO HayMas
                 ELSE
                    ADD 1 TO TotalOfertas
                    ADD OfMonto TO MontoOfrecido
                    IF OfertaAceptada THEN
                       MOVE "S" TO ImprimirPend
                       PERFORM ImprimirAceptada
                    END-IF
                 END-IF
             END-READ.

       ImprimirAceptada.
             IF ImprimirPend = "S" THEN
                MOVE "N" TO ImprimirPend
                ADD 1 TO TotalAceptadas
                ADD OfMontoAceptado TO MontoAceptado
                IF OfCanal = "S" THEN
                   ADD 1 TO TotalCanalS
                   ADD OfMontoAceptado TO MontoCanalS
                ELSE
                   ADD 1 TO TotalCanalU
                   ADD OfMontoAceptado TO MontoCanalU
                END-IF
                MOVE "NO EXISTE" TO LAEstado
                MOVE OfSolicitud TO CSOSolId
                READ CmpSolicitudes
                  KEY IS CSOSolId
                  NOT INVALID KEY
                    EVALUATE CSOEstado
                      WHEN 2
                        MOVE "APROBADA"     TO LAEstado
                      WHEN 3
                        MOVE "RECHAZADA"    TO LAEstado
                      WHEN 4
                        MOVE "DESEMBOLSADA" TO LAEstado
                        ADD 1 TO TotalDesemb
                        ADD CSOMonto TO MontoDesemb
                      WHEN OTHER
                        MOVE "EN TRAMITE"   TO LAEstado
                    END-EVALUATE
                END-READ
                MOVE OfId            TO LAId
                MOVE OfCliente       TO LACliente
                MOVE OfCanal         TO LACanal
                MOVE OfFechaAcepta   TO LAFecha
                MOVE OfMontoAceptado TO LAMonto
                MOVE OfSolicitud     TO LASolicitud
                INVOKE obj-reporte "EscribirLinea" using LineaAceptacion
             END-IF.

      *PORCENTAJE DE CantidadPct SOBRE LAS OFERTAS EMITIDAS
       CalcularPctResumen.
             IF TotalOfertas = 0 THEN
                MOVE 0 TO LRPct
             ELSE
                COMPUTE LRPct ROUNDED =
                        CantidadPct * 100 / TotalOfertas
             END-IF.

       End Method ReporteAceptacion.
      *>----------------------------------------------

       end object.
       end class Campana.
