           boveda       is class "boveda"
           libreta      is class "libreta"
           incidente    is class "incidente"
           gmf          is class "gmf"
           proteccion   is class "proteccion"
           compratarjeta is class "compratarjeta"
           cierre       is class "cierre"
           saldohistorico is class "saldohistorico"
           partidapuente is class "partidapuente"
           recertificacion is class "recertificacion"
           producto     is class "producto"
           cupo         is class "cupo"
           tasareferencia is class "tasareferencia"
           segurovida   is class "segurovida"
           cobranza     is class "cobranza"
           grupoeconomico is class "grupoeconomico"
           campana      is class "campana"
           enfriamiento is class "enfriamiento"
           certificadotributario is class "certificadotributario"
           saldoabandonado is class "saldoabandonado"
           giro         is class "giro"
           pagoproveedor is class "pagoproveedor"
           trasladosucursal is class "trasladosucursal"
           actualizaciondatos is class "actualizaciondatos"
           retencionbillete is class "retencionbillete"
           depuracion   is class "depuracion"
           consentimiento is class "consentimiento"
           devolucioncontacto is class "devolucioncontacto"
           cajilla      is class "cajilla"
           fechaproceso is class "fechaproceso".

       working-storage section.
       ACCEPT   CargarNuevo

       IF CargarNuevo = 1 THEN
          DISPLAY "Codigo del parametro (LIMRETDIA, LIMCOMPDIA,"
          DISPLAY "LIMMISMOBCO, LIMINTERBCO, COMINTERBCO,"
          DISPLAY "SANCIONCHQ, MAXRECHCHQ, MAXINTPIN,"
          DISPLAY "DIASPENDIENTE, DIASCANJE, MININACTIV,"
          DISPLAY "OTPMONTO, OTPMINUTOS, OTPINTENTOS,"
          DISPLAY "DIASENFRIA, MESESABANDON, ENCAJEAHO,"
          DISPLAY "ENCAJECTE, ENCAJECDT, ENCAJECDTL,"
          DISPLAY "DIASCDTLARGO, LIQAHO1-6, LIQCTE1-6,"
          DISPLAY "LIMBRECHACOP, DIASREMESA, KYCMESBAJO,"
          DISPLAY "KYCMESMEDIO, KYCMESALTO, KYCMESGRACIA,"
          DISPLAY "RETANIOSARC, RETANIOSAUD, RETANIOSSES,"
          DISPLAY "RETANIOSNOT, RETANIOSTUS, RETANIOSCTA,"
          DISPLAY "RETANIOSOLD, ...)"
          ACCEPT   CodigoParam
          DISPLAY "Vigente desde (YYYYMMDD)"
          ACCEPT   FechaDesde
         77  FechaConsulta     PIC X(8).
         77  OpcionInc         PIC 9.
         77  TotalFilas        PIC 9(4).
         77  TodasSucursales   PIC 9(3) VALUE 999.
         77  ArchivoIncidentes PIC X(30)
                     VALUE "incidentes_dia.txt".
       01  obj-incidente    object reference.
       01  obj-fechaproceso object reference.

           END-IF
           INVOKE obj-incidente "ReporteIncidentesDia"
                              using FechaConsulta
                                    TodasSucursales
                                    ArchivoIncidentes
                          returning TotalFilas
           DISPLAY "Reporte generado en incidentes_dia.txt"
           DISPLAY "con " TotalFilas " condiciones de error"
       End Method ConsultarIncidentes.
      *>----------------------------------------------

       Method-ID. ConsultarSaldosHistoricos.
      *>----------------------------------------------
      *SALDOS PASADOS DESDE LAS FOTOS DE FIN DE DIA DEL CIERRE:
      *SALDO DE UNA CUENTA A UNA FECHA, SALDO PROMEDIO DIARIO DE UN
      *PERIODO Y REPORTE DE TODAS LAS CUENTAS
       Data Division.
       Local-Storage Section.
         77  OpcionSaldo       PIC 9.
         77  CuentaConsulta    PIC X(9).
         77  FechaConsulta     PIC X(8).
         77  FechaDesde        PIC X(8).
         77  FechaHasta        PIC X(8).
         77  SaldoFecha        PIC S9(10)V99.
         77  DisponibleFecha   PIC S9(10)V99.
         77  MonedaFecha       PIC X(3).
         77  SucursalFecha     PIC 9(2).
         77  EstadoFecha       PIC 9.
         77  ExisteFoto        PIC 9.
         77  SaldoProm         PIC S9(10)V99.
         77  DisponibleProm    PIC S9(10)V99.
         77  DiasProm          PIC 9(4).
         77  TotalCuentas      PIC 9(6).
         77  SaldoEditado      PIC -9(10).99.
       01  obj-saldohistorico object reference.

       Procedure Division.

       INVOKE saldohistorico "New"
               RETURNING obj-saldohistorico.

       DISPLAY "(1) Saldo de una cuenta a una fecha"
       DISPLAY "(2) Saldo promedio de una cuenta en un periodo"
       DISPLAY "(3) Reporte de saldos de todas las cuentas"
       ACCEPT   OpcionSaldo

       EVALUATE OpcionSaldo
         WHEN 1
           DISPLAY "Numero de cuenta"
           ACCEPT   CuentaConsulta
           DISPLAY "Fecha (YYYYMMDD)"
           ACCEPT   FechaConsulta
           INVOKE obj-saldohistorico "SaldoEnFecha"
                              using CuentaConsulta
                                    FechaConsulta
                                    SaldoFecha
                                    DisponibleFecha
                                    MonedaFecha
                                    SucursalFecha
                                    EstadoFecha
                          returning ExisteFoto
           IF ExisteFoto = 0 THEN
              DISPLAY "No hay saldos registrados de la cuenta a"
              DISPLAY "esa fecha"
           ELSE
              MOVE SaldoFecha TO SaldoEditado
              DISPLAY "Saldo al cierre     : " SaldoEditado
                      " " MonedaFecha
              MOVE DisponibleFecha TO SaldoEditado
              DISPLAY "Disponible al cierre: " SaldoEditado
              DISPLAY "Sucursal " SucursalFecha " estado "
                      EstadoFecha
           END-IF
         WHEN 2
           DISPLAY "Numero de cuenta"
           ACCEPT   CuentaConsulta
           DISPLAY "Desde (YYYYMMDD)"
           ACCEPT   FechaDesde
           DISPLAY "Hasta (YYYYMMDD)"
           ACCEPT   FechaHasta
           INVOKE obj-saldohistorico "SaldoPromedio"
                              using CuentaConsulta
                                    FechaDesde
                                    FechaHasta
                                    SaldoProm
                                    DisponibleProm
                          returning DiasProm
           IF DiasProm = 0 THEN
              DISPLAY "No hay saldos registrados de la cuenta en"
              DISPLAY "el periodo"
           ELSE
              MOVE SaldoProm TO SaldoEditado
              DISPLAY "Saldo promedio      : " SaldoEditado
              MOVE DisponibleProm TO SaldoEditado
              DISPLAY "Disponible promedio : " SaldoEditado
              DISPLAY "Dias promediados    : " DiasProm
           END-IF
         WHEN 3
           DISPLAY "Fecha del saldo (YYYYMMDD)"
           ACCEPT   FechaConsulta
           DISPLAY "Promedio desde (YYYYMMDD)"
           ACCEPT   FechaDesde
           DISPLAY "Promedio hasta (YYYYMMDD)"
           ACCEPT   FechaHasta
           INVOKE obj-saldohistorico "ReporteSaldosHistoricos"
                              using FechaConsulta
                                    FechaDesde
                                    FechaHasta
                          returning TotalCuentas
           DISPLAY "Reporte generado en saldos_historicos.txt"
           DISPLAY "con " TotalCuentas " cuentas"
         WHEN OTHER
           DISPLAY "La opcion no es valida"
       END-EVALUATE.

       End Method ConsultarSaldosHistoricos.
      *>----------------------------------------------

       Method-ID. GestionarPartidasPuente.
      *>----------------------------------------------
      *PARTIDAS EN CUENTA PUENTE: CONSULTA DE LAS ABIERTAS, ABONO DE
      *UNA PARTIDA A LA CUENTA DE UN CLIENTE, DEVOLUCION A SU ORIGEN
      *Y REPORTE DE ANTIGUEDAD. APLICAR Y DEVOLVER SOLO SUPERVISOR
      *O ADMINISTRADOR
       Data Division.
       Local-Storage Section.
         77  OpcionPuente      PIC 9.
         77  IdPartida         PIC 9(9).
         77  CuentaAbono       PIC X(9).
         77  FechaHoy          PIC X(8).
         77  TotalAbiertas     PIC 9(6).
         77  PuenteOk          PIC 9.
       01  obj-partidapuente object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE partidapuente "New"
               RETURNING obj-partidapuente.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.

       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Partidas abiertas  (2) Abonar a una cuenta"
       DISPLAY "(3) Devolver al origen (4) Reporte de antiguedad"
       ACCEPT   OpcionPuente

       IF OpcionPuente = 1 THEN
          INVOKE obj-partidapuente "ListarPartidasAbiertas"
                                returning TotalAbiertas
          IF TotalAbiertas = 0 THEN
             DISPLAY "No hay partidas abiertas en puente"
          END-IF
       ELSE
       IF OpcionPuente = 2 OR OpcionPuente = 3 THEN
          IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
             DISPLAY "Su rol no permite resolver partidas puente"
             INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                            "RECHAZO PARTIDA PUENTE"
          ELSE
             DISPLAY "Ingrese el numero de la partida"
             ACCEPT  IdPartida
             IF OpcionPuente = 2 THEN
                DISPLAY "Cuenta del cliente a abonar"
                ACCEPT  CuentaAbono
                INVOKE obj-partidapuente "AplicarPartida" using
                                                   IdPartida
                                                   CuentaAbono
                                                   FechaHoy
                                                   OperadorId
                                         returning PuenteOk
                IF PuenteOk = 1 THEN
                   INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                            "APLICACION PARTIDA PUENTE"
                END-IF
             ELSE
                INVOKE obj-partidapuente "DevolverPartida" using
                                                   IdPartida
                                                   FechaHoy
                                                   OperadorId
                                         returning PuenteOk
                IF PuenteOk = 1 THEN
                   INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                            "DEVOLUCION PARTIDA PUENTE"
                END-IF
             END-IF
          END-IF
       ELSE
       IF OpcionPuente = 4 THEN
          INVOKE obj-partidapuente "ReporteAntiguedadPuente"
                                using FechaHoy
                                returning TotalAbiertas
          DISPLAY "Partidas abiertas: " TotalAbiertas
          DISPLAY "Reporte en partidas_puente.txt"
       ELSE
          DISPLAY "Opcion no valida"
       END-IF
       END-IF
       END-IF.

       End Method GestionarPartidasPuente.
      *>----------------------------------------------

       Method-ID. MarcarCuentaExentaGMF.
      *>----------------------------------------------
      *EL CLIENTE DESIGNA LA CUENTA EXENTA DEL GRAVAMEN A LOS
      *MOVIMIENTOS FINANCIEROS (UNA SOLA POR CLIENTE, HASTA EL TOPE
      *MENSUAL EN UVT). LA NUEVA MARCA REEMPLAZA LA ANTERIOR
       Data Division.
       Local-Storage Section.
         77  IdCliente         PIC 9(9).
         77  NumAccount        PIC X(9).
         77  FechaHoy          PIC X(8).
         77  MarcaOk           PIC 9.
       01  obj-gmf           object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE gmf "New"
               RETURNING obj-gmf.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.

       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "Ingrese el ID del cliente"
       ACCEPT   IdCliente
       DISPLAY "Ingrese el Numero de Cuenta a marcar exenta"
       ACCEPT   NumAccount

       INVOKE obj-gmf "MarcarCuentaExenta" using IdCliente
                                                 NumAccount
                                                 FechaHoy
                                       returning MarcaOk

       IF MarcaOk = 1 THEN
          INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "MARCA CUENTA EXENTA GMF"
          DISPLAY "La cuenta " NumAccount " quedo exenta del GMF"
       ELSE
          DISPLAY "La cuenta no se marco"
       END-IF.

       End Method MarcarCuentaExentaGMF.
      *>----------------------------------------------

       Method-ID. ProteccionSobregiro.
      *>----------------------------------------------
      *VINCULA O RETIRA LA CUENTA DE AHORROS QUE CUBRE LOS
      *SOBREGIROS DE UNA CUENTA CORRIENTE DEL MISMO TITULAR
       Data Division.
       Local-Storage Section.
         77  OpcionProteccion  PIC 9.
         77  CuentaProtegida   PIC X(9).
         77  CuentaRespaldo    PIC X(9).
         77  FechaHoy          PIC X(8).
         77  ProteccionOk      PIC 9.
       01  obj-proteccion    object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE proteccion "New"
               RETURNING obj-proteccion.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.

       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Vincular cuenta de ahorros  (2) Retirar proteccion"
       ACCEPT   OpcionProteccion
       DISPLAY "Ingrese el Numero de la Cuenta Corriente"
       ACCEPT   CuentaProtegida

       IF OpcionProteccion = 1 THEN
          DISPLAY "Ingrese el Numero de la Cuenta de Ahorros"
          ACCEPT   CuentaRespaldo
          INVOKE obj-proteccion "VincularCuenta" using CuentaProtegida
                                                       CuentaRespaldo
                                                       FechaHoy
                                             returning ProteccionOk
          IF ProteccionOk = 1 THEN
             INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                      "VINCULA PROTECCION SOBREGIRO"
             DISPLAY "La cuenta " CuentaProtegida " quedo protegida"
          ELSE
             DISPLAY "No se vinculo la proteccion"
          END-IF
       ELSE
       IF OpcionProteccion = 2 THEN
          INVOKE obj-proteccion "DesvincularCuenta"
                                       using CuentaProtegida
                                   returning ProteccionOk
          IF ProteccionOk = 1 THEN
             INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                      "RETIRA PROTECCION SOBREGIRO"
             DISPLAY "Se retiro la proteccion de " CuentaProtegida
          END-IF
       ELSE
          DISPLAY "Opcion no valida"
       END-IF
       END-IF.

       End Method ProteccionSobregiro.
      *>----------------------------------------------

       Method-ID. CastigoCartera.
      *>----------------------------------------------
      *CASTIGO DE PRESTAMOS IRRECUPERABLES CON EL ACTA DE LA JUNTA
      *DIRECTIVA QUE LO APROBO, Y RECUPERACIONES POSTERIORES SOBRE
      *LOS PRESTAMOS YA CASTIGADOS
       Data Division.
       Local-Storage Section.
         77  OpcionCastigo     PIC 9.
         77  IdPrestamo        PIC 9(5).
         77  ActaJunta         PIC X(15).
         77  CuentaPago        PIC X(9).
         77  MontoRecuperado   PIC 9(10)V99.
         77  FechaHoy          PIC X(8).
         77  CastigoOk         PIC 9.
       01  obj-prestamo      object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE prestamo "New"
               RETURNING obj-prestamo.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.

       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Castigar prestamo  (2) Registrar recuperacion"
       ACCEPT   OpcionCastigo

       IF OpcionCastigo = 1 THEN
          IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
             DISPLAY "Su rol no permite castigar prestamos"
             INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                            "RECHAZO CASTIGO PRESTAMO"
          ELSE
             DISPLAY "Ingrese el ID del prestamo"
             ACCEPT  IdPrestamo
             DISPLAY "Numero del acta de la junta directiva"
             ACCEPT  ActaJunta
             INVOKE obj-prestamo "CastigarPrestamo" using IdPrestamo
                                                          ActaJunta
                                                          FechaHoy
                                            returning CastigoOk
             IF CastigoOk = 1 THEN
                INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                            "CASTIGO DE PRESTAMO"
             ELSE
                DISPLAY "El prestamo no fue castigado"
             END-IF
          END-IF
       ELSE
       IF OpcionCastigo = 2 THEN
          DISPLAY "Ingrese el ID del prestamo castigado"
          ACCEPT  IdPrestamo
          DISPLAY "Cuenta a debitar (en blanco, la vinculada)"
          ACCEPT  CuentaPago
          DISPLAY "Monto recibido"
          ACCEPT  MontoRecuperado
          INVOKE obj-prestamo "RegistrarRecuperacion" using
                                                   IdPrestamo
                                                   CuentaPago
                                                   MontoRecuperado
                                         returning CastigoOk
          IF CastigoOk = 1 THEN
             INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                            "RECUPERACION CASTIGO"
          END-IF
       ELSE
          DISPLAY "Opcion no valida"
       END-IF
       END-IF.

       End Method CastigoCartera.
      *>----------------------------------------------

       Method-ID. ReaperturaFecha.
      *>----------------------------------------------
      *REAPERTURA DE LA ULTIMA FECHA CERRADA PARA CORREGIR UN
      *ERROR DEL CIERRE; SOLO SUPERVISOR O ADMINISTRADOR Y SIEMPRE
      *CON EL MOTIVO QUE QUEDA EN EL REGISTRO DE CONTROL
       Data Division.
       Local-Storage Section.
         77  FechaReabrir      PIC X(8).
         77  MotivoReapertura  PIC X(30).
         77  Confirmar         PIC 9.
         77  ReaperturaOk      PIC 9.
       01  obj-cierre        object reference.
       01  obj-auditoria     object reference.

       Procedure Division.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
          DISPLAY "Su rol no permite reabrir fechas"
          INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "RECHAZO REAPERTURA FECHA"
       ELSE
          DISPLAY "Fecha cerrada a reabrir (AAAAMMDD)"
          ACCEPT  FechaReabrir
          DISPLAY "Motivo de la reapertura"
          ACCEPT  MotivoReapertura
          DISPLAY "Se restauraran cuentas y transacciones al"
          DISPLAY "inicio del cierre. Confirma (1=Si)"
          ACCEPT  Confirmar
          IF Confirmar = 1 AND MotivoReapertura NOT = SPACES THEN
             INVOKE cierre "New"
                     RETURNING obj-cierre
             INVOKE obj-cierre "ReabrirFecha" using FechaReabrir
                                                    MotivoReapertura
                                                    OperadorId
                                          returning ReaperturaOk
             IF ReaperturaOk = 1 THEN
                INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "REAPERTURA DE FECHA"
             END-IF
          ELSE
             DISPLAY "Reapertura cancelada; el motivo es obligatorio"
          END-IF
       END-IF.

       End Method ReaperturaFecha.
      *>----------------------------------------------

       Method-ID. CrearOperador.
      *>----------------------------------------------
       Data Division.
         77  IdentificacionUsuario  PIC 9(9).
         77  IdDebitcard PIC X(15).
         77  istrue      PIC 9.
         77  FechaVerifDatos PIC X(8).
         77  EtapaDatos  PIC 9.
       01  obj-customer  object reference.
       DISPLAY  "Ingresar la Identificacion del Usuario"
       ACCEPT  IdentificacionUsuario


             INVOKE  "ValidarUsuario" using IdentificacionUsuario
      *CON LOS DATOS VENCIDOS MAS ALLA DE LA GRACIA NO SE ABREN
      *PRODUCTOS NUEVOS HASTA QUE EL CLIENTE LOS CONFIRME
             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE obj-customer "GetEstadoActualizacion"
                                  using IdentificacionUsuario
                                        FechaVerifDatos
                                  returning EtapaDatos
             IF EtapaDatos NOT < 2 THEN
                DISPLAY "El cliente tiene los datos vencidos: no"
                DISPLAY "abre productos nuevos hasta confirmarlos"
             ELSE
                INVOKE  "CrearTarjeta" returning IdDebitcard
                INVOKE  "CrearNuevaCuenta" using IdentificacionUsuario
                                                 IdDebitcard
             END-IF

       End Method ConsultarDatosParaCrearCuenta.
      *>----------------------------------------------
       Local-Storage Section.
        77  PINGenerado       PIC 9(4).
        77  IDbank            PIC 9.
        77  GuardarOk         PIC 9.
        77  FechaHoy          PIC X(8).
        77  NombreSobre       PIC X(30) VALUE "sobre_pin.txt".
        77  TituloSobre       PIC X(30) VALUE "SOBRE SELLADO - PIN".
                                                       IDbank
                                                       PINGenerado
                                                       returning
                                                       GuardarOk
       END-IF.

      *EL NUMERO ES LA LLAVE DEL MAESTRO DE TARJETAS: SI YA EXISTE
      *NO HAY TARJETA NUEVA, NI SOBRE, NI CUENTA QUE LA LLEVE
       IF IDbank NOT = 0 AND GuardarOk = 0 THEN
          DISPLAY "No se creo la tarjeta, el numero ya existe"
          MOVE SPACES TO NumeroTarjeta
       END-IF.

       IF NumeroTarjeta NOT = SPACES THEN
      *IMPRIMIR EL SOBRE SELLADO CON EL PIN INICIAL
          INVOKE reporte "New"
                  RETURNING obj-reporte
         77  PromptCaptura     PIC X(40).
         77  ValorCapturado    PIC 9(10)V99.
         77  OpcionCapturada   PIC 9(2).
         77  CodigoProducto    PIC X(4) VALUE SPACES.
         77  existeProducto    PIC 9 VALUE ZERO.
         77  EstadoProducto    PIC 9.
         77  MinimoProducto    PIC 9(10)V99.
         77  SobregiroProducto PIC 9(10)V99.
         77  TotalProductos    PIC 9(4).
       01  obj-accounts   object reference.
       01  obj-auditoria  object reference.
       01  obj-customer2  object reference.
       01  obj-producto   object reference.
       01  obj-sucursal   object reference.
       01  obj-validacion object reference.

       DISPLAY "Ingrese Los Datos De La Cuenta"
      *EL NUMERO DE CUENTA YA NO SE DIGITA: LO GENERA EL SISTEMA
      *CON PREFIJO DE SUCURSAL, CONSECUTIVO Y DIGITO DE CONTROL
      *LA CUENTA SE ABRE SOBRE UN PRODUCTO DEL CATALOGO, QUE DEFINE
      *EL TIPO; EN BLANCO SE ELIGE SOLO EL TIPO Y LA CUENTA QUEDA
      *CON EL PRODUCTO BASE DE ESE TIPO
          INVOKE producto "New"
                  RETURNING obj-producto
          INVOKE obj-producto "ListarProductos"
                                returning TotalProductos
          DISPLAY "Codigo del producto (en blanco = elegir el tipo)"
          ACCEPT   CodigoProducto
          MOVE ZERO TO existeProducto
          IF CodigoProducto NOT = SPACES THEN
             INVOKE obj-producto "CondicionesProducto" using
                                               CodigoProducto
                                               TipodeCueta
                                               MinimoProducto
                                               SobregiroProducto
                                               EstadoProducto
                                   returning existeProducto
             IF existeProducto = 0 OR EstadoProducto NOT = 0 THEN
                DISPLAY "El producto no existe o esta retirado,"
                DISPLAY "la cuenta se abre solo por tipo"
                MOVE ZERO   TO existeProducto
                MOVE SPACES TO CodigoProducto
             ELSE
                DISPLAY "Tipo de cuenta del producto: " TipodeCueta
             END-IF
          END-IF
          IF existeProducto = 0 THEN
             DISPLAY  "Ingresar TipodeCueta (0=Ahorro, 1=Corriente, "
                      "2=Plazo Fijo)"
             INVOKE obj-validacion "AceptarOpcion" using 0 2
                                   returning OpcionCapturada
             MOVE OpcionCapturada TO TipodeCueta
          END-IF

          MOVE "Monto inicial de la cuenta" TO PromptCaptura
          INVOKE obj-validacion "AceptarNumero" using
                MOVE ValorCapturado TO MontoMinimo
          END-EVALUATE

      *EL PRODUCTO TOPA EL SOBREGIRO Y FIJA EL SALDO MINIMO MENOR
          IF existeProducto = 1 THEN
             IF LimiteSobregiro > SobregiroProducto THEN
                MOVE SobregiroProducto TO LimiteSobregiro
                DISPLAY "Sobregiro ajustado al maximo del producto: "
                        LimiteSobregiro
             END-IF
             IF MontoMinimo < MinimoProducto THEN
                MOVE MinimoProducto TO MontoMinimo
                DISPLAY "Saldo minimo ajustado al del producto: "
                        MontoMinimo
             END-IF
          END-IF

          DISPLAY "Moneda de la cuenta (COP, USD, ...)"
          ACCEPT   MonedaCuenta
          IF MonedaCuenta = SPACES THEN
                                                     FechaVencimiento
                                                     MonedaCuenta
                                                     SucursalCuenta
                                                     CodigoProducto

          INVOKE obj-auditoria "RegistrarAuditoria" using OperadorId
                                               "CREACION DE CUENTA"
         77  PromptCaptura     PIC X(40).
         77  ValorCapturado    PIC 9(10)V99.
         77  OpcionCapturada   PIC 9(2).
         77  CodigoProducto    PIC X(4).
         77  TipoProducto      PIC 9.
         77  existeProducto    PIC 9.
         77  EstadoProducto    PIC 9.
         77  MinimoProducto    PIC 9(10)V99.
         77  SobregiroProducto PIC 9(10)V99.
         77  SetProductoOk     PIC 9.
       01  obj-accounts   object reference.
       01  obj-auditoria  object reference.
       01  obj-validacion object reference.
       01  obj-producto   object reference.

       Procedure Division.

          ELSE
             DISPLAY "No se pudo actualizar la cuenta"
          END-IF

      *CAMBIO DE PRODUCTO: DEBE ESTAR VIGENTE Y SER DEL MISMO TIPO
      *DE LA CUENTA; EN BLANCO QUEDA EL PRODUCTO BASE DEL TIPO
          IF ActualizarOk = 1 THEN
             INVOKE producto "New"
                     RETURNING obj-producto
             DISPLAY "Codigo del producto (en blanco = producto base"
             DISPLAY "del tipo de cuenta)"
             ACCEPT   CodigoProducto
             MOVE 1 TO existeProducto
             MOVE 0 TO EstadoProducto
             MOVE TipodeCueta TO TipoProducto
             IF CodigoProducto NOT = SPACES THEN
                INVOKE obj-producto "CondicionesProducto" using
                                               CodigoProducto
                                               TipoProducto
                                               MinimoProducto
                                               SobregiroProducto
                                               EstadoProducto
                                   returning existeProducto
             END-IF
             IF existeProducto = 0 OR EstadoProducto NOT = 0
                OR TipoProducto NOT = TipodeCueta THEN
                DISPLAY "Producto no valido para el tipo de cuenta,"
                DISPLAY "el producto no se cambio"
             ELSE
                INVOKE obj-accounts "SetProductoCuenta" using
                                               NumAccount
                                               CodigoProducto
                                   returning SetProductoOk
                IF SetProductoOk = 1 THEN
                   INVOKE obj-auditoria "RegistrarAuditoria" using
                                               OperadorId
                                               "CAMBIO PRODUCTO CUENTA"
                END-IF
             END-IF
          END-IF
       END-IF.

       End Method ActualizarCuenta.
       Data Division.
       Local-Storage Section.
         77  NumeroTarjeta     PIC X(10).
         77  IDCTarjeta        PIC X(10).
         77  existeTarjeta     PIC 9.
         77  SetEstadoOk       PIC 9.
         77  ReferenciaNotif   PIC X(15).
         77  existeCuenta      PIC 9.
         77  NuevaTarjeta      PIC X(15).
         77  SetIdDebitcardOk  PIC 9.
         77  CuentaEnfriada    PIC 9.
         77  ReposicionPasa    PIC X.
         77  PedirOverride     PIC 9.
         77  SupervisorId      PIC 9(9).
         77  SupervisorClave   PIC X(10).
         77  LoginSupervisorOk PIC 9.
         77  RolSupervisor     PIC 9.
       01  obj-accounts   object reference.
       01  obj-auditoria  object reference.
       01  obj-enfriamiento object reference.
       01  obj-operador   object reference.

       Procedure Division.

       IF existeCuenta = 0 THEN
          DISPLAY "La cuenta no existe"
       ELSE
      *CON UN TITULAR EN ENFRIAMIENTO POR CAMBIO DE DATOS DE
      *CONTACTO, LA REPOSICION QUEDA RETENIDA HASTA QUE UN
      *SUPERVISOR LA AUTORICE
          MOVE "S" TO ReposicionPasa
          INVOKE enfriamiento "New"
                  RETURNING obj-enfriamiento
          INVOKE obj-enfriamiento "CuentaEnEnfriamiento" using
                                               NumAccount
                                     returning CuentaEnfriada
          IF CuentaEnfriada = 1 THEN
             MOVE "N" TO ReposicionPasa
             DISPLAY "Los datos de contacto del titular cambiaron"
             DISPLAY "hace poco: la reposicion queda retenida"
             DISPLAY "Solicitar autorizacion de un supervisor"
             DISPLAY "(1=Si, 0=No)?"
             ACCEPT  PedirOverride
             IF PedirOverride = 1 THEN
                DISPLAY "Ingrese el ID del supervisor"
                ACCEPT  SupervisorId
                DISPLAY "Ingrese la contrasena del supervisor"
                ACCEPT  SupervisorClave
                INVOKE operador "New"
                        RETURNING obj-operador
                INVOKE obj-operador "ValidarLoginOperador"
                                  using SupervisorId
                                        SupervisorClave
                                  returning LoginSupervisorOk
                IF LoginSupervisorOk = 1 THEN
                   INVOKE obj-operador "GetRolOperador"
                                     using SupervisorId
                                     returning RolSupervisor
                   IF RolSupervisor = 2 OR RolSupervisor = 3 THEN
                      MOVE "S" TO ReposicionPasa
                      INVOKE obj-auditoria "RegistrarAuditoria"
                                  using SupervisorId
                                        "OVERRIDE ENFRIAMIENTO TARJETA"
                      DISPLAY "Reposicion autorizada por el"
                              " supervisor"
                   ELSE
                      DISPLAY "El operador no tiene rol de"
                      DISPLAY "supervisor"
                   END-IF
                END-IF
             END-IF
          END-IF

          IF ReposicionPasa = "S" THEN
             INVOKE "CrearTarjeta" returning NuevaTarjeta

             INVOKE obj-accounts "SetIdDebitcard" using NumAccount
                                                      NuevaTarjeta
                                          returning SetIdDebitcardOk
             IF SetIdDebitcardOk = 1 THEN
                INVOKE obj-auditoria "RegistrarAuditoria" using
                                               OperadorId
                                               "REEMPLAZO DE TARJETA"
                DISPLAY "La tarjeta de la cuenta fue reemplazada"
             ELSE
                DISPLAY "No se pudo reemplazar la tarjeta"
             END-IF
          END-IF
       END-IF.

       End Method ReemplazarTarjeta.
      *>----------------------------------------------

       Method-ID. CerrarCuenta.
       Local-Storage Section.
         77  identificacionBuscada PIC 9(9).
         77  existeCliente     PIC 9.
         77  IDTDisputado      PIC 9(9).
         77  ArcSeqDisputado   PIC 9(9).
         77  TextoReclamo      PIC X(40).
         77  FechaHoy          PIC X(8).
         77  NuevoRecId        PIC 9(5).
         77  AjusteVivoPend    PIC X VALUE "N".
         77  AjusteArcPend     PIC X VALUE "N".
         77  ClienteReclamo    PIC 9(9).
         77  IDTDisputado      PIC 9(9).
         77  ArcSeqDisputado   PIC 9(9).
         77  IDTAjustePrev     PIC 9(9).
         77  TomarOk           PIC 9.
         77  CuentaAjuste      PIC X(9).
         77  TipoAjuste        PIC 9.
         77  TipoCompensa      PIC 9.
         77  MontoActual       PIC S9(10)V99.
         77  MontoNuevo        PIC S9(10)V99.
         77  IDTGenerado       PIC 9(9).
         77  RegistrarOk       PIC 9.
         77  ReferenciaNotif   PIC X(15).
         01  ConceptoAjuste.
         77  SobSeqNuevo       PIC 9(5).
         77  TotalDifOper      PIC 9(4).
         77  TotalMovs         PIC 9(4).
         77  CantRetenida      PIC 9(4).
         77  ValorRetenido     PIC 9(12)V99.
         77  CantEntregada     PIC 9(4).
      *EL GRUPO MIDE 30 BYTES EXACTOS: ES LA ACCION QUE RECIBE
      *RegistrarAuditoria (PIC X(30)) Y NO DEBE TRUNCARSE
         01  TextoCuadre.
       01  obj-caja          object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.
       01  obj-retencion     object reference.

       Procedure Division.

       INVOKE caja "New"
               RETURNING obj-caja.

       INVOKE retencionbillete "New"
               RETURNING obj-retencion.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

              DISPLAY "La caja no tiene movimientos registrados"
           END-IF
         WHEN 7
      *LOS BILLETES RETENIDOS EN EL DIA NO SON EFECTIVO DE LA CAJA:
      *SE ENTREGAN APARTE Y SE CUENTAN CONTRA EL REGISTRO
           INVOKE obj-retencion "RetenidoCajaDia" using FechaHoy
                                                       OperadorId
                                                       CantRetenida
                                             returning ValorRetenido
           IF CantRetenida > 0 THEN
              DISPLAY "Billetes retenidos hoy: " CantRetenida
                      " por " ValorRetenido
              DISPLAY "Cantidad de billetes retenidos que entrega"
              ACCEPT  CantEntregada
              IF CantEntregada NOT = CantRetenida THEN
                 DISPLAY "No coincide con el registro de retenciones"
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "DESCUADRE BILLETES RETENIDOS"
              END-IF
           END-IF
           DISPLAY "Monto contado en la caja (sin los billetes"
           DISPLAY "retenidos)"
           ACCEPT  MontoContado
           INVOKE obj-caja "CalcularSaldoCaja" using FechaHoy
                                                    OperadorId
           DISPLAY "Saldo registrado: " SaldoEsperado
           DISPLAY "Conteo fisico   : " MontoContado
           DISPLAY "Diferencia      : " Diferencia
           IF CantRetenida > 0 THEN
              DISPLAY "Retenido aparte : " ValorRetenido
           END-IF
           MOVE Diferencia TO TCDiferencia
           INVOKE obj-auditoria "RegistrarAuditoria" using
                                               OperadorId
       Method-ID. CargarEfectivoCajero.
      *>----------------------------------------------
      *PANTALLA DEL EQUIPO DE EFECTIVO: REPONE BILLETES DE UNA
      *DENOMINACION EN UN TERMINAL, PERMITE FIJAR EL TERMINAL EN
      *EL QUE CORRE ESTA INSTANCIA Y ASIGNAR CADA TERMINAL A SU
      *SUCURSAL
       Data Division.
       Local-Storage Section.
         77  OpcionEfectivo    PIC 9.
         77  TerminalCaja      PIC 9(3).
         77  SucursalTerminal  PIC 9(2).
         77  existeSucursal    PIC 9.
         77  Denominacion      PIC 9(6).
         77  CantidadBilletes  PIC 9(5).
       01  obj-dispensador object reference.
       01  obj-auditoria   object reference.
       01  obj-sucursal    object reference.

       Procedure Division.


       DISPLAY "(1) Reponer efectivo de un terminal"
       DISPLAY "(2) Fijar el terminal de esta instancia"
       DISPLAY "(3) Asignar un terminal a una sucursal"
       DISPLAY "-->" no advancing
       ACCEPT  OpcionEfectivo

           INVOKE obj-dispensador "FijarTerminal" using
                                             TerminalCaja
           DISPLAY "Terminal de la instancia actualizado"
         WHEN 3
           DISPLAY "Numero del terminal"
           ACCEPT  TerminalCaja
           DISPLAY "Sucursal a la que pertenece"
           ACCEPT  SucursalTerminal
           INVOKE sucursal "New"
                   RETURNING obj-sucursal
           INVOKE obj-sucursal "BuscarSucursal" using SucursalTerminal
                                          returning existeSucursal
           IF existeSucursal = 0 THEN
              DISPLAY "La sucursal no existe"
           ELSE
              INVOKE obj-dispensador "AsignarSucursalTerminal" using
                                             TerminalCaja
                                             SucursalTerminal

              INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                            "TERMINAL A SUCURSAL"

              DISPLAY "Terminal asignado a la sucursal"
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.
         77  SupervisorClave   PIC X(10).
         77  LoginSupervisorOk PIC 9.
         77  RolSupervisor     PIC 9.
         77  TipoTasa          PIC 9 VALUE 1.
         77  IndiceTasa        PIC X(4).
         77  MargenTasa        PIC 9V9999.
         77  PeriodoReajuste   PIC 9(2).
         77  TasaIndice        PIC 9V9999.
         77  FijarOk           PIC 9.
         77  MontoConcentracion PIC 9(12)V99.
         77  ConcentracionPasa PIC X.
         77  TasaOferta        PIC 9V9999.
       01  obj-grupoeconomico object reference.
       01  obj-campana     object reference.
       01  obj-customer    object reference.
       01  obj-accounts    object reference.
       01  obj-prestamo    object reference.
       01  obj-tasareferencia object reference.
       01  obj-solicitud   object reference.
       01  obj-garantia    object reference.
       01  obj-evaluacion  object reference.
                   END-IF
                END-IF

      *LIMITE DE CONCENTRACION DEL DEUDOR Y DE SU GRUPO ECONOMICO
      *CON EL NUEVO CAPITAL. ES LIMITE REGULATORIO: NO TIENE
      *LEVANTAMIENTO POR SUPERVISOR
                IF EvaluacionPasa = "S" THEN
                   MOVE CapitalPrestamo TO MontoConcentracion
                   INVOKE grupoeconomico "New"
                           RETURNING obj-grupoeconomico
                   INVOKE obj-grupoeconomico "ValidarConcentracion"
                                     using identificacionBuscada
                                           MontoConcentracion
                                           FechaEvaluacion
                                     returning ConcentracionPasa
                   IF ConcentracionPasa = "N" THEN
                      MOVE "N" TO EvaluacionPasa
                      INVOKE obj-auditoria "RegistrarAuditoria"
                                     using OperadorId
                                           "RECHAZO CONCENTRACION"
                   END-IF
                END-IF

      *TASA FIJA PACTADA EN EL MOSTRADOR O VARIABLE: INDICE DE
      *REFERENCIA VIGENTE HOY MAS UN MARGEN, CON REAJUSTE CADA
      *CIERTO NUMERO DE MESES. SIN TASA DEL INDICE NO SE DESEMBOLSA.
      *LA SOLICITUD QUE VIENE DE UNA OFERTA PREAPROBADA LLEVA LA
      *TASA FIJA QUE SE LE OFRECIO AL CLIENTE
                IF EvaluacionPasa = "S" THEN
                   INVOKE campana "New"
                           RETURNING obj-campana
                   INVOKE obj-campana "TasaOfertaSolicitud"
                                     using IdSolicitud
                                     returning TasaOferta
                   IF TasaOferta > 0 THEN
                      MOVE 1 TO TipoTasa
                      MOVE TasaOferta TO TasaMensual
                      DISPLAY "Tasa fija de la oferta preaprobada "
                              TasaMensual
                   ELSE
                   DISPLAY "Tipo de tasa (1=Fija, 2=Variable)"
                   ACCEPT   TipoTasa
                   IF TipoTasa = 2 THEN
                      DISPLAY "Indice de referencia (IBR, DTF)"
                      ACCEPT   IndiceTasa
                      DISPLAY "Margen mensual sobre el indice con 4"
                      DISPLAY "decimales implicitos (ej. 00080)"
                      ACCEPT   MargenTasa
                      DISPLAY "Meses entre reajustes"
                      ACCEPT   PeriodoReajuste
                      INVOKE tasareferencia "New"
                              RETURNING obj-tasareferencia
                      INVOKE obj-tasareferencia
                                        "ObtenerTasaReferencia"
                                        using IndiceTasa
                                              FechaEvaluacion
                                        returning TasaIndice
                      IF TasaIndice = 0 OR PeriodoReajuste = 0 THEN
                         MOVE "N" TO EvaluacionPasa
                         DISPLAY "El indice no tiene tasa vigente o"
                         DISPLAY "faltan los meses entre reajustes"
                      ELSE
                         COMPUTE TasaMensual = TasaIndice + MargenTasa
                         DISPLAY "Tasa inicial " TasaMensual
                                 " (" IndiceTasa " " TasaIndice
                                 " mas " MargenTasa ")"
                      END-IF
                   ELSE
                      DISPLAY "Tasa mensual con 4 decimales implicitos"
                      DISPLAY "(ej. 00150 equivale a 0.0150)"
                      ACCEPT   TasaMensual
                   END-IF
                   END-IF
                END-IF

                IF EvaluacionPasa = "N" THEN
                   DISPLAY "El desembolso no continua"
                ELSE
                INVOKE obj-prestamo "AprobarPrestamo" using
                                             identificacionBuscada
                                             NumAccount
                                             PlazoMeses
                                   returning NuevoPreId

                IF TipoTasa = 2 THEN
                   INVOKE obj-prestamo "FijarTasaVariable" using
                                             NuevoPreId
                                             IndiceTasa
                                             MargenTasa
                                             PeriodoReajuste
                                   returning FijarOk
                END-IF

                INVOKE obj-solicitud "MarcarDesembolsada" using
                                             IdSolicitud
                                   returning MarcarOk
       End Method AprobarPrestamo.
      *>----------------------------------------------

       Method-ID. GestionarChequeras.
      *>----------------------------------------------
      *CHEQUERAS EN VENTANILLA: EL PEDIDO QUEDA EN COLA PARA LA
      *IMPRESION NOCTURNA; LA SUCURSAL REGISTRA LA LLEGADA DE LA
      *CHEQUERA IMPRESA Y AL ENTREGARLA AL CLIENTE SE ACTIVAN SUS
      *CHEQUES
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  NumAccount        PIC X(9).
         77  existeCuenta      PIC 9.
         77  CantidadCheques   PIC 9(3).
         77  CanalPedido       PIC X VALUE "V".
         77  PedidoId          PIC 9(6).
         77  TotalPedidos      PIC 9(4).
         77  FechaHoy          PIC X(8).
         77  OperacionOk       PIC 9.
       01  obj-accounts      object reference.
       01  obj-cheque        object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Solicitar chequera"
       DISPLAY "(2) Registrar chequera recibida en sucursal"
       DISPLAY "(3) Entregar chequera al cliente"
       DISPLAY "(4) Consultar pedidos de una cuenta"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       DISPLAY "Ingrese el Numero de la Cuenta Corriente"
       ACCEPT   NumAccount

       IF existeCuenta = 0 THEN
          DISPLAY "La cuenta no existe"
       ELSE
          EVALUATE Opcion
            WHEN 1
              DISPLAY "Cantidad de cheques de la chequera"
              ACCEPT   CantidadCheques
              INVOKE obj-cheque "SolicitarChequera" using NumAccount
                                                      CantidadCheques
                                                      CanalPedido
                                                      FechaHoy
                                            returning PedidoId
              IF PedidoId NOT = 0 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                               OperadorId
                                               "PEDIDO DE CHEQUERA"
                 DISPLAY "Pedido de chequera " PedidoId " registrado"
              END-IF
            WHEN 2
            WHEN 3
              INVOKE obj-cheque "ListarPedidosChequera"
                                using NumAccount
                                returning TotalPedidos
              DISPLAY "Numero del pedido"
              ACCEPT   PedidoId
              IF Opcion = 2 THEN
                 INVOKE obj-cheque "RegistrarRecepcionChequera"
                                   using PedidoId FechaHoy
                                   returning OperacionOk
                 IF OperacionOk = 1 THEN
                    INVOKE obj-auditoria "RegistrarAuditoria"
                                   using OperadorId
                                         "RECEPCION DE CHEQUERA"
                    DISPLAY "Chequera recibida en la sucursal"
                 END-IF
              ELSE
                 INVOKE obj-cheque "EntregarChequera"
                                   using PedidoId FechaHoy
                                   returning OperacionOk
                 IF OperacionOk = 1 THEN
                    INVOKE obj-auditoria "RegistrarAuditoria"
                                   using OperadorId
                                         "ENTREGA DE CHEQUERA"
                    DISPLAY "Chequera entregada"
                 END-IF
              END-IF
            WHEN 4
              INVOKE obj-cheque "ListarPedidosChequera"
                                using NumAccount
                                returning TotalPedidos
              IF TotalPedidos = 0 THEN
                 DISPLAY "La cuenta no tiene pedidos de chequera"
              END-IF
            WHEN OTHER
              DISPLAY "Opcion no valida"
          END-EVALUATE
       END-IF.

       End Method GestionarChequeras.
      *>----------------------------------------------

       Method-ID. SuspenderCheque.
         77  tipoDocumento     PIC 9.
         77  segmentoRiesgo    PIC 9.
         77  GuardarPerfilOk   PIC 9.
         77  ConfirmaDatos     PIC 9.
         77  ConfirmaOk        PIC 9.
         77  FechaHoy          PIC X(8).
       01  obj-customer   object reference.
       01  obj-auditoria  object reference.
       01  obj-actualizacion object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE actualizaciondatos "New"
               RETURNING obj-actualizacion.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.

       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "Ingrese la identificacion del cliente"
       ACCEPT   identificacionBuscada

                                          OperadorId
                                          "ACTUALIZACION DE PERFIL"
                DISPLAY "El perfil del cliente fue actualizado"
      *LOS DATOS RECIEN ACTUALIZADOS QUEDAN CONFIRMADOS
                MOVE 1 TO ConfirmaDatos
             ELSE
                DISPLAY "No se pudo actualizar el perfil"
             END-IF
          ELSE
             IF existePerfil = 1 THEN
                DISPLAY "El cliente confirma que sus datos siguen"
                DISPLAY "vigentes (1=Si, 0=No)"
                ACCEPT   ConfirmaDatos
             END-IF
          END-IF

      *ACTUALIZACION DE DATOS: QUEDAN VERIFICADOS A LA FECHA Y SE
      *LEVANTAN LAS RESTRICCIONES POR DATOS VENCIDOS
          IF ConfirmaDatos = 1 THEN
             INVOKE obj-actualizacion "ConfirmarActualizacion" using
                                          identificacionBuscada
                                          FechaHoy
                                    returning ConfirmaOk
             IF ConfirmaOk = 1 THEN
                INVOKE obj-auditoria "RegistrarAuditoria" using
                                          OperadorId
                                          "CONFIRMACION DATOS CLIENTE"
                DISPLAY "Datos del cliente confirmados al " FechaHoy
             END-IF
          END-IF
       END-IF.


       IF CargarNueva = 1 THEN
          DISPLAY "Tipo de cuenta (0=Ahorro, 1=Corriente, "
                  "2=Plazo Fijo, 3-8=Tramo de producto, "
                  "9=Retencion en la fuente)"
          ACCEPT   TipoCuentaTasa
          DISPLAY "Saldo desde el que aplica el tramo"
          ACCEPT   SaldoDesde
          DISPLAY "(ej. 00100 equivale a 0.0100)"
          ACCEPT   ValorTasa

          IF TipoCuentaTasa NOT NUMERIC THEN
             DISPLAY "El tipo de cuenta no es valido"
          ELSE
             MOVE TipoCuentaTasa TO DTASTipo
      *ANULA UNA TRANSACCION Y REVIERTE SU EFECTO SOBRE EL SALDO
       Data Division.
       Local-Storage Section.
         77  IDTBuscado        PIC 9(9).
         77  NumaccountsTrans  PIC X(9).
         77  TipoTrans         PIC 9.
             88  TipoTransRetiro        VALUE 1.
         77  montonuevo        PIC S9(10)V99.
         77  MontoEmbargado    PIC 9(10)V99.
         77  MontoEnCanje      PIC 9(10)V99.
         77  MontoRetenidoTar  PIC 9(10)V99.
         77  montoverificacion PIC S9(10)V99.
         77  FondosSuficientes PIC X VALUE "S".
             88  SinFondos     VALUE "N".
       01  obj-deposito      object reference.
       01  obj-embargo       object reference.
       01  obj-canje         object reference.
       01  obj-compratarjeta object reference.
       01  obj-tasacambio    object reference.
       01  obj-caja          object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.
       01  obj-gmf           object reference.
         77  MontoGMF          PIC 9(10)V99.
       01  obj-proteccion    object reference.
       77  FaltanteSobregiro PIC 9(10)V99.
       77  MontoBarrido     PIC 9(10)V99.

       Procedure Division.

              INVOKE obj-canje "TotalEnCanje" using
                                             NumAccount
                                   returning MontoEnCanje
              INVOKE compratarjeta "New"
                      RETURNING obj-compratarjeta
              INVOKE obj-compratarjeta "TotalRetenidoTarjeta" using
                                             NumAccount
                                   returning MontoRetenidoTar
              MOVE Montoactual TO montonuevo
              COMPUTE montonuevo = montonuevo - MontoLocal
              COMPUTE montoverificacion
              = montonuevo - MontoEmbargado - MontoEnCanje
                                            - MontoRetenidoTar
              MOVE "S" TO FondosSuficientes
      *CON PROTECCION DE SOBREGIRO EL FALTANTE SE TRAE DE LA CUENTA
      *DE AHORROS VINCULADA ANTES DE DECLARAR FONDOS INSUFICIENTES
              IF CuentaCorriente AND montoverificacion <
                                     (0 - LimiteSobregiroActual) THEN
                 COMPUTE FaltanteSobregiro =
                         (0 - LimiteSobregiroActual)
                         - montoverificacion
                 ACCEPT HoraActual FROM TIME
                 INVOKE proteccion "New"
                         RETURNING obj-proteccion
                 INVOKE obj-proteccion "CubrirSobregiro"
                                 using NumAccount FaltanteSobregiro
                                       FechaHoy HoraActual
                       returning MontoBarrido
                 ADD MontoBarrido TO montonuevo
                 ADD MontoBarrido TO montoverificacion
              END-IF
              IF CuentaCorriente THEN
                 IF montoverificacion <
                               (0 - LimiteSobregiroActual) THEN
                                     NumAccount
                                     MontoLocal
                                     ConceptoCompra
      *GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS DEL DEBITO
                 INVOKE gmf "New"
                         RETURNING obj-gmf
                 INVOKE obj-gmf "CobrarGMF" using FechaHoy HoraActual
                                                  NumAccount
                                                  MontoLocal
                                        returning MontoGMF
                 MOVE "S" TO OperacionHecha
              END-IF
           END-IF
      *>----------------------------------------------
      *FUSION SUPERVISADA DE UN CLIENTE DUPLICADO: TODO LO QUE
      *APUNTA AL IDENTIFICADOR DUPLICADO (CUENTAS, FAVORITAS,
      *PRESTAMOS, RECLAMOS, NOTIFICACIONES, CAJILLAS Y PERFIL) PASA AL
      *IDENTIFICADOR QUE SOBREVIVE, Y EL DUPLICADO SE RETIRA DEL
      *MAESTRO. CADA PASO QUEDA EN AUDITORIA
       Data Division.
         77  PrestamosReasig   PIC 9(4).
         77  ReclamosReasig    PIC 9(4).
         77  NotifReasig       PIC 9(4).
         77  CajillasReasig    PIC 9(4).
         77  FusionPerfilOk    PIC 9.
         77  EliminarOk        PIC 9.
       01  obj-customer      object reference.
       01  obj-prestamo      object reference.
       01  obj-reclamo       object reference.
       01  obj-notificacion  object reference.
       01  obj-cajilla       object reference.
       01  obj-auditoria     object reference.

       Procedure Division.
                                     returning NotifReasig
             DISPLAY "Notificaciones reasignadas: " NotifReasig

             INVOKE cajilla "New"
                     RETURNING obj-cajilla
             INVOKE obj-cajilla "ReasignarCliente" using
                                               IdDuplicado
                                               IdSobrevive
                                     returning CajillasReasig
             DISPLAY "Cajillas reasignadas     : " CajillasReasig

             INVOKE obj-customer "FusionarPerfil" using
                                               IdDuplicado
                                               IdSobrevive
         77  TransferOk        PIC 9.
         77  MarcarOk          PIC 9.
         77  CerrarSucesion    PIC 9.
         77  PrestamosSaldados PIC 9(4).
         77  ConceptoEntrega   PIC X(20)
                               VALUE "SUCESION HEREDERO".
       01  obj-customer      object reference.
       01  obj-accounts      object reference.
       01  obj-prestamo      object reference.
       01  obj-sucesion      object reference.
       01  obj-transferencia object reference.
       01  obj-auditoria     object reference.
                                          using IdCliente
                                      returning ProductosBloq
                 DISPLAY "Productos congelados: " ProductosBloq
      *LOS PRESTAMOS DEL FALLECIDO LOS SALDA EL SEGURO DE VIDA
      *DEUDOR: QUEDAN CANCELADOS Y EL RECLAMO A LA ASEGURADORA
                 INVOKE prestamo "New"
                         RETURNING obj-prestamo
                 INVOKE obj-prestamo "SaldarPorSiniestro"
                                          using IdCliente
                                                FechaHoy
                                                DocumentoRef
                                      returning PrestamosSaldados
                 IF PrestamosSaldados > 0 THEN
                    DISPLAY "Prestamos saldados por el seguro: "
                            PrestamosSaldados
                    INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "SINIESTRO SEGURO DEUDOR"
                 END-IF
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "REGISTRO DE SUCESION"
       01  obj-caja          object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.
       01  obj-gmf           object reference.
         77  BaseGMF           PIC 9(10)V99.
         77  MontoGMF          PIC 9(10)V99.

       Procedure Division.

                DISPLAY "cuenta quedo como ahorro con el saldo"
             END-IF
          ELSE
      *EL GRAVAMEN DEL RETIRO SE DESCUENTA DEL EFECTIVO A ENTREGAR,
      *DE MODO QUE LA CUENTA QUEDE EN CERO PARA CERRARSE
             MOVE SaldoFinal TO BaseGMF
             INVOKE gmf "New"
                     RETURNING obj-gmf
             INVOKE obj-gmf "CobrarGMF" using FechaHoy HoraActual
                                              NumAccount
                                              BaseGMF
                                    returning MontoGMF
             SUBTRACT MontoGMF FROM SaldoFinal
             INVOKE caja "New"
                     RETURNING obj-caja
             MOVE NumAccount TO ReferenciaCaja
         77  NuevoEstado       PIC 9.
         77  CambiarOk         PIC 9.
         77  TotalSolicitudes  PIC 9(4).
         77  FechaVerifDatos   PIC X(8).
         77  EtapaDatos        PIC 9.
       01  obj-customer      object reference.
       01  obj-solicitud     object reference.
       01  obj-auditoria     object reference.
           INVOKE obj-customer "BuscarCustomer" using
                                            identificacionBuscada
                                            returning existeCliente
           IF existeCliente = 1 THEN
              INVOKE obj-customer "GetEstadoActualizacion" using
                                            identificacionBuscada
                                            FechaVerifDatos
                                            returning EtapaDatos
           END-IF
           IF existeCliente = 0 THEN
              DISPLAY "El cliente no esta registrado"
           ELSE
           IF EtapaDatos NOT < 2 THEN
              DISPLAY "El cliente tiene los datos vencidos: no"
              DISPLAY "radica solicitudes hasta confirmarlos"
           ELSE
              DISPLAY "Monto solicitado"
              ACCEPT  MontoSolicitado
                         NuevaSolId
              END-IF
           END-IF
           END-IF
         WHEN 2
           DISPLAY "Numero de la solicitud"
           ACCEPT  IdSolicitud
             02  RPARFecha     PIC X(8).
             02  RPARValor     PIC 9(12)V99.
             02  FILLER        PIC X(26).
         01  DatosTRFRx REDEFINES DatosRecibidos.
             02  RTRFIndice    PIC X(4).
             02  RTRFFecha     PIC X(8).
             02  RTRFTasa      PIC 9V9999.
             02  FILLER        PIC X(43).
         77  NuevoParId        PIC 9(3).
         77  NuevaTrId         PIC 9(4).
       01  obj-tasareferencia object reference.
       01  obj-aprobacion    object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.
                                      returning NuevoParId
                  DISPLAY "Parametro aplicado con el ID "
                          NuevoParId
                WHEN "TRF"
                  INVOKE tasareferencia "New"
                          RETURNING obj-tasareferencia
                  INVOKE obj-tasareferencia "GuardarTasaReferencia"
                                      using RTRFIndice
                                            RTRFFecha
                                            RTRFTasa
                                      returning NuevaTrId
                  DISPLAY "Tasa de referencia aplicada con el ID "
                          NuevaTrId
                WHEN OTHER
                  DISPLAY "Tipo de solicitud desconocido: "
                          TipoSolicitud
       End Method GestionarAprobaciones.
      *>----------------------------------------------

       Method-ID. RecertificarAccesos.
      *>----------------------------------------------
      *RECERTIFICACION TRIMESTRAL DE ACCESOS: EL ADMINISTRADOR ABRE
      *EL CICLO; CADA SUPERVISOR CONFIRMA O REVOCA A LOS OPERADORES
      *DE SU SUCURSAL (EL ADMINISTRADOR A CUALQUIERA) Y EL REPORTE
      *DE CUMPLIMIENTO MUESTRA EL AVANCE. LOS PENDIENTES AL VENCER
      *LA FECHA LIMITE LOS DESHABILITA LA CORRIDA BATCH
       Data Division.
       Local-Storage Section.
         77  FechaHoy          PIC X(8).
         77  Opcion            PIC 9.
         77  Ciclo             PIC X(6).
         77  FechaLimite       PIC X(8).
         77  FiltroSucursal    PIC 9(3).
         77  SucursalRevisor   PIC 9(2).
         77  TotalOperadores   PIC 9(4).
         77  TotalPendientes   PIC 9(4).
         77  IdOperadorBuscado PIC 9(9).
         77  Decision          PIC 9.
         77  CertificarOk      PIC 9.
         77  Definitivo        PIC X VALUE "N".
         77  ArchivoLista      PIC X(30)
                               VALUE "recertificacion_lista.txt".
         77  ArchivoCumplimiento PIC X(30).
      *RecertPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL CAE
      *EN EL AL FINAL DEL METODO
         77  RecertPend        PIC X VALUE "N".
       01  obj-recertificacion object reference.
       01  obj-operador      object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.

       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       INVOKE recertificacion "New"
               RETURNING obj-recertificacion.

       IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
          DISPLAY "Su rol no permite recertificar accesos"
          INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "RECHAZO RECERTIFICACION"
       ELSE
          DISPLAY "(1) Abrir ciclo trimestral"
          DISPLAY "(2) Certificar operadores"
          DISPLAY "(3) Reporte de cumplimiento"
          ACCEPT  Opcion
          DISPLAY "Ciclo (AAAATn, por ejemplo 2026T4)"
          ACCEPT  Ciclo
          EVALUATE Opcion
            WHEN 1
              IF OperadorRol NOT = 3 THEN
                 DISPLAY "Solo el administrador abre el ciclo"
              ELSE
                 DISPLAY "Fecha limite para certificar (AAAAMMDD)"
                 ACCEPT  FechaLimite
                 INVOKE obj-recertificacion "AbrirCiclo" using
                                               Ciclo
                                               FechaHoy
                                               FechaLimite
                                               ArchivoLista
                                     returning TotalOperadores
                 IF TotalOperadores > 0 THEN
                    INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "APERTURA RECERTIFICACION"
                    DISPLAY "Operadores a recertificar: "
                            TotalOperadores
                    DISPLAY "Listado para los gerentes en "
                            ArchivoLista
                 END-IF
              END-IF
            WHEN 2
      *EL SUPERVISOR SOLO VE Y DECIDE SOBRE SU PROPIA SUCURSAL
              IF OperadorRol = 3 THEN
                 MOVE 999 TO FiltroSucursal
              ELSE
                 INVOKE operador "New"
                         RETURNING obj-operador
                 INVOKE obj-operador "GetSucursalOperador"
                                   using OperadorId
                                   returning SucursalRevisor
                 MOVE SucursalRevisor TO FiltroSucursal
              END-IF
              DISPLAY "===================================="
              DISPLAY "Operadores pendientes de certificar"
              DISPLAY "===================================="
              INVOKE obj-recertificacion "ListarPendientes" using
                                               Ciclo
                                               FiltroSucursal
                                               OperadorId
                                     returning TotalPendientes
              IF TotalPendientes = 0 THEN
                 DISPLAY "No hay operadores pendientes"
              ELSE
                 MOVE "S" TO RecertPend
                 MOVE 1 TO IdOperadorBuscado
                 PERFORM DecidirOperador
                         UNTIL IdOperadorBuscado = 0
                 MOVE "N" TO RecertPend
              END-IF
            WHEN 3
              MOVE SPACES TO ArchivoCumplimiento
              STRING "recertificacion_" Ciclo ".txt"
                     DELIMITED BY SIZE INTO ArchivoCumplimiento
              END-STRING
              INVOKE obj-recertificacion "ReporteCumplimiento" using
                                               Ciclo
                                               FechaHoy
                                               Definitivo
                                               ArchivoCumplimiento
                                     returning TotalOperadores
              DISPLAY "Operadores en el ciclo: " TotalOperadores
              DISPLAY "Reporte en " ArchivoCumplimiento
            WHEN OTHER
              DISPLAY "Opcion no valida"
          END-EVALUATE
       END-IF.

       DecidirOperador.
           IF RecertPend = "S" THEN
              DISPLAY "ID del operador a decidir (0 = terminar)"
              ACCEPT  IdOperadorBuscado
              IF IdOperadorBuscado NOT = 0 THEN
                 DISPLAY "(1) Confirmar acceso  (2) Revocar acceso"
                 ACCEPT  Decision
                 INVOKE obj-recertificacion "CertificarOperador"
                                     using Ciclo
                                           IdOperadorBuscado
                                           OperadorId
                                           FiltroSucursal
                                           Decision
                                           FechaHoy
                                 returning CertificarOk
                 IF CertificarOk = 1 AND Decision = 1 THEN
                    INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "CONFIRMA ACCESO OPERADOR"
                    DISPLAY "Acceso confirmado"
                 END-IF
                 IF CertificarOk = 1 AND Decision = 2 THEN
                    INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "REVOCA ACCESO OPERADOR"
                    DISPLAY "Acceso revocado"
                 END-IF
              END-IF
           END-IF.

       End Method RecertificarAccesos.
      *>----------------------------------------------

       Method-ID. MantenerProductos.
      *>----------------------------------------------
      *MANTENIMIENTO DEL CATALOGO DE PRODUCTOS DE CUENTA: TIPO BASE,
      *TRAMO DE TASAS, CUOTA DE MANEJO, SALDO MINIMO, SOBREGIRO
      *MAXIMO Y CANALES HABILITADOS. UN PRODUCTO NO SE BORRA: SE
      *RETIRA PARA QUE NO SE ABRAN MAS CUENTAS CON EL
       Data Division.
       Local-Storage Section.
         77  TotalProductos    PIC 9(4).
         77  CargarNuevo       PIC 9.
         77  CodigoProducto    PIC X(4).
         77  NombreProducto    PIC X(25).
         77  TipoBase          PIC 9.
         77  TipoTasa          PIC 9.
         77  CuotaManejo       PIC 9(10)V99.
         77  UmbralExonera     PIC 9(10)V99.
         77  SaldoMinimo       PIC 9(10)V99.
         77  SobregiroMax      PIC 9(10)V99.
         77  CanalCajero       PIC X.
         77  CanalTransfer     PIC X.
         77  EstadoProducto    PIC 9.
         77  GuardarOk         PIC 9.
       01  obj-producto      object reference.
       01  obj-auditoria     object reference.

       Procedure Division.

       INVOKE producto "New"
               RETURNING obj-producto.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       IF OperadorRol NOT = 3 THEN
          DISPLAY "Su rol no permite mantener el catalogo"
          INVOKE obj-auditoria "RegistrarAuditoria" using OperadorId
                                       "RECHAZO CATALOGO PRODUCTOS"
       ELSE
       DISPLAY "Catalogo de productos:"
       INVOKE obj-producto "ListarProductos"
                                 returning TotalProductos

       IF TotalProductos = 0 THEN
          DISPLAY "No hay productos registrados"
       END-IF

       DISPLAY "Desea cargar o actualizar un producto (1=Si, 0=No)"
       ACCEPT   CargarNuevo

       IF CargarNuevo = 1 THEN
          DISPLAY "Codigo del producto (AHOR, CORR y PLFI son los"
          DISPLAY "productos base de cada tipo)"
          ACCEPT   CodigoProducto
          DISPLAY "Nombre del producto"
          ACCEPT   NombreProducto
          DISPLAY "Tipo base (0=Ahorro, 1=Corriente, 2=Plazo Fijo)"
          ACCEPT   TipoBase
          DISPLAY "Tipo de tasa en el maestro de tasas (0-2 el del"
          DISPLAY "tipo base, 3-8 tramo propio del producto)"
          ACCEPT   TipoTasa
          DISPLAY "Cuota de manejo mensual (0 = sin cuota)"
          ACCEPT   CuotaManejo
          DISPLAY "Saldo promedio que exonera la cuota (0 = no"
          DISPLAY "exonera)"
          ACCEPT   UmbralExonera
          DISPLAY "Saldo minimo de la cuenta"
          ACCEPT   SaldoMinimo
          DISPLAY "Sobregiro maximo (solo cuentas corrientes)"
          ACCEPT   SobregiroMax
          DISPLAY "Permite retiros en cajero automatico (S/N)"
          ACCEPT   CanalCajero
          DISPLAY "Permite transferencias (S/N)"
          ACCEPT   CanalTransfer
          DISPLAY "Estado (0=Vigente, 1=Retirado)"
          ACCEPT   EstadoProducto

          IF CodigoProducto = SPACES OR TipoBase > 2
             OR TipoTasa > 8 OR EstadoProducto > 1
             OR (CanalCajero NOT = "S" AND CanalCajero NOT = "N")
             OR (CanalTransfer NOT = "S"
                 AND CanalTransfer NOT = "N") THEN
             DISPLAY "Los datos del producto no son validos"
          ELSE
             IF TipoBase NOT = 1 THEN
                MOVE 0 TO SobregiroMax
             END-IF
             INVOKE obj-producto "GuardarProducto" using
                                                  CodigoProducto
                                                  NombreProducto
                                                  TipoBase
                                                  TipoTasa
                                                  CuotaManejo
                                                  UmbralExonera
                                                  SaldoMinimo
                                                  SobregiroMax
                                                  CanalCajero
                                                  CanalTransfer
                                                  EstadoProducto
                                        returning GuardarOk

             INVOKE obj-auditoria "RegistrarAuditoria" using
                                            OperadorId
                                            "ACTUALIZACION PRODUCTO"

             DISPLAY "El producto fue guardado"
          END-IF
       END-IF
       END-IF.

       End Method MantenerProductos.
      *>----------------------------------------------




       Method-ID. CuposRotativos.
      *>----------------------------------------------
      *CUPOS ROTATIVOS EN MOSTRADOR: APERTURA, CAMBIO DE CONDICIONES
      *Y CANCELACION (SOLO SUPERVISOR O ADMINISTRADOR), CONSULTA Y
      *DISPOSICIONES Y ABONOS EN VENTANILLA SOBRE LA CUENTA
      *CORRIENTE VINCULADA
       Data Division.
       Local-Storage Section.
         77  OpcionCupo        PIC 9.
         77  NumAccount        PIC X(9).
         77  IdCupo            PIC 9(5).
         77  LimiteCupo        PIC 9(10)V99.
         77  TasaMensual       PIC 9V9999.
         77  FechaVence        PIC X(8).
         77  MontoCupo         PIC 9(10)V99.
         77  CanalCupo         PIC X VALUE "V".
         77  OperacionOk       PIC 9.
         77  Confirmar         PIC 9.
         77  Titular1          PIC 9(9).
         77  Titular2          PIC 9(9).
         77  FechaVerifDatos   PIC X(8).
         77  EtapaDatos        PIC 9.
         77  EtapaDatos2       PIC 9.
       01  obj-cupo          object reference.
       01  obj-auditoria     object reference.
       01  obj-accounts      object reference.
       01  obj-customer      object reference.

       Procedure Division.

       INVOKE cupo "New"
               RETURNING obj-cupo.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       DISPLAY "(1) Abrir cupo rotativo"
       DISPLAY "(2) Consultar cupo de una cuenta"
       DISPLAY "(3) Disposicion en ventanilla"
       DISPLAY "(4) Abono en ventanilla"
       DISPLAY "(5) Modificar limite, tasa o vencimiento"
       DISPLAY "(6) Cancelar cupo"
       DISPLAY "-->" no advancing
       ACCEPT  OpcionCupo

       IF (OpcionCupo = 1 OR OpcionCupo = 5 OR OpcionCupo = 6)
          AND OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
          DISPLAY "Su rol no permite aprobar ni modificar cupos"
          INVOKE obj-auditoria "RegistrarAuditoria" using OperadorId
                                       "RECHAZO CUPO ROTATIVO"
       ELSE
       DISPLAY "Ingrese la cuenta corriente"
       ACCEPT   NumAccount

       EVALUATE OpcionCupo
         WHEN 1
      *EL CUPO ES UN PRODUCTO NUEVO: NINGUN TITULAR PUEDE TENER LOS
      *DATOS VENCIDOS MAS ALLA DE LA GRACIA
           INVOKE accounts "New"
                   RETURNING obj-accounts
           INVOKE customer "New"
                   RETURNING obj-customer
           INVOKE obj-accounts "GetTitulares" using NumAccount
                                                    Titular1
                                                    Titular2
           INVOKE obj-customer "GetEstadoActualizacion" using
                                            Titular1
                                            FechaVerifDatos
                                            returning EtapaDatos
           MOVE 0 TO EtapaDatos2
           IF Titular2 NOT = 0 THEN
              INVOKE obj-customer "GetEstadoActualizacion" using
                                            Titular2
                                            FechaVerifDatos
                                            returning EtapaDatos2
           END-IF
           IF EtapaDatos NOT < 2 OR EtapaDatos2 NOT < 2 THEN
              DISPLAY "Un titular tiene los datos vencidos: no se"
              DISPLAY "abren cupos hasta que los confirme"
           ELSE
           DISPLAY "Limite aprobado del cupo"
           ACCEPT  LimiteCupo
           DISPLAY "Tasa mensual con 4 decimales implicitos"
           DISPLAY "(ej. 00210 equivale a 0.0210)"
           ACCEPT  TasaMensual
           DISPLAY "Fecha de vencimiento del cupo (AAAAMMDD)"
           ACCEPT  FechaVence
           INVOKE obj-cupo "AbrirCupo" using NumAccount
                                             LimiteCupo
                                             TasaMensual
                                             FechaVence
                                   returning IdCupo
           IF IdCupo NOT = 0 THEN
              DISPLAY "Cupo rotativo abierto con el ID " IdCupo
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                        OperadorId
                                        "APERTURA CUPO ROTATIVO"
           END-IF
           END-IF
         WHEN 2
           INVOKE obj-cupo "ConsultarCupo" using NumAccount
                                       returning IdCupo
         WHEN 3
           INVOKE obj-cupo "ConsultarCupo" using NumAccount
                                       returning IdCupo
           IF IdCupo NOT = 0 THEN
              DISPLAY "Monto a disponer"
              ACCEPT  MontoCupo
              INVOKE obj-cupo "DisponerCupo" using IdCupo
                                                   MontoCupo
                                                   CanalCupo
                                     returning OperacionOk
              IF OperacionOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "DISPOSICION CUPO"
              END-IF
           END-IF
         WHEN 4
           INVOKE obj-cupo "ConsultarCupo" using NumAccount
                                       returning IdCupo
           IF IdCupo NOT = 0 THEN
              DISPLAY "Monto del abono"
              ACCEPT  MontoCupo
              INVOKE obj-cupo "AbonarCupo" using IdCupo
                                                 MontoCupo
                                                 CanalCupo
                                   returning OperacionOk
              IF OperacionOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "ABONO CUPO"
              END-IF
           END-IF
         WHEN 5
           INVOKE obj-cupo "ConsultarCupo" using NumAccount
                                       returning IdCupo
           IF IdCupo NOT = 0 THEN
              DISPLAY "Nuevo limite (0 = sin cambio)"
              ACCEPT  LimiteCupo
              DISPLAY "Nueva tasa mensual con 4 decimales"
              DISPLAY "implicitos (0 = sin cambio)"
              ACCEPT  TasaMensual
              DISPLAY "Nuevo vencimiento AAAAMMDD (en blanco ="
              DISPLAY "sin cambio)"
              MOVE SPACES TO FechaVence
              ACCEPT  FechaVence
              INVOKE obj-cupo "ModificarCupo" using IdCupo
                                                    LimiteCupo
                                                    TasaMensual
                                                    FechaVence
                                      returning OperacionOk
              IF OperacionOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "MODIFICACION CUPO"
              END-IF
           END-IF
         WHEN 6
           INVOKE obj-cupo "ConsultarCupo" using NumAccount
                                       returning IdCupo
           IF IdCupo NOT = 0 THEN
              DISPLAY "Confirma la cancelacion (1=Si, 0=No)?"
              ACCEPT  Confirmar
              IF Confirmar = 1 THEN
                 INVOKE obj-cupo "CancelarCupo" using IdCupo
                                        returning OperacionOk
                 IF OperacionOk = 1 THEN
                    INVOKE obj-auditoria "RegistrarAuditoria"
                                      using OperadorId
                                            "CANCELACION CUPO"
                 END-IF
              END-IF
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE
       END-IF.

       End Method CuposRotativos.
      *>----------------------------------------------

       Method-ID. MantenerTasasReferencia.
      *>----------------------------------------------
      *MANTENIMIENTO DE LAS TASAS DE REFERENCIA (IBR, DTF) DE LOS
      *PRESTAMOS DE TASA VARIABLE. COMO EN EL MAESTRO DE TASAS, LA
      *FILA NUEVA ENTRA A LA COLA DE CUATRO OJOS: UN VALOR MAL
      *DIGITADO REAJUSTARIA TODOS LOS PRESTAMOS DEL INDICE
       Data Division.
       Local-Storage Section.
         77  TotalTasas        PIC 9(4).
         77  CargarNueva       PIC 9.
         77  IndiceTasa        PIC X(4).
         77  FechaDesde        PIC X(8).
         77  ValorTasa         PIC 9V9999.
         77  FechaHoy          PIC X(8).
         77  FechaVenceSol     PIC X(8).
         77  NuevaAprId        PIC 9(5).
         01  DatosTRF.
             02  DTRFIndice    PIC X(4).
             02  DTRFFecha     PIC X(8).
             02  DTRFTasa      PIC 9V9999.
             02  FILLER        PIC X(43) VALUE SPACES.
       01  obj-tasareferencia object reference.
       01  obj-aprobacion   object reference.
       01  obj-auditoria    object reference.
       01  obj-fechaproceso object reference.

       Procedure Division.

       INVOKE tasareferencia "New"
               RETURNING obj-tasareferencia.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       DISPLAY "Tasas de referencia registradas:"
       INVOKE obj-tasareferencia "ListarTasasReferencia"
                                  returning TotalTasas

       IF TotalTasas = 0 THEN
          DISPLAY "No hay tasas de referencia registradas"
       END-IF

       DISPLAY "Desea solicitar una tasa nueva (1=Si, 0=No)"
       ACCEPT   CargarNueva

       IF CargarNueva = 1 THEN
          DISPLAY "Indice de referencia (IBR, DTF)"
          ACCEPT   IndiceTasa
          DISPLAY "Fecha desde la que rige (YYYYMMDD)"
          ACCEPT   FechaDesde
          DISPLAY "Tasa mensual con 4 decimales implicitos"
          DISPLAY "(ej. 00090 equivale a 0.0090)"
          ACCEPT   ValorTasa

          IF IndiceTasa = SPACES OR ValorTasa = 0 THEN
             DISPLAY "El indice y la tasa son obligatorios"
          ELSE
             MOVE IndiceTasa TO DTRFIndice
             MOVE FechaDesde TO DTRFFecha
             MOVE ValorTasa  TO DTRFTasa

             INVOKE fechaproceso "New"
                     RETURNING obj-fechaproceso
             INVOKE obj-fechaproceso "GetFechaProceso"
                                   returning FechaHoy
             INVOKE obj-fechaproceso "CalcularFechaMasDias"
                                      using FechaHoy 5
                                      returning FechaVenceSol
             INVOKE aprobacion "New"
                     RETURNING obj-aprobacion
             INVOKE obj-aprobacion "RegistrarSolicitud" using
                                             "TRF"
                                             OperadorId
                                             FechaHoy
                                             FechaVenceSol
                                             DatosTRF
                                   returning NuevaAprId

             INVOKE obj-auditoria "RegistrarAuditoria" using
                                          OperadorId
                                          "SOLICITUD TASA REFERENCIA"

             DISPLAY "Solicitud " NuevaAprId " radicada: la tasa"
             DISPLAY "se aplicara cuando un segundo operador la"
             DISPLAY "apruebe (vence el " FechaVenceSol ")"
          END-IF
       END-IF.

       End Method MantenerTasasReferencia.
      *>----------------------------------------------

       Method-ID. SeguroVidaDeudor.
      *>----------------------------------------------
      *SEGURO DE VIDA DEUDOR: CONSULTA DE LOS SINIESTROS RECLAMADOS
      *A LA ASEGURADORA Y REGISTRO DE SU PAGO. EL RECLAMO NACE SOLO
      *AL REGISTRAR LA SUCESION DEL DEUDOR; EL PAGO LO REGISTRA UN
      *SUPERVISOR O ADMINISTRADOR
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  TotalSiniestros   PIC 9(4).
         77  IdPrestamo        PIC 9(5).
         77  FechaHoy          PIC X(8).
         77  PagoOk            PIC 9.
       01  obj-segurovida    object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE segurovida "New"
               RETURNING obj-segurovida.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       DISPLAY "(1) Listar siniestros"
       DISPLAY "(2) Registrar pago de la aseguradora"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       EVALUATE Opcion
         WHEN 1
           INVOKE obj-segurovida "ListarSiniestros"
                                 returning TotalSiniestros
           IF TotalSiniestros = 0 THEN
              DISPLAY "No hay siniestros registrados"
           END-IF
         WHEN 2
           IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
              DISPLAY "Su rol no permite registrar pagos de"
              DISPLAY "siniestros"
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                        OperadorId
                                        "RECHAZO PAGO SINIESTRO"
           ELSE
              DISPLAY "Numero del prestamo del siniestro"
              ACCEPT  IdPrestamo
              INVOKE fechaproceso "New"
                      RETURNING obj-fechaproceso
              INVOKE obj-fechaproceso "GetFechaProceso"
                                    returning FechaHoy
              INVOKE obj-segurovida "RegistrarPagoSiniestro"
                                    using IdPrestamo FechaHoy
                                    returning PagoOk
              IF PagoOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "PAGO SINIESTRO SEGURO"
              END-IF
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method SeguroVidaDeudor.
      *>----------------------------------------------

       Method-ID. GestionCobranza.
      *>----------------------------------------------
      *GESTION DE COBRANZA: EL GESTOR CONSULTA SU COLA, REGISTRA
      *SUS INTENTOS DE CONTACTO Y LAS PROMESAS DE PAGO Y CONSULTA
      *EL HISTORIAL DE UN PRESTAMO. LA COLA COMPLETA, LA
      *REASIGNACION Y LA NOMINA DE GESTORES SON DEL SUPERVISOR O
      *ADMINISTRADOR
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  TotalCola         PIC 9(4).
         77  TotalGestiones    PIC 9(4).
         77  TotalGestores     PIC 9(4).
         77  IdPrestamo        PIC 9(5).
         77  GestorTodos       PIC 9(9) VALUE 0.
         77  IdGestor          PIC 9(9).
         77  SucursalGestor    PIC 9(2).
         77  EstadoGestor      PIC X.
         77  Canal             PIC X.
         77  Resultado         PIC X.
         77  Nota              PIC X(40).
         77  FechaPromesa      PIC X(8).
         77  MontoPromesa      PIC 9(12)V99.
         77  FechaHoy          PIC X(8).
         77  CobranzaOk        PIC 9.
       01  obj-cobranza      object reference.
       01  obj-operador      object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE cobranza "New"
               RETURNING obj-cobranza.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Mi cola de cobranza"
       DISPLAY "(2) Registrar gestion o promesa de pago"
       DISPLAY "(3) Historial de gestiones de un prestamo"
       DISPLAY "(4) Cola completa"
       DISPLAY "(5) Reasignar un prestamo de la cola"
       DISPLAY "(6) Gestores de cobranza"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       IF (Opcion = 4 OR Opcion = 5 OR Opcion = 6)
          AND OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
          DISPLAY "Su rol no permite esta opcion de cobranza"
          INVOKE obj-auditoria "RegistrarAuditoria" using
                                    OperadorId
                                    "RECHAZO OPCION COBRANZA"
          MOVE 0 TO Opcion
       END-IF

       EVALUATE Opcion
         WHEN 0
           CONTINUE
         WHEN 1
           INVOKE obj-cobranza "ListarCola" using OperadorId
                               returning TotalCola
           IF TotalCola = 0 THEN
              DISPLAY "No tiene prestamos en su cola"
           END-IF
         WHEN 2
           DISPLAY "Numero del prestamo"
           ACCEPT  IdPrestamo
           DISPLAY "Canal (L llamada, V visita, M mensaje, C carta)"
           ACCEPT  Canal
           DISPLAY "Resultado (C contactado, N no contactado,"
           DISPLAY "P promesa de pago, R se rehusa)"
           ACCEPT  Resultado
           DISPLAY "Nota"
           ACCEPT  Nota
           MOVE SPACES TO FechaPromesa
           MOVE 0      TO MontoPromesa
           IF Resultado = "P" THEN
              DISPLAY "Fecha prometida (YYYYMMDD)"
              ACCEPT  FechaPromesa
              DISPLAY "Valor prometido"
              ACCEPT  MontoPromesa
           END-IF
           INVOKE obj-cobranza "RegistrarGestion"
                               using IdPrestamo
                                     OperadorId
                                     OperadorRol
                                     FechaHoy
                                     Canal
                                     Resultado
                                     Nota
                                     FechaPromesa
                                     MontoPromesa
                               returning CobranzaOk
           IF CobranzaOk = 1 THEN
              DISPLAY "Gestion registrada"
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                        OperadorId
                                        "GESTION DE COBRANZA"
           END-IF
         WHEN 3
           DISPLAY "Numero del prestamo"
           ACCEPT  IdPrestamo
           INVOKE obj-cobranza "HistorialGestiones" using IdPrestamo
                               returning TotalGestiones
           IF TotalGestiones = 0 THEN
              DISPLAY "El prestamo no tiene gestiones"
           END-IF
         WHEN 4
           INVOKE obj-cobranza "ListarCola" using GestorTodos
                               returning TotalCola
           IF TotalCola = 0 THEN
              DISPLAY "La cola de cobranza esta vacia"
           END-IF
         WHEN 5
           DISPLAY "Numero del prestamo"
           ACCEPT  IdPrestamo
           DISPLAY "Operador del nuevo gestor"
           ACCEPT  IdGestor
           INVOKE obj-cobranza "ReasignarCola"
                               using IdPrestamo IdGestor
                               returning CobranzaOk
           IF CobranzaOk = 1 THEN
              DISPLAY "Prestamo reasignado"
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                        OperadorId
                                        "REASIGNACION COBRANZA"
           END-IF
         WHEN 6
           INVOKE obj-cobranza "ListarGestores"
                               returning TotalGestores
           DISPLAY "Operador del gestor a registrar (0 ninguno)"
           ACCEPT  IdGestor
           IF IdGestor NOT = 0 THEN
              INVOKE operador "New"
                      RETURNING obj-operador
              INVOKE obj-operador "GetSucursalOperador"
                                  using IdGestor
                                  returning SucursalGestor
              IF SucursalGestor = 0 THEN
                 DISPLAY "El operador no existe o no tiene sucursal"
              ELSE
                 DISPLAY "Estado (A activo, I inactivo)"
                 ACCEPT  EstadoGestor
                 INVOKE obj-cobranza "GuardarGestor"
                                     using IdGestor
                                           SucursalGestor
                                           EstadoGestor
                                     returning CobranzaOk
                 IF CobranzaOk = 1 THEN
                    DISPLAY "Gestor de la sucursal " SucursalGestor
                            " registrado"
                    INVOKE obj-auditoria "RegistrarAuditoria" using
                                              OperadorId
                                              "GESTOR DE COBRANZA"
                 END-IF
              END-IF
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method GestionCobranza.
      *>----------------------------------------------

       Method-ID. VinculadosGrupos.
      *>----------------------------------------------
      *PARTES VINCULADAS Y GRUPOS ECONOMICOS PARA LOS LIMITES DE
      *CONCENTRACION: ALTA DE GRUPOS, VINCULACION DE CLIENTES A UN
      *GRUPO (EMPRESAS, REPRESENTANTES LEGALES, FIRMANTES,
      *PARIENTES), MARCA DE EMPLEADOS Y ACCIONISTAS DEL BANCO Y
      *CONSULTA DE LA EXPOSICION. LOS CAMBIOS SON DEL SUPERVISOR O
      *ADMINISTRADOR
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  NombreGrupo       PIC X(30).
         77  IdGrupo           PIC 9(5).
         77  IdCliente         PIC 9(9).
         77  IdReferencia      PIC 9(9).
         77  Relacion          PIC X.
         77  Calidad           PIC X.
         77  existeCliente     PIC 9.
         77  TipoPersonaCli    PIC X.
         77  TotalMiembros     PIC 9(4).
         77  ExpDeudor         PIC 9(14)V99.
         77  ExpGrupo          PIC 9(14)V99.
         77  FechaHoy          PIC X(8).
         77  VinculoOk         PIC 9.
       01  obj-grupoeconomico object reference.
       01  obj-customer      object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE grupoeconomico "New"
               RETURNING obj-grupoeconomico.

       INVOKE customer "New"
               RETURNING obj-customer.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Crear grupo economico"
       DISPLAY "(2) Vincular un cliente a un grupo"
       DISPLAY "(3) Retirar un cliente de su grupo"
       DISPLAY "(4) Marcar empleado o accionista del banco"
       DISPLAY "(5) Listar los miembros de un grupo"
       DISPLAY "(6) Exposicion de un cliente y su grupo"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       IF Opcion > 0 AND Opcion < 5
          AND OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
          DISPLAY "Su rol no permite modificar partes vinculadas"
          INVOKE obj-auditoria "RegistrarAuditoria" using
                                    OperadorId
                                    "RECHAZO PARTES VINCULADAS"
          MOVE 0 TO Opcion
       END-IF

       EVALUATE Opcion
         WHEN 0
           CONTINUE
         WHEN 1
           DISPLAY "Nombre del grupo economico"
           ACCEPT  NombreGrupo
           INVOKE obj-grupoeconomico "CrearGrupo"
                                 using NombreGrupo FechaHoy
                                 returning IdGrupo
           DISPLAY "Grupo economico creado con el ID " IdGrupo
           INVOKE obj-auditoria "RegistrarAuditoria" using
                                     OperadorId
                                     "ALTA GRUPO ECONOMICO"
         WHEN 2
           DISPLAY "Identificacion del cliente"
           ACCEPT  IdCliente
           INVOKE obj-customer "BuscarCustomer" using IdCliente
                                     returning existeCliente
           IF existeCliente = 0 THEN
              DISPLAY "El cliente no esta registrado"
           ELSE
              DISPLAY "Numero del grupo economico"
              ACCEPT  IdGrupo
              INVOKE obj-customer "GetTipoPersona" using IdCliente
                                     returning TipoPersonaCli
              IF TipoPersonaCli = "J" THEN
                 MOVE "E" TO Relacion
                 DISPLAY "Persona juridica: se vincula como empresa"
                         " del grupo"
              ELSE
                 DISPLAY "Relacion (R representante legal,"
                 DISPLAY "F firmante, P pariente, O otra)"
                 ACCEPT  Relacion
              END-IF
              DISPLAY "Cliente a traves del cual se vincula"
              DISPLAY "(0 si es la cabeza del grupo)"
              ACCEPT  IdReferencia
              INVOKE obj-grupoeconomico "VincularCliente"
                                    using IdCliente
                                          IdGrupo
                                          Relacion
                                          IdReferencia
                                          FechaHoy
                                    returning VinculoOk
              IF VinculoOk = 1 THEN
                 DISPLAY "Cliente vinculado al grupo " IdGrupo
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "VINCULACION GRUPO ECON"
              END-IF
           END-IF
         WHEN 3
           DISPLAY "Identificacion del cliente"
           ACCEPT  IdCliente
           MOVE 0      TO IdGrupo
           MOVE SPACE  TO Relacion
           MOVE 0      TO IdReferencia
           INVOKE obj-grupoeconomico "VincularCliente"
                                 using IdCliente
                                       IdGrupo
                                       Relacion
                                       IdReferencia
                                       FechaHoy
                                 returning VinculoOk
           IF VinculoOk = 1 THEN
              DISPLAY "Cliente retirado de su grupo"
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                        OperadorId
                                        "RETIRO GRUPO ECONOMICO"
           END-IF
         WHEN 4
           DISPLAY "Identificacion del cliente"
           ACCEPT  IdCliente
           INVOKE obj-customer "BuscarCustomer" using IdCliente
                                     returning existeCliente
           IF existeCliente = 0 THEN
              DISPLAY "El cliente no esta registrado"
           ELSE
              DISPLAY "Calidad (E empleado, A accionista,"
              DISPLAY "espacio para quitar la marca)"
              MOVE SPACE TO Calidad
              ACCEPT  Calidad
              INVOKE obj-grupoeconomico "FijarCalidad"
                                    using IdCliente Calidad FechaHoy
                                    returning VinculoOk
              IF VinculoOk = 1 THEN
                 DISPLAY "Calidad del cliente actualizada"
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "CALIDAD PARTE VINCULADA"
              END-IF
           END-IF
         WHEN 5
           DISPLAY "Numero del grupo economico"
           ACCEPT  IdGrupo
           INVOKE obj-grupoeconomico "ListarGrupo" using IdGrupo
                                 returning TotalMiembros
           DISPLAY "Miembros: " TotalMiembros
         WHEN 6
           DISPLAY "Identificacion del cliente"
           ACCEPT  IdCliente
           INVOKE obj-grupoeconomico "CalcularExposicion"
                                 using IdCliente
                                       ExpDeudor
                                       ExpGrupo
                                       IdGrupo
                                       Calidad
                                 returning TotalMiembros
           DISPLAY "Exposicion del cliente : " ExpDeudor
           IF IdGrupo NOT = 0 THEN
              DISPLAY "Grupo economico        : " IdGrupo
                      " (" TotalMiembros " miembros)"
              DISPLAY "Exposicion del grupo   : " ExpGrupo
           END-IF
           IF Calidad NOT = SPACE THEN
              DISPLAY "Calidad                : " Calidad
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method VinculadosGrupos.
      *>----------------------------------------------

       Method-ID. OfertasPreaprobadas.
      *>----------------------------------------------
      *OFERTAS DE PRESTAMO PREAPROBADO EN LA SUCURSAL: CONSULTAR
      *LAS VIGENTES DE UN CLIENTE, ACEPTAR UNA A NOMBRE DEL CLIENTE
      *(LA SOLICITUD QUEDA RADICADA Y APROBADA PARA EL DESEMBOLSO) Y
      *EL REPORTE DE ACEPTACION DE UNA CAMPANA
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  IdCliente         PIC 9(9).
         77  existeCliente     PIC 9.
         77  TotalOfertas      PIC 9(3).
         77  IdOferta          PIC 9(5).
         77  MontoAceptar      PIC 9(10)V99.
         77  CanalOferta       PIC X VALUE "S".
         77  NuevaSolicitud    PIC 9(5).
         77  CampanaReporte    PIC X(6).
         77  TotalCampana      PIC 9(5).
         77  FechaHoy          PIC X(8).
       01  obj-campana       object reference.
       01  obj-customer      object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE campana "New"
               RETURNING obj-campana.

       INVOKE customer "New"
               RETURNING obj-customer.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Ofertas vigentes de un cliente"
       DISPLAY "(2) Aceptar una oferta en la sucursal"
       DISPLAY "(3) Reporte de aceptacion de una campana"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       EVALUATE Opcion
         WHEN 1
           DISPLAY "Identificacion del cliente"
           ACCEPT  IdCliente
           INVOKE obj-campana "ConsultarOfertas" using IdCliente
                                                      FechaHoy
                                    returning TotalOfertas
           IF TotalOfertas = 0 THEN
              DISPLAY "El cliente no tiene ofertas vigentes"
           END-IF
         WHEN 2
           DISPLAY "Identificacion del cliente"
           ACCEPT  IdCliente
           INVOKE obj-customer "BuscarCustomer" using IdCliente
                                     returning existeCliente
           IF existeCliente = 0 THEN
              DISPLAY "El cliente no esta registrado"
           ELSE
              INVOKE obj-campana "ConsultarOfertas" using IdCliente
                                                         FechaHoy
                                       returning TotalOfertas
              IF TotalOfertas = 0 THEN
                 DISPLAY "El cliente no tiene ofertas vigentes"
              ELSE
                 DISPLAY "Numero de la oferta que acepta el cliente"
                 ACCEPT  IdOferta
                 DISPLAY "Monto deseado (0 = todo el preaprobado)"
                 ACCEPT  MontoAceptar
                 INVOKE obj-campana "AceptarOferta" using IdOferta
                                                         IdCliente
                                                         MontoAceptar
                                                         CanalOferta
                                                         FechaHoy
                                       returning NuevaSolicitud
                 IF NuevaSolicitud NOT = 0 THEN
                    INVOKE obj-auditoria "RegistrarAuditoria" using
                                        OperadorId
                                        "ACEPTACION OFERTA PREAPROB"
                    DISPLAY "Solicitud " NuevaSolicitud
                            " radicada y aprobada"
                 END-IF
              END-IF
           END-IF
         WHEN 3
           DISPLAY "Campana (YYYYMM)"
           ACCEPT  CampanaReporte
           INVOKE obj-campana "ReporteAceptacion"
                                 using CampanaReporte FechaHoy
                                 returning TotalCampana
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method OfertasPreaprobadas.
      *>----------------------------------------------

       Method-ID. CertificadoTributario.
      *>----------------------------------------------
      *IMPRIME A DEMANDA EL CERTIFICADO TRIBUTARIO ANUAL DE UN
      *CLIENTE (SALDOS AL 31 DE DICIEMBRE, INTERESES, RETENCIONES,
      *GMF E INTERESES DE PRESTAMOS DEL ANO GRAVABLE), CON
      *CONSTANCIA EN AUDITORIA
       Data Division.
       Local-Storage Section.
         77  IdCliente         PIC 9(9).
         77  AnioCertificado   PIC X(4).
         77  Emitido           PIC 9.
       01  obj-certificado   object reference.
       01  obj-auditoria     object reference.

       Procedure Division.

       INVOKE certificadotributario "New"
               RETURNING obj-certificado.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       DISPLAY "Ingrese la identificacion del cliente"
       ACCEPT   IdCliente
       DISPLAY "Ano gravable (YYYY)"
       ACCEPT   AnioCertificado

       IF AnioCertificado NOT NUMERIC THEN
          DISPLAY "Ano no valido"
       ELSE
          INVOKE obj-certificado "ReimprimirCertificado"
                                  using IdCliente
                                        AnioCertificado
                                  returning Emitido
          IF Emitido = 1 THEN
             INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "EMISION CERT TRIBUTARIO"
             DISPLAY "Certificado emitido en certificado_tributario.txt"
          END-IF
       END-IF.

       End Method CertificadoTributario.
      *>----------------------------------------------

       Method-ID. SaldosAbandonados.
      *>----------------------------------------------
      *SALDOS TRASLADADOS AL FONDO DEL ESTADO (ICETEX): CONSULTA DE
      *LOS TRASLADOS DE UNA CUENTA, RADICACION DEL RECLAMO DEL
      *CLIENTE Y ABONO DEL REINTEGRO CUANDO EL FONDO DEVUELVE EL
      *DINERO. EL ABONO LO REGISTRA UN SUPERVISOR O ADMINISTRADOR
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  NumAccount        PIC X(9).
         77  FechaTraslado     PIC X(8).
         77  FechaHoy          PIC X(8).
         77  TotalTraslados    PIC 9(4).
         77  SolicitudOk       PIC 9.
         77  ReintegroOk       PIC 9.
       01  obj-saldoabandonado object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE saldoabandonado "New"
               RETURNING obj-saldoabandonado.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Traslados de una cuenta"
       DISPLAY "(2) Radicar reclamo del cliente"
       DISPLAY "(3) Abonar reintegro devuelto por el fondo"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       DISPLAY "Ingrese el Numero de la Cuenta"
       ACCEPT   NumAccount

       EVALUATE Opcion
         WHEN 1
           INVOKE obj-saldoabandonado "ListarTraslados"
                                 using NumAccount
                                 returning TotalTraslados
           IF TotalTraslados = 0 THEN
              DISPLAY "La cuenta no tiene saldos trasladados"
           END-IF
         WHEN 2
           DISPLAY "Fecha del traslado (YYYYMMDD)"
           ACCEPT  FechaTraslado
           INVOKE obj-saldoabandonado "SolicitarReintegro"
                                 using NumAccount
                                       FechaTraslado
                                       FechaHoy
                                 returning SolicitudOk
           IF SolicitudOk = 1 THEN
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                        OperadorId
                                        "RECLAMO SALDO ICETEX"
           END-IF
         WHEN 3
           IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
              DISPLAY "Su rol no permite abonar reintegros"
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                        OperadorId
                                        "RECHAZO REINTEGRO ICETEX"
           ELSE
              DISPLAY "Fecha del traslado (YYYYMMDD)"
              ACCEPT  FechaTraslado
              INVOKE obj-saldoabandonado "AplicarReintegro"
                                    using NumAccount
                                          FechaTraslado
                                          FechaHoy
                                    returning ReintegroOk
              IF ReintegroOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "REINTEGRO SALDO ICETEX"
              END-IF
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method SaldosAbandonados.
      *>----------------------------------------------

       Method-ID. GirosExterior.
      *>----------------------------------------------
      *GIROS DEL EXTERIOR EN VENTANILLA: CONSULTA POR CODIGO DE
      *PAGO Y PAGO EN EFECTIVO AL BENEFICIARIO. EL CAJERO PIDE EL
      *DOCUMENTO ORIGINAL, CONFIRMA QUE LA FOTO CORRESPONDE Y
      *DIGITA EL NUMERO, QUE DEBE SER EL QUE TRAE EL GIRO. EL PAGO
      *SALE DE LA CAJA DEL OPERADOR COMO UNA SALIDA (TIPO 3)
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  CodigoPago        PIC X(10).
         77  Remitente         PIC X(30).
         77  Beneficiario      PIC X(30).
         77  IdBeneficiario    PIC 9(9).
         77  MontoPago         PIC 9(10)V99.
         77  EstadoGiro        PIC 9.
         77  Documento         PIC 9(9).
         77  Confirmacion      PIC X.
         77  FechaHoy          PIC X(8).
         77  SucOperador       PIC 9(2).
         77  GiroId            PIC 9(6).
         77  PagoOk            PIC 9.
         01  ReferenciaGiro.
             02  FILLER        PIC X(3) VALUE "GIR".
             02  RGId          PIC 9(6).
       01  obj-giro          object reference.
       01  obj-caja          object reference.
       01  obj-operador      object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE giro "New"
               RETURNING obj-giro.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Consultar giro"
       DISPLAY "(2) Pagar giro en efectivo"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       DISPLAY "Codigo de pago del giro"
       ACCEPT   CodigoPago

       INVOKE obj-giro "ConsultarGiro" using CodigoPago
                                             Remitente
                                             Beneficiario
                                             IdBeneficiario
                                             MontoPago
                                   returning EstadoGiro

       IF EstadoGiro = 9 THEN
          DISPLAY "No existe un giro con ese codigo"
       ELSE
          DISPLAY "Remitente    : " Remitente
          DISPLAY "Beneficiario : " Beneficiario
          DISPLAY "Valor a pagar: " MontoPago
          EVALUATE EstadoGiro
            WHEN 0
              DISPLAY "Estado       : POR PAGAR"
            WHEN 1
              DISPLAY "Estado       : ABONADO EN CUENTA"
            WHEN 2
              DISPLAY "Estado       : PAGADO EN VENTANILLA"
            WHEN 3
              DISPLAY "Estado       : RETENIDO POR CUMPLIMIENTO"
            WHEN OTHER
              DISPLAY "Estado       : DEVUELTO AL CORRESPONSAL"
          END-EVALUATE

          IF Opcion = 2 AND EstadoGiro = 0 THEN
             DISPLAY "Numero del documento original presentado"
             ACCEPT  Documento
             DISPLAY "Verifico el documento original y la foto"
             DISPLAY "corresponde al beneficiario? (S/N)"
             ACCEPT  Confirmacion
             IF Confirmacion NOT = "S" THEN
                DISPLAY "Pago cancelado: identidad no verificada"
                INVOKE obj-auditoria "RegistrarAuditoria" using
                                          OperadorId
                                          "RECHAZO PAGO GIRO EXTERIOR"
             ELSE
                INVOKE operador "New"
                        RETURNING obj-operador
                INVOKE obj-operador "GetSucursalOperador"
                                  using OperadorId
                              returning SucOperador
                INVOKE obj-giro "PagarGiro" using CodigoPago
                                                  Documento
                                                  FechaHoy
                                                  OperadorId
                                                  SucOperador
                                                  GiroId
                                        returning PagoOk
                IF PagoOk = 1 THEN
                   INVOKE caja "New"
                           RETURNING obj-caja
                   MOVE GiroId TO RGId
                   INVOKE obj-caja "RegistrarMovCaja" using FechaHoy
                                                        OperadorId
                                                        3
                                                        MontoPago
                                                        ReferenciaGiro
                   INVOKE obj-auditoria "RegistrarAuditoria" using
                                             OperadorId
                                             "PAGO GIRO EXTERIOR"
                   DISPLAY "Giro pagado: entregue " MontoPago
                ELSE
                   INVOKE obj-auditoria "RegistrarAuditoria"
                               using OperadorId
                                     "RECHAZO PAGO GIRO EXTERIOR"
                END-IF
             END-IF
          ELSE
          IF Opcion = 2 THEN
             DISPLAY "El giro no esta disponible para pago"
          END-IF
          END-IF
       END-IF.

       End Method GirosExterior.
      *>----------------------------------------------

       Method-ID. PagosProveedores.
      *>----------------------------------------------
      *PAGOS A PROVEEDORES DE EMPRESAS: LA MESA CARGA EL ARCHIVO QUE
      *ENTREGA LA EMPRESA COMO UN LOTE PENDIENTE DE FIRMAS (LOS
      *FIRMANTES LO APRUEBAN DESDE SU SESION), CONSULTA LOS LOTES Y
      *EL RESULTADO DE CADA PAGO, Y ANULA LOTES AUN NO PROCESADOS
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  NumAccount        PIC X(9).
         77  existeCuenta      PIC 9.
         77  LoteId            PIC 9(6).
         77  TotalLotes        PIC 9(4).
         77  TotalLineas       PIC 9(5).
         77  FechaHoy          PIC X(8).
         77  AnularOk          PIC 9.
       01  obj-accounts      object reference.
       01  obj-pagoproveedor object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE accounts "New"
               RETURNING obj-accounts.

       INVOKE pagoproveedor "New"
               RETURNING obj-pagoproveedor.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Cargar archivo de pagos (pagos_proveedores.dat)"
       DISPLAY "(2) Consultar lotes y resultado de los pagos"
       DISPLAY "(3) Anular lote"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       DISPLAY "Ingrese el Numero de la Cuenta de la empresa"
       ACCEPT   NumAccount

       INVOKE obj-accounts "BuscarCuenta" using NumAccount
                                         returning existeCuenta

       IF existeCuenta = 0 THEN
          DISPLAY "La cuenta no existe"
       ELSE
          EVALUATE Opcion
            WHEN 1
              INVOKE obj-pagoproveedor "CargarLote"
                                using NumAccount FechaHoy
                                returning LoteId
              IF LoteId NOT = 0 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria"
                                using OperadorId
                                      "CARGA LOTE PROVEEDORES"
                 DISPLAY "El lote queda pendiente de la firma de"
                 DISPLAY "los firmantes de la cuenta"
              END-IF
            WHEN 2
              INVOKE obj-pagoproveedor "ListarLotesCuenta"
                                using NumAccount
                                returning TotalLotes
              IF TotalLotes = 0 THEN
                 DISPLAY "La cuenta no tiene lotes de pagos"
              ELSE
                 DISPLAY "Lote a detallar (0 = ninguno)"
                 ACCEPT   LoteId
                 IF LoteId NOT = 0 THEN
                    INVOKE obj-pagoproveedor "ListarLineasLote"
                                using LoteId
                                returning TotalLineas
                 END-IF
              END-IF
            WHEN 3
              INVOKE obj-pagoproveedor "ListarLotesCuenta"
                                using NumAccount
                                returning TotalLotes
              DISPLAY "Lote a anular"
              ACCEPT   LoteId
              INVOKE obj-pagoproveedor "AnularLote"
                                using LoteId NumAccount
                                returning AnularOk
              IF AnularOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria"
                                using OperadorId
                                      "ANULA LOTE PROVEEDORES"
                 DISPLAY "Lote anulado"
              END-IF
            WHEN OTHER
              DISPLAY "Opcion no valida"
          END-EVALUATE
       END-IF.

       End Method PagosProveedores.
      *>----------------------------------------------

       Method-ID. TrasladosSucursal.
      *>----------------------------------------------
      *CIERRE O FUSION DE SUCURSALES: EL ADMINISTRADOR PROGRAMA EL
      *TRASLADO DE TODOS LOS PRODUCTOS DE LA SUCURSAL QUE CIERRA A
      *LA QUE LA RECIBE, UN SUPERVISOR DISTINTO LO AUTORIZA Y EL
      *PROCESO DE CIERRE LO EJECUTA EN SU FECHA EFECTIVA
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  SucOrigen         PIC 9(2).
         77  SucDestino        PIC 9(2).
         77  FechaEfectiva     PIC X(8).
         77  TrasladoId        PIC 9(5).
         77  TotalTraslados    PIC 9(4).
         77  AutorizarOk       PIC 9.
         77  AnularOk          PIC 9.
       01  obj-trasladosucursal object reference.
       01  obj-auditoria     object reference.

       Procedure Division.

       INVOKE trasladosucursal "New"
               RETURNING obj-trasladosucursal.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       DISPLAY "(1) Programar traslado de sucursal"
       DISPLAY "(2) Autorizar traslado"
       DISPLAY "(3) Anular traslado"
       DISPLAY "(4) Consultar traslados"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       EVALUATE Opcion
         WHEN 1
           IF OperadorRol NOT = 3 THEN
              DISPLAY "Solo un administrador programa traslados"
           ELSE
              DISPLAY "Sucursal que cierra"
              ACCEPT  SucOrigen
              DISPLAY "Sucursal que la recibe"
              ACCEPT  SucDestino
              DISPLAY "Fecha efectiva (YYYYMMDD)"
              ACCEPT  FechaEfectiva
              INVOKE obj-trasladosucursal "ProgramarTraslado"
                                using SucOrigen
                                      SucDestino
                                      FechaEfectiva
                                      OperadorId
                                returning TrasladoId
              IF TrasladoId NOT = 0 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria"
                                using OperadorId
                                      "PROGRAMA TRASLADO SUCURSAL"
              END-IF
           END-IF
         WHEN 2
           IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
              DISPLAY "Su rol no permite autorizar traslados"
              INVOKE obj-auditoria "RegistrarAuditoria"
                                using OperadorId
                                      "RECHAZO AUTORIZAR TRASLADO"
           ELSE
              DISPLAY "Traslado a autorizar"
              ACCEPT  TrasladoId
              INVOKE obj-trasladosucursal "AutorizarTraslado"
                                using TrasladoId OperadorId
                                returning AutorizarOk
              IF AutorizarOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria"
                                using OperadorId
                                      "AUTORIZA TRASLADO SUCURSAL"
                 DISPLAY "Traslado autorizado"
              END-IF
           END-IF
         WHEN 3
           IF OperadorRol NOT = 3 THEN
              DISPLAY "Solo un administrador anula traslados"
           ELSE
              DISPLAY "Traslado a anular"
              ACCEPT  TrasladoId
              INVOKE obj-trasladosucursal "AnularTraslado"
                                using TrasladoId
                                returning AnularOk
              IF AnularOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria"
                                using OperadorId
                                      "ANULA TRASLADO SUCURSAL"
                 DISPLAY "Traslado anulado"
              END-IF
           END-IF
         WHEN 4
           INVOKE obj-trasladosucursal "ListarTraslados"
                                returning TotalTraslados
           IF TotalTraslados = 0 THEN
              DISPLAY "No hay traslados registrados"
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method TrasladosSucursal.
      *>----------------------------------------------

       Method-ID. RetencionBilletes.
      *>----------------------------------------------
      *BILLETES FALSOS O SOSPECHOSOS HALLADOS EN UN DEPOSITO EN
      *EFECTIVO: EL CAJERO LOS RETIENE (NO SE DEVUELVEN), ABONA
      *SOLO EL VALOR LEGITIMO, DEJA EL RETENIDO EN SU CAJA COMO
      *TIPO 9 (FUERA DEL SALDO) E IMPRIME LA CONSTANCIA PARA EL
      *CLIENTE. LOS BILLETES QUEDAN EN EL REGISTRO HASTA LA
      *REMISION AL BANCO CENTRAL
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  NumAccount        PIC X(9).
         77  existeCuenta      PIC 9.
         77  IdTitular1        PIC 9(9).
         77  IdTitular2        PIC 9(9).
         77  IdPresenta        PIC 9(9).
         77  FechaHoy          PIC X(8).
         77  MontoEntregado    PIC 9(10)V99.
         77  MontoLegitimo     PIC 9(10)V99.
         77  MontoCaja         PIC 9(10)V99.
         77  ValorRetenido     PIC 9(12)V99.
         77  ValorConstancia   PIC 9(12)V99.
         77  DepositoOk        PIC 9.
         77  Constancia        PIC 9(6).
         77  RbIdNuevo         PIC 9(6).
         77  Denominacion      PIC 9(6).
         77  SerialBillete     PIC X(15).
         77  MotivoBillete     PIC X.
         77  TotalBilletes     PIC 99.
         77  IndBillete        PIC 99.
      *CapturaPend Y RegistroPend EVITAN QUE LOS PARRAFOS ACTUEN
      *CUANDO EL CONTROL CAE EN ELLOS AL FINAL DEL METODO
         77  CapturaPend       PIC X VALUE "N".
         77  RegistroPend      PIC X VALUE "N".
         01  TablaBilletes.
             02  BilleteCapturado OCCURS 20.
                 03  TBDenominacion PIC 9(6).
                 03  TBSerial       PIC X(15).
                 03  TBMotivo       PIC X.
         01  ReferenciaRetencion.
             02  FILLER        PIC X(3) VALUE "RET".
             02  RRConstancia  PIC 9(6).
       01  obj-accounts      object reference.
       01  obj-deposito      object reference.
       01  obj-caja          object reference.
       01  obj-retencion     object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE accounts "New"
               RETURNING obj-accounts.

       INVOKE retencionbillete "New"
               RETURNING obj-retencion.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Deposito con billetes falsos o sospechosos"
       DISPLAY "(2) Reimprimir constancia de retencion"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       EVALUATE Opcion
         WHEN 1
           DISPLAY "Ingrese la cuenta del deposito"
           ACCEPT  NumAccount
           INVOKE obj-accounts "BuscarCuenta" using NumAccount
                                             returning existeCuenta
           IF existeCuenta = 0 THEN
              DISPLAY "La cuenta no existe"
           ELSE
              INVOKE obj-accounts "GetTitulares" using NumAccount
                                                      IdTitular1
                                                      IdTitular2
              DISPLAY "Identificacion de quien entrega el efectivo"
              DISPLAY "(0 = el titular de la cuenta)"
              ACCEPT  IdPresenta
              IF IdPresenta = 0 THEN
                 MOVE IdTitular1 TO IdPresenta
              END-IF
              DISPLAY "Monto total entregado, incluidos los billetes"
              DISPLAY "que se retienen"
              ACCEPT  MontoEntregado

              MOVE 0 TO TotalBilletes
              MOVE 0 TO ValorRetenido
              MOVE "S" TO CapturaPend
              PERFORM CapturarBillete UNTIL CapturaPend = "N"

              IF TotalBilletes = 0 THEN
                 DISPLAY "No se registro ningun billete retenido"
              ELSE
              IF ValorRetenido > MontoEntregado THEN
                 DISPLAY "Los billetes retenidos superan el monto"
                         " entregado: verifique el conteo"
              ELSE
                 MOVE 0 TO Constancia
                 MOVE 1 TO IndBillete
                 MOVE "S" TO RegistroPend
                 PERFORM RegistrarBilleteCapturado
                         UNTIL IndBillete > TotalBilletes
                 MOVE "N" TO RegistroPend

                 INVOKE caja "New"
                         RETURNING obj-caja
                 MOVE ValorRetenido TO MontoCaja
                 MOVE Constancia TO RRConstancia
                 INVOKE obj-caja "RegistrarMovCaja" using FechaHoy
                                                       OperadorId
                                                       9
                                                       MontoCaja
                                                   ReferenciaRetencion

                 COMPUTE MontoLegitimo = MontoEntregado - ValorRetenido
                 IF MontoLegitimo > 0 THEN
                    INVOKE deposito "New"
                            RETURNING obj-deposito
                    INVOKE obj-deposito "registrarDeposito" using
                                                   MontoLegitimo
                                                   NumAccount
                                         returning DepositoOk
                    IF DepositoOk = 1 THEN
                       INVOKE obj-caja "RegistrarMovCaja" using
                                                   FechaHoy
                                                   OperadorId
                                                   2
                                                   MontoLegitimo
                                                   NumAccount
                       DISPLAY "Se abono el valor legitimo "
                               MontoLegitimo
                    ELSE
                       DISPLAY "El deposito no se realizo: devuelva"
                       DISPLAY "al cliente el efectivo legitimo "
                               MontoLegitimo
                    END-IF
                 END-IF

                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                           OperadorId
                                           "RETENCION BILLETE FALSO"
                 INVOKE obj-retencion "ImprimirConstancia"
                                  using Constancia
                              returning ValorConstancia
                 DISPLAY "Retenidos " TotalBilletes " billetes por "
                         ValorRetenido
                 DISPLAY "Constancia " Constancia
                         " en constancia_retencion.txt"
              END-IF
              END-IF
           END-IF
         WHEN 2
           DISPLAY "Numero de la constancia"
           ACCEPT  Constancia
           INVOKE obj-retencion "ImprimirConstancia"
                            using Constancia
                        returning ValorConstancia
           IF ValorConstancia > 0 THEN
              DISPLAY "Constancia reimpresa en"
                      " constancia_retencion.txt"
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       CapturarBillete.
           IF CapturaPend = "S" THEN
              DISPLAY "Denominacion del billete retenido"
                      " (0 = terminar)"
              ACCEPT  Denominacion
              IF Denominacion = 0 THEN
                 MOVE "N" TO CapturaPend
              ELSE
                 DISPLAY "Numero de serie del billete"
                 ACCEPT  SerialBillete
                 DISPLAY "Motivo: (F) falso, (S) sospechoso"
                 ACCEPT  MotivoBillete
                 IF MotivoBillete NOT = "S" THEN
                    MOVE "F" TO MotivoBillete
                 END-IF
                 ADD 1 TO TotalBilletes
                 MOVE Denominacion  TO TBDenominacion(TotalBilletes)
                 MOVE SerialBillete TO TBSerial(TotalBilletes)
                 MOVE MotivoBillete TO TBMotivo(TotalBilletes)
                 ADD Denominacion TO ValorRetenido
                 IF TotalBilletes = 20 THEN
                    DISPLAY "Maximo de 20 billetes por constancia"
                    MOVE "N" TO CapturaPend
                 END-IF
              END-IF
           END-IF.

       RegistrarBilleteCapturado.
           IF RegistroPend = "S" THEN
              INVOKE obj-retencion "RetenerBillete" using
                                         Constancia
                                         FechaHoy
                                         OperadorId
                                         IdPresenta
                                         NumAccount
                                         TBDenominacion(IndBillete)
                                         TBSerial(IndBillete)
                                         TBMotivo(IndBillete)
                               returning RbIdNuevo
           END-IF
           ADD 1 TO IndBillete.

       End Method RetencionBilletes.
      *>----------------------------------------------

       Method-ID. ArchivoHistorico.
      *>----------------------------------------------
      *ARCHIVO HISTORICO DE LA DEPURACION ANUAL: ATIENDE LOS
      *REQUERIMIENTOS DE AUTORIDADES SOBRE REGISTROS QUE YA SALIERON
      *DE LOS ARCHIVOS VIVOS Y LISTA EL CATALOGO DE CORRIDAS. SOLO
      *SUPERVISORES Y ADMINISTRADORES; TODA CONSULTA QUEDA AUDITADA
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  ClaveBuscada      PIC X(9).
         77  ArchivoBuscado    PIC 9(2).
         77  Requerimiento     PIC X(20).
         77  FechaHoy          PIC X(8).
         77  TotalHallados     PIC 9(5).
         77  TotalFilas        PIC 9(4).
       01  obj-depuracion    object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE depuracion "New"
               RETURNING obj-depuracion.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
          DISPLAY "Su rol no permite consultar el archivo historico"
          INVOKE obj-auditoria "RegistrarAuditoria" using OperadorId
                                       "RECHAZO CONSULTA HISTORICO"
       ELSE
       DISPLAY "(1) Requerimiento legal sobre registros depurados"
       DISPLAY "(2) Catalogo de depuraciones"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       EVALUATE Opcion
         WHEN 1
           INVOKE fechaproceso "New"
                   RETURNING obj-fechaproceso
           INVOKE obj-fechaproceso "GetFechaProceso"
                                 returning FechaHoy
           DISPLAY "Cuenta o identificacion del cliente"
           DISPLAY "(operador para auditoria y sesiones)"
           ACCEPT  ClaveBuscada
           DISPLAY "Archivo (0=Todos, 1=Movimientos, 2=Auditoria,"
           DISPLAY "3=Sesiones, 4=Notificaciones, 5=Usos tarjeta,"
           DISPLAY "6=Cuentas, 7=Clientes, 8=Perfiles)"
           ACCEPT  ArchivoBuscado
           DISPLAY "Numero del requerimiento u oficio"
           ACCEPT  Requerimiento
           INVOKE obj-auditoria "RegistrarAuditoria" using OperadorId
                                       "CONSULTA ARCHIVO HISTORICO"
           INVOKE obj-depuracion "ConsultarArchivo"
                                   using ClaveBuscada
                                         ArchivoBuscado
                                         Requerimiento
                                         FechaHoy
                               returning TotalHallados
           DISPLAY "Registros recuperados: " TotalHallados
           DISPLAY "Respuesta: recuperacion_legal.txt y"
           DISPLAY "recuperacion_legal.dat"
         WHEN 2
           INVOKE obj-depuracion "ListarCatalogo"
                               returning TotalFilas
           IF TotalFilas = 0 THEN
              DISPLAY "No hay depuraciones registradas"
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE
       END-IF.

       End Method ArchivoHistorico.
      *>----------------------------------------------

       Method-ID. MascarasSalida.
      *>----------------------------------------------
      *ENMASCARADO DE TARJETAS, CUENTAS E IDENTIFICACIONES EN LOS
      *REPORTES Y ARCHIVOS DE SALIDA: CONSULTA DE LAS REGLAS, CAMBIO
      *DE LA REGLA DE UNA SALIDA (SOLO ADMINISTRADOR) Y REIMPRESION
      *DEL JOURNAL SIN ENMASCARAR (SUPERVISOR O ADMINISTRADOR).
      *CAMBIOS, REIMPRESIONES Y RECHAZOS QUEDAN AUDITADOS
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  FechaHoy          PIC X(8).
         77  TotalReglas       PIC 9(3).
         77  SalidaRegla       PIC X(30).
         77  VisiblesRegla     PIC 9(2).
         77  CompletoRegla     PIC X.
         77  MotivoRegla       PIC X(30).
         77  FijarOk           PIC 9.
         77  FechaJournal      PIC X(8).
         77  TodasSucursales   PIC 9(3) VALUE 999.
         77  TotalMovs         PIC 9(4).
         77  TotalRetiros      PIC 9(10)V99.
         77  TotalDepositos    PIC 9(10)V99.
         77  TotalTransfer     PIC 9(10)V99.
         77  TotalIntereses    PIC 9(10)V99.
         77  TotalCheques      PIC 9(10)V99.
         77  TotalRetenciones  PIC 9(10)V99.
         77  TotalGMF          PIC 9(10)V99.
         77  TotalRecuperaciones PIC 9(10)V99.
         77  MontoControl      PIC S9(14)V99.
         77  NombreImpresion   PIC X(30)
                               VALUE "journal_completo.txt".
         77  TituloImpresion   PIC X(30)
                               VALUE "JOURNAL SIN ENMASCARAR".
         77  EncabezadoImpresion PIC X(80)
             VALUE "IDT       HORA CUENTA    TIPO          MONTO".
       01  obj-reporte       object reference.
       01  obj-transacition  object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE reporte "New"
               RETURNING obj-reporte.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Reglas de enmascarado vigentes"
       DISPLAY "(2) Fijar la regla de una salida"
       DISPLAY "(3) Reimprimir journal sin enmascarar"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       EVALUATE Opcion
         WHEN 1
           INVOKE obj-reporte "ListarMascaras"
                            returning TotalReglas
         WHEN 2
           IF OperadorRol NOT = 3 THEN
              DISPLAY "Solo un administrador cambia las reglas"
              INVOKE obj-auditoria "RegistrarAuditoria"
                                   using OperadorId
                                   "RECHAZO REGLA ENMASCARADO"
           ELSE
              DISPLAY "Salida (nombre del archivo o reporte)"
              ACCEPT  SalidaRegla
              DISPLAY "Numero completo (S/N)"
              ACCEPT  CompletoRegla
              MOVE 0 TO VisiblesRegla
              MOVE SPACES TO MotivoRegla
              IF CompletoRegla = "S" THEN
                 DISPLAY "Norma o contrato que exige el numero"
                 ACCEPT  MotivoRegla
              ELSE
                 DISPLAY "Posiciones finales visibles (0 a 19)"
                 ACCEPT  VisiblesRegla
              END-IF
              INVOKE obj-reporte "FijarMascara"
                                 using SalidaRegla
                                       VisiblesRegla
                                       CompletoRegla
                                       MotivoRegla
                                       OperadorId
                                       FechaHoy
                             returning FijarOk
              IF FijarOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria"
                                      using OperadorId
                                      "CAMBIO REGLA ENMASCARADO"
                 DISPLAY "Regla registrada"
              END-IF
           END-IF
         WHEN 3
           IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
              DISPLAY "Su rol no permite reimprimir sin enmascarar"
              INVOKE obj-auditoria "RegistrarAuditoria"
                                   using OperadorId
                                   "RECHAZO REIMPRESION COMPLETA"
           ELSE
              DISPLAY "Fecha del journal (YYYYMMDD)"
              ACCEPT  FechaJournal
              INVOKE obj-auditoria "RegistrarAuditoria"
                                   using OperadorId
                                   "REIMPRESION SIN ENMASCARAR"
              INVOKE transacition "New"
                      RETURNING obj-transacition
              INVOKE obj-reporte "AutorizarSinMascara"
                                 using OperadorId
              INVOKE obj-reporte "AbrirReporte"
                                 using NombreImpresion
                                       TituloImpresion
                                       FechaJournal
                                       EncabezadoImpresion
              INVOKE obj-transacition "ListarMovimientosPorFecha"
                                 using FechaJournal
                                       TodasSucursales
                                       TotalRetiros
                                       TotalDepositos
                                       TotalTransfer
                                       TotalIntereses
                                       TotalCheques
                                       TotalRetenciones
                                       TotalGMF
                                       TotalRecuperaciones
                                       obj-reporte
                             returning TotalMovs
              COMPUTE MontoControl = TotalRetiros + TotalDepositos
                      + TotalTransfer + TotalIntereses + TotalCheques
                      + TotalRetenciones + TotalGMF
                      + TotalRecuperaciones
              INVOKE obj-reporte "CerrarReporte"
                                 using MontoControl
              DISPLAY "Movimientos: " TotalMovs
              DISPLAY "Reimpreso en journal_completo.txt"
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method MascarasSalida.
      *>----------------------------------------------

       Method-ID. Consentimientos.
      *>----------------------------------------------
      *AUTORIZACIONES DEL CLIENTE PARA EL USO DE SUS DATOS, EN
      *VENTANILLA: CONSULTA, CAMBIO CON EL FORMULARIO FIRMADO POR EL
      *CLIENTE (CANAL S, CON EL OPERADOR QUE LO CAPTURA) Y REPORTE
      *DE RESPUESTA A SU SOLICITUD DE ACCESO A SUS DATOS. CAMBIOS Y
      *REPORTES QUEDAN AUDITADOS
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  FechaHoy          PIC X(8).
         77  ClienteCons       PIC 9(9).
         77  TotalAutorizados  PIC 9.
         77  FinalidadCambio   PIC X(3).
         77  EstadoCambio      PIC X.
         77  CanalCambio       PIC X VALUE "S".
         77  CambioOk          PIC 9.
         77  existeCliente     PIC 9.
       01  obj-consentimiento object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE consentimiento "New"
               RETURNING obj-consentimiento.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "Identificacion del cliente"
       ACCEPT  ClienteCons
       DISPLAY "(1) Consultar consentimientos"
       DISPLAY "(2) Autorizar o revocar una finalidad"
       DISPLAY "(3) Reporte de acceso a sus datos"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       EVALUATE Opcion
         WHEN 1
           INVOKE obj-consentimiento "ListarConsentimientos"
                                     using ClienteCons
                                 returning TotalAutorizados
         WHEN 2
           INVOKE obj-consentimiento "ListarConsentimientos"
                                     using ClienteCons
                                 returning TotalAutorizados
           DISPLAY "Finalidad (CEN/MKT/SMS/EML/TER)"
           ACCEPT  FinalidadCambio
           DISPLAY "A = autorizar, R = revocar"
           ACCEPT  EstadoCambio
           INVOKE obj-consentimiento "RegistrarConsentimiento"
                                     using ClienteCons
                                           FinalidadCambio
                                           EstadoCambio
                                           CanalCambio
                                           OperadorId
                                           FechaHoy
                                 returning CambioOk
           IF CambioOk = 1 THEN
              INVOKE obj-auditoria "RegistrarAuditoria"
                                   using OperadorId
                                   "CAMBIO CONSENTIMIENTO"
              DISPLAY "Consentimiento registrado"
           END-IF
         WHEN 3
           INVOKE obj-consentimiento "ReporteAccesoDatos"
                                     using ClienteCons
                                           FechaHoy
                                 returning existeCliente
           IF existeCliente = 1 THEN
              INVOKE obj-auditoria "RegistrarAuditoria"
                                   using OperadorId
                                   "REPORTE ACCESO DATOS"
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method Consentimientos.
      *>----------------------------------------------

       Method-ID. ContactosDevueltos.
      *>----------------------------------------------
      *CORRESPONDENCIA Y MENSAJES DEVUELTOS: PROCESO DEL ARCHIVO DE
      *DEVOLUCIONES, LISTADO POR SUCURSAL DE LOS CLIENTES A CONTACTAR
      *Y REHABILITACION DE UN DATO QUE EL CLIENTE DEMUESTRA CORRECTO
      *SIN CAMBIARLO (SOLO SUPERVISOR O ADMINISTRADOR). TODO QUEDA
      *AUDITADO
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  FechaHoy          PIC X(8).
         77  ClienteCons       PIC 9(9).
         77  TipoRehabilita    PIC X.
         77  RehabilitaOk      PIC 9.
         77  existePerfil      PIC 9.
         77  TotalDevoluciones PIC 9(5).
       01  obj-devolucion    object reference.
       01  obj-customer      object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE devolucioncontacto "New"
               RETURNING obj-devolucion.

       INVOKE customer "New"
               RETURNING obj-customer.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Procesar archivo de devoluciones"
       DISPLAY "(2) Listado de clientes a contactar por sucursal"
       DISPLAY "(3) Rehabilitar un dato de contacto"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       EVALUATE Opcion
         WHEN 1
           INVOKE obj-devolucion "ProcesarDevoluciones"
                                 using FechaHoy
                             returning TotalDevoluciones
           DISPLAY "Devoluciones aplicadas: " TotalDevoluciones
           INVOKE obj-auditoria "RegistrarAuditoria"
                                using OperadorId
                                "PROCESO DEVOLUCIONES CONTACTO"
         WHEN 2
           INVOKE obj-devolucion "ListarContactoSucursal"
                                 using FechaHoy
                             returning TotalDevoluciones
           DISPLAY "Clientes a contactar: " TotalDevoluciones
           DISPLAY "Listado en contactar_sucursal.txt"
         WHEN 3
           IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
              DISPLAY "Su rol no permite rehabilitar contactos"
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "RECHAZO REHABILITA CONTACTO"
           ELSE
              DISPLAY "Identificacion del cliente"
              ACCEPT  ClienteCons
              INVOKE obj-customer "MostrarPerfil" using
                                              ClienteCons
                                        returning existePerfil
              DISPLAY "Dato a rehabilitar (D=Direccion, T=Telefono,"
              DISPLAY "E=Email, *=Todos)"
              ACCEPT  TipoRehabilita
              INVOKE obj-customer "RehabilitarContacto"
                                  using ClienteCons
                                        TipoRehabilita
                              returning RehabilitaOk
              IF RehabilitaOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria"
                                      using OperadorId
                                      "REHABILITACION CONTACTO"
                 DISPLAY "Contacto rehabilitado"
              ELSE
                 DISPLAY "No hay contacto devuelto que rehabilitar"
              END-IF
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method ContactosDevueltos.
      *>----------------------------------------------

       Method-ID. CajillasSeguridad.
      *>----------------------------------------------
      *CAJILLAS DE SEGURIDAD EN VENTANILLA: INVENTARIO (ALTA Y
      *CAMBIO DE CANON SOLO ADMINISTRADOR), ALQUILER, VISITAS,
      *CONSULTA, REINTENTO DEL COBRO DEL CANON DESPUES DE QUE EL
      *CLIENTE CONSIGNA, CIERRE CON ENTREGA DE LLAVES Y PERFORACION
      *(SUPERVISOR O ADMINISTRADOR, CON TESTIGO). TODO QUEDA
      *AUDITADO
       Data Division.
       Local-Storage Section.
         77  Opcion            PIC 9.
         77  FechaHoy          PIC X(8).
         77  SucursalCaj       PIC 9(2).
         77  NumeroCaj         PIC 9(4).
         77  TamanoCaj         PIC X.
         77  CanonCaj          PIC 9(10)V99.
         77  ClienteCaj        PIC 9(9).
         77  CuentaCaj         PIC X(9).
         77  ContratoCaj       PIC 9(6).
         77  TipoCierre        PIC X.
         77  TestigoCaj        PIC 9(9).
         77  RolTestigo        PIC 9.
         77  ActaCaj           PIC X(12).
         77  InventarioCaj     PIC X(40).
         77  existeCliente     PIC 9.
         77  FechaVerifDatos   PIC X(8).
         77  EtapaDatos        PIC 9.
         77  ResultadoOk       PIC 9.
         77  TotalListado      PIC 9(4).
         77  TotalCobrados     PIC 9(5).
         77  TotalBloqueados   PIC 9(5).
       01  obj-cajilla       object reference.
       01  obj-customer      object reference.
       01  obj-operador      object reference.
       01  obj-auditoria     object reference.
       01  obj-fechaproceso  object reference.

       Procedure Division.

       INVOKE cajilla "New"
               RETURNING obj-cajilla.

       INVOKE auditoria "New"
               RETURNING obj-auditoria.

       INVOKE fechaproceso "New"
               RETURNING obj-fechaproceso.
       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy.

       DISPLAY "(1) Registrar o actualizar una cajilla"
       DISPLAY "(2) Inventario de cajillas de una sucursal"
       DISPLAY "(3) Alquilar una cajilla (abrir contrato)"
       DISPLAY "(4) Registrar visita a la cajilla"
       DISPLAY "(5) Contratos y visitas de un cliente"
       DISPLAY "(6) Reintentar el cobro del canon"
       DISPLAY "(7) Cerrar contrato con entrega de llaves"
       DISPLAY "(8) Perforar una cajilla"
       DISPLAY "(9) Habilitar cajilla con cerradura nueva"
       DISPLAY "-->" no advancing
       ACCEPT  Opcion

       EVALUATE Opcion
         WHEN 1
           IF OperadorRol NOT = 3 THEN
              DISPLAY "Su rol no permite cambiar el inventario"
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "RECHAZO REGISTRO CAJILLA"
           ELSE
              DISPLAY "Sucursal"
              ACCEPT  SucursalCaj
              DISPLAY "Numero de la cajilla"
              ACCEPT  NumeroCaj
              DISPLAY "Tamano (P=Pequena, M=Mediana, G=Grande)"
              ACCEPT  TamanoCaj
              DISPLAY "Canon anual"
              ACCEPT  CanonCaj
              INVOKE obj-cajilla "RegistrarCajilla" using SucursalCaj
                                                          NumeroCaj
                                                          TamanoCaj
                                                          CanonCaj
                                          returning ResultadoOk
              IF ResultadoOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "REGISTRO CAJILLA"
              END-IF
           END-IF
         WHEN 2
           DISPLAY "Sucursal"
           ACCEPT  SucursalCaj
           INVOKE obj-cajilla "ListarCajillas" using SucursalCaj
                                          returning TotalListado
         WHEN 3
           DISPLAY "Identificacion del cliente"
           ACCEPT  ClienteCaj
           INVOKE customer "New"
                   RETURNING obj-customer
           INVOKE obj-customer "BuscarCustomer" using ClienteCaj
                                         returning existeCliente
           IF existeCliente = 1 THEN
              INVOKE obj-customer "GetEstadoActualizacion" using
                                            ClienteCaj
                                            FechaVerifDatos
                                            returning EtapaDatos
           END-IF
           IF existeCliente = 0 THEN
              DISPLAY "El cliente no esta registrado"
           ELSE
           IF EtapaDatos NOT < 2 THEN
              DISPLAY "El cliente tiene los datos vencidos: no"
              DISPLAY "abre productos nuevos hasta confirmarlos"
           ELSE
              DISPLAY "Sucursal de la cajilla"
              ACCEPT  SucursalCaj
              DISPLAY "Numero de la cajilla"
              ACCEPT  NumeroCaj
              DISPLAY "Cuenta para el debito del canon"
              ACCEPT  CuentaCaj
              INVOKE obj-cajilla "AbrirContrato" using SucursalCaj
                                                       NumeroCaj
                                                       ClienteCaj
                                                       CuentaCaj
                                                       FechaHoy
                                                       OperadorId
                                          returning ContratoCaj
              IF ContratoCaj > 0 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "CONTRATO CAJILLA"
                 DISPLAY "Contrato " ContratoCaj " abierto; primer"
                 DISPLAY "canon anual debitado"
              END-IF
           END-IF
           END-IF
         WHEN 4
           DISPLAY "Numero de contrato"
           ACCEPT  ContratoCaj
           DISPLAY "Identificacion de quien visita la cajilla"
           ACCEPT  ClienteCaj
           INVOKE obj-cajilla "RegistrarAcceso" using ContratoCaj
                                                      ClienteCaj
                                                      FechaHoy
                                                      OperadorId
                                          returning ResultadoOk
           IF ResultadoOk = 1 THEN
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "VISITA CAJILLA"
           ELSE
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "RECHAZO VISITA CAJILLA"
           END-IF
         WHEN 5
           DISPLAY "Identificacion del cliente"
           ACCEPT  ClienteCaj
           INVOKE obj-cajilla "ListarContratos" using ClienteCaj
                                          returning TotalListado
           IF TotalListado > 0 THEN
              DISPLAY "Contrato para ver sus visitas (0 = ninguno)"
              ACCEPT  ContratoCaj
              IF ContratoCaj > 0 THEN
                 INVOKE obj-cajilla "ListarAccesos" using ContratoCaj
                                          returning TotalListado
              END-IF
           END-IF
         WHEN 6
           DISPLAY "Numero de contrato"
           ACCEPT  ContratoCaj
           IF ContratoCaj > 0 THEN
              INVOKE obj-cajilla "CobrarCanones" using FechaHoy
                                                       ContratoCaj
                                                       TotalBloqueados
                                          returning TotalCobrados
              IF TotalCobrados > 0 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "COBRO CANON CAJILLA"
              ELSE
                 DISPLAY "No se cobro: el contrato esta al dia o la"
                 DISPLAY "cuenta sigue sin fondos"
              END-IF
           END-IF
         WHEN 7
           DISPLAY "Numero de contrato"
           ACCEPT  ContratoCaj
           MOVE "N"    TO TipoCierre
           MOVE 0      TO TestigoCaj
           MOVE SPACES TO ActaCaj
           MOVE SPACES TO InventarioCaj
           INVOKE obj-cajilla "CerrarContrato" using ContratoCaj
                                                     TipoCierre
                                                     FechaHoy
                                                     OperadorId
                                                     TestigoCaj
                                                     ActaCaj
                                                     InventarioCaj
                                          returning ResultadoOk
           IF ResultadoOk = 1 THEN
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "CIERRE CONTRATO CAJILLA"
           END-IF
         WHEN 8
           IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
              DISPLAY "Su rol no permite perforar cajillas"
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "RECHAZO PERFORACION CAJILLA"
           ELSE
              DISPLAY "Numero de contrato"
              ACCEPT  ContratoCaj
              DISPLAY "Operador testigo de la perforacion"
              ACCEPT  TestigoCaj
              INVOKE operador "New"
                      RETURNING obj-operador
              INVOKE obj-operador "GetRolOperador" using TestigoCaj
                                          returning RolTestigo
              IF RolTestigo = 0 THEN
                 MOVE 0 TO TestigoCaj
              END-IF
              DISPLAY "Numero del acta de perforacion"
              ACCEPT  ActaCaj
              DISPLAY "Inventario del contenido"
              ACCEPT  InventarioCaj
              MOVE "P" TO TipoCierre
              INVOKE obj-cajilla "CerrarContrato" using ContratoCaj
                                                        TipoCierre
                                                        FechaHoy
                                                        OperadorId
                                                        TestigoCaj
                                                        ActaCaj
                                                        InventarioCaj
                                          returning ResultadoOk
              IF ResultadoOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "PERFORACION CAJILLA"
              END-IF
           END-IF
         WHEN 9
           IF OperadorRol NOT = 2 AND OperadorRol NOT = 3 THEN
              DISPLAY "Su rol no permite habilitar cajillas"
              INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "RECHAZO HABILITA CAJILLA"
           ELSE
              DISPLAY "Sucursal"
              ACCEPT  SucursalCaj
              DISPLAY "Numero de la cajilla"
              ACCEPT  NumeroCaj
              INVOKE obj-cajilla "HabilitarCajilla" using SucursalCaj
                                                          NumeroCaj
                                          returning ResultadoOk
              IF ResultadoOk = 1 THEN
                 INVOKE obj-auditoria "RegistrarAuditoria" using
                                         OperadorId
                                         "HABILITACION CAJILLA"
                 DISPLAY "La cajilla quedo disponible"
              END-IF
           END-IF
         WHEN OTHER
           DISPLAY "Opcion no valida"
       END-EVALUATE.

       End Method CajillasSeguridad.
      *>----------------------------------------------
