      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. GrupoEconomico as "grupoeconomico"
                 inherits from base.

       object section.
       class-control.
           prestamo     is class "prestamo"
           parametro    is class "parametro"
           reporte      is class "reporte"
           grupoeconomico is class "grupoeconomico".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GruposEconomicos ASSIGN TO "grupos_economicos.dat"
           organization is indexed
           access is dynamic
           record key is GeId.

           SELECT Vinculados ASSIGN TO "vinculados.dat"
           organization is indexed
           access is dynamic
           record key is VinIdCustomer
           alternate record key is VinGrupo with duplicates.

      *LOS MAESTROS DE PRESTAMOS, CUPOS Y GARANTIAS SE LEEN AQUI
      *SOLO EN CONSULTA, CON LOS MISMOS TRAZADOS QUE DEFINEN SUS
      *CLASES DUENAS
           SELECT VinPrestamos ASSIGN TO "prestamos.dat"
           organization is indexed
           access is dynamic
           record key is VPRPreId.

           SELECT VinCupos ASSIGN TO "cupos.dat"
           organization is indexed
           access is dynamic
           record key is VCUCupId
           alternate record key is VCUCuenta with duplicates.

           SELECT VinGarantias ASSIGN TO "garantias.dat"
           organization is indexed
           access is dynamic
           record key is VGAGarId.

       DATA DIVISION.
       FILE SECTION.
       FD GruposEconomicos.
      *GRUPOS ECONOMICOS: CONJUNTOS DE CLIENTES QUE PARA EL LIMITE
      *DE CONCENTRACION SE TRATAN COMO UN SOLO DEUDOR
       01 grupos-economicos-file.
           05  GeId             PIC 9(5).
           05  GeNombre         PIC X(30).
           05  GeFechaAlta      PIC X(8).

       FD Vinculados.
      *PARTES VINCULADAS: UN REGISTRO POR CLIENTE CON EL GRUPO
      *ECONOMICO AL QUE PERTENECE (CERO = NINGUNO), LA RELACION POR
      *LA QUE ENTRO (E EMPRESA DEL GRUPO, R REPRESENTANTE LEGAL,
      *F FIRMANTE, P PARIENTE, O OTRA) Y EL CLIENTE A TRAVES DEL
      *CUAL SE VINCULA. LA CALIDAD MARCA A LOS EMPLEADOS (E) Y
      *ACCIONISTAS (A) DEL BANCO, QUE TIENEN UN LIMITE MAS ESTRICTO
       01 vinculados-file.
           05  VinIdCustomer    PIC 9(9).
           05  VinGrupo         PIC 9(5).
           05  VinRelacion      PIC X.
           05  VinReferencia    PIC 9(9).
           05  VinCalidad       PIC X.
               88  VinEmpleado    VALUE "E".
               88  VinAccionista  VALUE "A".
           05  VinFecha         PIC X(8).

       FD VinPrestamos.
       01 vin-prestamos-file.
           05  VPRPreId           PIC 9(5).
           05  VPRIdCustomer      PIC 9(9).
           05  VPRCuentaVinculada PIC X(9).
           05  VPRCapital         PIC 9(10)V99.
           05  VPRTasaMensual     PIC 9V9999.
           05  VPRPlazoMeses      PIC 9(3).
           05  VPRCuotaMensual    PIC 9(10)V99.
           05  VPRCuotasPagadas   PIC 9(3).
           05  VPRCuotasMora      PIC 9(3).
           05  VPREstado          PIC 9.
           05  VPRReestructurado  PIC X.
           05  VPRFechaAprobacion PIC X(8).
           05  VPRIndice          PIC X(4).
           05  VPRSpread          PIC 9V9999.
           05  VPRPeriodoReajuste PIC 9(2).
           05  VPRFechaReajuste   PIC X(8).

       FD VinCupos.
       01 vin-cupos-file.
           05  VCUCupId           PIC 9(5).
           05  VCUIdCustomer      PIC 9(9).
           05  VCUCuenta          PIC X(9).
           05  VCULimite          PIC 9(10)V99.
           05  VCUUtilizado       PIC 9(10)V99.
           05  VCUTasaMensual     PIC 9V9999.
           05  VCUFechaAprobacion PIC X(8).
           05  VCUFechaVence      PIC X(8).
           05  VCUEstado          PIC X.
           05  VCUInteresPorFacturar PIC 9(10)V99.
           05  VCUInteresFacturado   PIC 9(10)V99.
           05  VCUCausadoAcum     PIC 9(10)V99.
           05  VCUCausacion       PIC X.
           05  VCUFechaUltCausa   PIC X(8).
           05  VCUFechaCorte      PIC X(8).
           05  VCUPagoMinimo      PIC 9(10)V99.
           05  VCUFechaLimitePago PIC X(8).
           05  VCUFechaImpago     PIC X(8).
           05  VCUCortesMora      PIC 9(3).

       FD VinGarantias.
       01 vin-garantias-file.
           05  VGAGarId           PIC 9(5).
           05  VGAPreId           PIC 9(5).
           05  VGATipo            PIC 9.
           05  VGAIdentificacion  PIC 9(9).
           05  VGAValor           PIC 9(12)V99.
           05  VGADocumento       PIC X(20).
           05  VGAVigenciaHasta   PIC X(8).
           05  VGAEstado          PIC 9.

       Method-ID. CrearGrupo.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxGeId       PIC 9(5) VALUE 0.

        Linkage Section.
           77  LSNombre      PIC X(30).
           77  LSFecha       PIC X(8).
           77  LSGeId        PIC 9(5).

       Procedure Division using  LSNombre
                                 LSFecha
                                 returning LSGeId.

      *BUSCAR EL MAYOR GeId YA ASIGNADO PARA GENERAR EL SIGUIENTE
             MOVE "S" TO HayMas
             OPEN I-O GruposEconomicos
             PERFORM BuscarMaxGeId UNTIL NoHayMas
             CLOSE GruposEconomicos.

             OPEN I-O GruposEconomicos
             COMPUTE GeId = MaxGeId + 1
             MOVE GeId     TO LSGeId
             MOVE LSNombre TO GeNombre
             MOVE LSFecha  TO GeFechaAlta
             WRITE grupos-economicos-file
             END-WRITE
             CLOSE GruposEconomicos.

       BuscarMaxGeId.
             READ GruposEconomicos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF GeId > MaxGeId THEN
                    MOVE GeId TO MaxGeId
                 END-IF
             END-READ.

       End Method CrearGrupo.
      *>----------------------------------------------

       Method-ID. VincularCliente.
      *>----------------------------------------------
      *UBICA A UN CLIENTE EN UN GRUPO ECONOMICO (UN CLIENTE ESTA EN
      *UN SOLO GRUPO; VINCULARLO A OTRO LO CAMBIA DE GRUPO). CON
      *GRUPO EN CERO LO SACA DEL GRUPO Y CONSERVA SU CALIDAD
       Data Division.
        Local-Storage Section.
           77  GrupoValido   PIC X VALUE "S".

        Linkage Section.
           77  LSIdCustomer  PIC 9(9).
           77  LSGrupo       PIC 9(5).
           77  LSRelacion    PIC X.
           77  LSReferencia  PIC 9(9).
           77  LSFecha       PIC X(8).
           77  VincularOk    PIC 9.

       Procedure Division using  LSIdCustomer
                                 LSGrupo
                                 LSRelacion
                                 LSReferencia
                                 LSFecha
                                 returning VincularOk.

          MOVE 0 TO VincularOk
          IF LSGrupo NOT = 0 THEN
             OPEN INPUT GruposEconomicos
               MOVE LSGrupo TO GeId
               READ GruposEconomicos
                 KEY IS GeId
                 INVALID KEY
                   MOVE "N" TO GrupoValido
                   DISPLAY "El grupo economico no existe"
               END-READ
             CLOSE GruposEconomicos
             IF LSRelacion NOT = "E" AND LSRelacion NOT = "R"
                AND LSRelacion NOT = "F" AND LSRelacion NOT = "P"
                AND LSRelacion NOT = "O" THEN
                MOVE "N" TO GrupoValido
                DISPLAY "Relacion no valida"
             END-IF
          END-IF

          IF GrupoValido = "S" THEN
             OPEN I-O Vinculados
               MOVE LSIdCustomer TO VinIdCustomer
               READ Vinculados
                 KEY IS VinIdCustomer
                 INVALID KEY
                   MOVE LSIdCustomer TO VinIdCustomer
                   MOVE LSGrupo      TO VinGrupo
                   MOVE LSRelacion   TO VinRelacion
                   MOVE LSReferencia TO VinReferencia
                   MOVE SPACE        TO VinCalidad
                   MOVE LSFecha      TO VinFecha
                   WRITE vinculados-file
                   END-WRITE
                 NOT INVALID KEY
                   MOVE LSGrupo      TO VinGrupo
                   MOVE LSRelacion   TO VinRelacion
                   MOVE LSReferencia TO VinReferencia
                   MOVE LSFecha      TO VinFecha
                   REWRITE vinculados-file
                   END-REWRITE
               END-READ
             CLOSE Vinculados
             MOVE 1 TO VincularOk
          END-IF.

       End Method VincularCliente.
      *>----------------------------------------------

       Method-ID. FijarCalidad.
      *>----------------------------------------------
      *MARCA A UN CLIENTE COMO EMPLEADO (E) O ACCIONISTA (A) DEL
      *BANCO; ESPACIO LE QUITA LA MARCA
       Data Division.
        Linkage Section.
           77  LSIdCustomer  PIC 9(9).
           77  LSCalidad     PIC X.
           77  LSFecha       PIC X(8).
           77  FijarOk       PIC 9.

       Procedure Division using  LSIdCustomer
                                 LSCalidad
                                 LSFecha
                                 returning FijarOk.

          MOVE 0 TO FijarOk
          IF LSCalidad NOT = "E" AND LSCalidad NOT = "A"
             AND LSCalidad NOT = SPACE THEN
             DISPLAY "Calidad no valida"
          ELSE
             OPEN I-O Vinculados
               MOVE LSIdCustomer TO VinIdCustomer
               READ Vinculados
                 KEY IS VinIdCustomer
                 INVALID KEY
                   MOVE LSIdCustomer TO VinIdCustomer
                   MOVE 0            TO VinGrupo
                   MOVE SPACE        TO VinRelacion
                   MOVE 0            TO VinReferencia
                   MOVE LSCalidad    TO VinCalidad
                   MOVE LSFecha      TO VinFecha
                   WRITE vinculados-file
                   END-WRITE
                 NOT INVALID KEY
                   MOVE LSCalidad    TO VinCalidad
                   REWRITE vinculados-file
                   END-REWRITE
               END-READ
             CLOSE Vinculados
             MOVE 1 TO FijarOk
          END-IF.

       End Method FijarCalidad.
      *>----------------------------------------------

       Method-ID. ListarGrupo.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSGrupo       PIC 9(5).
           77  TotalMiembros PIC 9(4).

       Procedure Division using  LSGrupo
                                 returning TotalMiembros.

             MOVE 0 TO TotalMiembros
             OPEN INPUT GruposEconomicos
               MOVE LSGrupo TO GeId
               READ GruposEconomicos
                 KEY IS GeId
                 INVALID KEY
                   MOVE "N" TO HayMas
                   DISPLAY "El grupo economico no existe"
                 NOT INVALID KEY
                   DISPLAY "Grupo " GeId " " GeNombre
                           " desde " GeFechaAlta
               END-READ
             CLOSE GruposEconomicos

             OPEN INPUT Vinculados
             MOVE LSGrupo TO VinGrupo
             START Vinculados KEY IS = VinGrupo
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM ListarMiembroSiguiente UNTIL NoHayMas
             CLOSE Vinculados.

       ListarMiembroSiguiente.
             READ Vinculados NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF VinGrupo NOT = LSGrupo THEN
                    MOVE "N" TO HayMas
                 ELSE
                    DISPLAY VinIdCustomer " relacion " VinRelacion
                            " via " VinReferencia
                            " calidad " VinCalidad
                            " desde " VinFecha
                    ADD 1 TO TotalMiembros
                 END-IF
             END-READ.

       End Method ListarGrupo.
      *>----------------------------------------------

       Method-ID. CalcularExposicion.
      *>----------------------------------------------
      *EXPOSICION DEL BANCO CON UN CLIENTE Y CON SU GRUPO ECONOMICO:
      *CAPITAL PENDIENTE DE LOS PRESTAMOS VIGENTES, LIMITE DE LOS
      *CUPOS ROTATIVOS ACTIVOS Y VALOR DE LAS GARANTIAS (CODEUDOR)
      *QUE HAN DADO SOBRE PRESTAMOS VIGENTES DE TERCEROS. EN EL
      *GRUPO NO SE SUMA LA GARANTIA QUE UN MIEMBRO DA SOBRE EL
      *PRESTAMO DE OTRO MIEMBRO (YA ESTA EN EL PRESTAMO). SIN GRUPO
      *LA EXPOSICION DEL GRUPO ES LA DEL CLIENTE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  TotalTabla      PIC 9(3) VALUE 0.
           77  IndMiembro      PIC 9(3).
           77  BuscarId        PIC 9(9).
           77  EsMiembro       PIC X.
           77  GaranteMiembro  PIC X.
           77  SaldoPrestamo   PIC 9(12)V99.
      *MIEMBROS DEL GRUPO DEL CLIENTE (O SOLO EL CLIENTE)
           01  TablaMiembros.
               02  TmIdCustomer PIC 9(9) OCCURS 100.
           01  obj-prestamo    object reference.

        Linkage Section.
           77  LSIdCustomer    PIC 9(9).
           77  LSExpDeudor     PIC 9(14)V99.
           77  LSExpGrupo      PIC 9(14)V99.
           77  LSGrupo         PIC 9(5).
           77  LSCalidad       PIC X.
           77  TotalMiembros   PIC 9(4).

       Procedure Division using  LSIdCustomer
                                 LSExpDeudor
                                 LSExpGrupo
                                 LSGrupo
                                 LSCalidad
                                 returning TotalMiembros.

             MOVE 0     TO LSExpDeudor
             MOVE 0     TO LSExpGrupo
             MOVE 0     TO LSGrupo
             MOVE SPACE TO LSCalidad
             INVOKE prestamo "New"
                     RETURNING obj-prestamo

             OPEN INPUT Vinculados
             MOVE LSIdCustomer TO VinIdCustomer
             READ Vinculados
               KEY IS VinIdCustomer
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE VinGrupo   TO LSGrupo
                 MOVE VinCalidad TO LSCalidad
             END-READ
             IF LSGrupo NOT = 0 THEN
                MOVE "S" TO HayMas
                MOVE LSGrupo TO VinGrupo
                START Vinculados KEY IS = VinGrupo
                  INVALID KEY
                    MOVE "N" TO HayMas
                END-START
                PERFORM CargarMiembroGrupo UNTIL NoHayMas
             END-IF
             CLOSE Vinculados
             IF TotalTabla = 0 THEN
                MOVE 1 TO TotalTabla
                MOVE LSIdCustomer TO TmIdCustomer(1)
             END-IF
             MOVE TotalTabla TO TotalMiembros

      *PRESTAMOS VIGENTES DE LOS MIEMBROS
             MOVE "S" TO HayMas
             OPEN INPUT VinPrestamos
             PERFORM SumarPrestamoMiembro UNTIL NoHayMas
             CLOSE VinPrestamos

      *CUPOS ROTATIVOS ACTIVOS DE LOS MIEMBROS
             MOVE "S" TO HayMas
             OPEN INPUT VinCupos
             PERFORM SumarCupoMiembro UNTIL NoHayMas
             CLOSE VinCupos

      *GARANTIAS DADAS POR LOS MIEMBROS SOBRE PRESTAMOS VIGENTES
             MOVE "S" TO HayMas
             OPEN INPUT VinGarantias
             OPEN INPUT VinPrestamos
             PERFORM SumarGarantiaMiembro UNTIL NoHayMas
             CLOSE VinPrestamos
             CLOSE VinGarantias.

       CargarMiembroGrupo.
             READ Vinculados NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF VinGrupo NOT = LSGrupo THEN
                    MOVE "N" TO HayMas
                 ELSE
                    IF TotalTabla < 100 THEN
                       ADD 1 TO TotalTabla
                       MOVE VinIdCustomer TO TmIdCustomer(TotalTabla)
                    ELSE
                       DISPLAY "Grupo con mas de 100 miembros: se"
                               " omite " VinIdCustomer
                    END-IF
                 END-IF
             END-READ.

       SumarPrestamoMiembro.
             READ VinPrestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF VPREstado = 0 THEN
                    MOVE VPRIdCustomer TO BuscarId
                    PERFORM BuscarMiembro
                    IF EsMiembro = "S" THEN
                       INVOKE obj-prestamo "SaldoCapitalPrestamo"
                                        using VPRPreId
                                        returning SaldoPrestamo
                       ADD SaldoPrestamo TO LSExpGrupo
                       IF VPRIdCustomer = LSIdCustomer THEN
                          ADD SaldoPrestamo TO LSExpDeudor
                       END-IF
                    END-IF
                 END-IF
             END-READ.

       SumarCupoMiembro.
             READ VinCupos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF VCUEstado = "A" THEN
                    MOVE VCUIdCustomer TO BuscarId
                    PERFORM BuscarMiembro
                    IF EsMiembro = "S" THEN
                       ADD VCULimite TO LSExpGrupo
                       IF VCUIdCustomer = LSIdCustomer THEN
                          ADD VCULimite TO LSExpDeudor
                       END-IF
                    END-IF
                 END-IF
             END-READ.

       SumarGarantiaMiembro.
             READ VinGarantias NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF VGATipo = 1 AND VGAEstado = 0 THEN
                    MOVE VGAIdentificacion TO BuscarId
                    PERFORM BuscarMiembro
                    MOVE EsMiembro TO GaranteMiembro
                    IF GaranteMiembro = "S" THEN
                       MOVE VGAPreId TO VPRPreId
                       READ VinPrestamos
                         KEY IS VPRPreId
                         INVALID KEY
                           MOVE 9 TO VPREstado
                       END-READ
                       IF VPREstado = 0 THEN
                          IF VGAIdentificacion = LSIdCustomer
                             AND VPRIdCustomer NOT = LSIdCustomer THEN
                             ADD VGAValor TO LSExpDeudor
                          END-IF
                          MOVE VPRIdCustomer TO BuscarId
                          PERFORM BuscarMiembro
                          IF EsMiembro = "N" THEN
                             ADD VGAValor TO LSExpGrupo
                          END-IF
                       END-IF
                    END-IF
                 END-IF
             END-READ.

       BuscarMiembro.
             MOVE "N" TO EsMiembro
             MOVE 1   TO IndMiembro
             PERFORM CompararMiembro UNTIL IndMiembro > TotalTabla
                                        OR EsMiembro = "S".

       CompararMiembro.
             IF TmIdCustomer(IndMiembro) = BuscarId THEN
                MOVE "S" TO EsMiembro
             END-IF
             ADD 1 TO IndMiembro.

       End Method CalcularExposicion.
      *>----------------------------------------------

       Method-ID. ValidarConcentracion.
      *>----------------------------------------------
      *LIMITE DE CONCENTRACION AL APROBAR CREDITO: LA EXPOSICION
      *DEL DEUDOR MAS EL MONTO NUEVO NO PUEDE PASAR SU PORCENTAJE
      *DEL PATRIMONIO TECNICO (MAS ESTRICTO PARA EMPLEADOS Y
      *ACCIONISTAS DEL BANCO), NI LA DE SU GRUPO ECONOMICO EL
      *PORCENTAJE DEL GRUPO. DEVUELVE "S" SI CABE, "N" SI NO
       Data Division.
        Local-Storage Section.
           77  ExpDeudor       PIC 9(14)V99.
           77  ExpGrupo        PIC 9(14)V99.
           77  GrupoCliente    PIC 9(5).
           77  CalidadCliente  PIC X.
           77  TotalMiembros   PIC 9(4).
           77  CodigoPatrimonio PIC X(12) VALUE "PATRIMONIOTC".
           77  CodigoLimDeudor PIC X(12) VALUE "LIMCONCDEUD".
           77  CodigoLimGrupo  PIC X(12) VALUE "LIMCONCGRUPO".
           77  CodigoLimEmpl   PIC X(12) VALUE "LIMCONCEMPL".
           77  CodigoLimAcci   PIC X(12) VALUE "LIMCONCACCI".
           77  ValorDefecto    PIC 9(12)V99.
           77  Patrimonio      PIC 9(12)V99.
           77  PctDeudor       PIC 9(12)V99.
           77  PctGrupo        PIC 9(12)V99.
           77  TopeDeudor      PIC 9(14)V99.
           77  TopeGrupo       PIC 9(14)V99.
           01  obj-parametro   object reference.
           01  obj-grupoeconomico object reference.

        Linkage Section.
           77  LSIdCustomer    PIC 9(9).
           77  LSMontoNuevo    PIC 9(12)V99.
           77  LSFecha         PIC X(8).
           77  LSPasa          PIC X.

       Procedure Division using  LSIdCustomer
                                 LSMontoNuevo
                                 LSFecha
                                 returning LSPasa.

             MOVE "S" TO LSPasa
             INVOKE grupoeconomico "New"
                     RETURNING obj-grupoeconomico
             INVOKE obj-grupoeconomico "CalcularExposicion"
                                    using LSIdCustomer
                                          ExpDeudor
                                          ExpGrupo
                                          GrupoCliente
                                          CalidadCliente
                                    returning TotalMiembros
             ADD LSMontoNuevo TO ExpDeudor
             ADD LSMontoNuevo TO ExpGrupo

             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE 20000000000 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoPatrimonio
                                        LSFecha
                                        ValorDefecto
                                  returning Patrimonio
             EVALUATE CalidadCliente
               WHEN "E"
                 MOVE 2 TO ValorDefecto
                 INVOKE obj-parametro "ObtenerParametro"
                                      using CodigoLimEmpl
                                            LSFecha
                                            ValorDefecto
                                      returning PctDeudor
               WHEN "A"
                 MOVE 5 TO ValorDefecto
                 INVOKE obj-parametro "ObtenerParametro"
                                      using CodigoLimAcci
                                            LSFecha
                                            ValorDefecto
                                      returning PctDeudor
               WHEN OTHER
                 MOVE 10 TO ValorDefecto
                 INVOKE obj-parametro "ObtenerParametro"
                                      using CodigoLimDeudor
                                            LSFecha
                                            ValorDefecto
                                      returning PctDeudor
             END-EVALUATE
             MOVE 25 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoLimGrupo
                                        LSFecha
                                        ValorDefecto
                                  returning PctGrupo

             COMPUTE TopeDeudor ROUNDED = Patrimonio * PctDeudor / 100
             COMPUTE TopeGrupo  ROUNDED = Patrimonio * PctGrupo / 100

             DISPLAY "Exposicion del deudor con el nuevo credito: "
                     ExpDeudor " (tope " TopeDeudor ")"
             IF ExpDeudor > TopeDeudor THEN
                MOVE "N" TO LSPasa
                DISPLAY "Supera el limite de concentracion del"
                        " deudor (" PctDeudor "% del patrimonio)"
             END-IF
             IF GrupoCliente NOT = 0 THEN
                DISPLAY "Exposicion del grupo " GrupoCliente " ("
                        TotalMiembros " miembros): " ExpGrupo
                        " (tope " TopeGrupo ")"
                IF ExpGrupo > TopeGrupo THEN
                   MOVE "N" TO LSPasa
                   DISPLAY "Supera el limite de concentracion del"
                           " grupo economico (" PctGrupo "%)"
                END-IF
             END-IF.

       End Method ValidarConcentracion.
      *>----------------------------------------------

       Method-ID. ReporteConcentracion.
      *>----------------------------------------------
      *REPORTE MENSUAL DE CONCENTRACION: EXPOSICION DE CADA DEUDOR
      *Y DE CADA GRUPO ECONOMICO (CON LAS MISMAS REGLAS DEL LIMITE
      *AL APROBAR), ORDENADAS DE MAYOR A MENOR, COMO PORCENTAJE DEL
      *PATRIMONIO TECNICO Y CONTRA SU LIMITE. SE IMPRIMEN LAS 20
      *MAYORES Y TODAS LAS QUE EXCEDEN SU LIMITE. EL TOTAL DE
      *CONTROL ES LA EXPOSICION TOTAL POR DEUDOR
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  BuscarId        PIC 9(9).
           77  IndCliente      PIC 9(4).
           77  IndHallado      PIC 9(4).
           77  IndGarante      PIC 9(4).
           77  TotalClientes   PIC 9(4) VALUE 0.
           77  TotalUnidades   PIC 9(4) VALUE 0.
           77  IndUnidad       PIC 9(4).
           77  IndMayor        PIC 9(4).
           77  IndOrden        PIC 9(4).
           77  GrupoDeudor     PIC 9(5).
           77  SaldoPrestamo   PIC 9(12)V99.
           77  MaxReporte      PIC 9(4) VALUE 20.
           77  TotalExcedidos  PIC 9(4) VALUE 0.
           77  TotalExposicion PIC 9(14)V99 VALUE 0.
           77  MontoControl    PIC S9(14)V99.
           77  PctUnidad       PIC 9(5)V99.
           77  LimiteUnidad    PIC 9(12)V99.
           77  CodigoPatrimonio PIC X(12) VALUE "PATRIMONIOTC".
           77  CodigoLimDeudor PIC X(12) VALUE "LIMCONCDEUD".
           77  CodigoLimGrupo  PIC X(12) VALUE "LIMCONCGRUPO".
           77  CodigoLimEmpl   PIC X(12) VALUE "LIMCONCEMPL".
           77  CodigoLimAcci   PIC X(12) VALUE "LIMCONCACCI".
           77  ValorDefecto    PIC 9(12)V99.
           77  Patrimonio      PIC 9(12)V99.
           77  PctDeudor       PIC 9(12)V99.
           77  PctGrupo        PIC 9(12)V99.
           77  PctEmpleado     PIC 9(12)V99.
           77  PctAccionista   PIC 9(12)V99.
      *EXPOSICION POR CLIENTE: LA PROPIA Y LA QUE APORTA A SU GRUPO
           01  TablaClientes.
               02  TcFila OCCURS 2000.
                   03  TcIdCustomer  PIC 9(9).
                   03  TcGrupo       PIC 9(5).
                   03  TcCalidad     PIC X.
                   03  TcExposicion  PIC 9(14)V99.
                   03  TcExpGrupo    PIC 9(14)V99.
      *UNIDADES DEL REPORTE: D=DEUDOR, G=GRUPO ECONOMICO
           01  TablaUnidades.
               02  TuFila OCCURS 2000.
                   03  TuTipo        PIC X.
                   03  TuId          PIC 9(9).
                   03  TuGrupo       PIC 9(5).
                   03  TuCalidad     PIC X.
                   03  TuExposicion  PIC 9(14)V99.
           01  UnidadAux.
               02  UaTipo        PIC X.
               02  UaId          PIC 9(9).
               02  UaGrupo       PIC 9(5).
               02  UaCalidad     PIC X.
               02  UaExposicion  PIC 9(14)V99.
           77  NombreImpresion   PIC X(30)
                                 VALUE "concentracion_riesgo.txt".
           77  TituloImpresion   PIC X(30)
                                 VALUE "CONCENTRACION DE RIESGO".
           77  EncabezadoImpresion PIC X(80)
               VALUE "T ID        GRUPO C EXPOSICION     %PATR  %LIM".
           01  LineaConcentracion.
               02  LCTipo      PIC X.
               02  FILLER      PIC X VALUE SPACE.
               02  LCId        PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LCGrupo     PIC 9(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LCCalidad   PIC X.
               02  FILLER      PIC X VALUE SPACE.
               02  LCExposicion PIC Z(13)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCPct       PIC ZZ9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCLimite    PIC ZZ9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LCMarca     PIC X(7).
               02  FILLER      PIC X(21) VALUE SPACES.
           01  obj-prestamo    object reference.
           01  obj-parametro   object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalReportados PIC 9(4).

       Procedure Division using  LSFecha
                                 returning TotalReportados.

             MOVE 0 TO TotalReportados
             MOVE ZEROS TO TablaClientes
             INVOKE prestamo "New"
                     RETURNING obj-prestamo

             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE 20000000000 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoPatrimonio
                                        LSFecha
                                        ValorDefecto
                                  returning Patrimonio
             MOVE 10 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoLimDeudor
                                        LSFecha
                                        ValorDefecto
                                  returning PctDeudor
             MOVE 25 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoLimGrupo
                                        LSFecha
                                        ValorDefecto
                                  returning PctGrupo
             MOVE 2 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoLimEmpl
                                        LSFecha
                                        ValorDefecto
                                  returning PctEmpleado
             MOVE 5 TO ValorDefecto
             INVOKE obj-parametro "ObtenerParametro"
                                  using CodigoLimAcci
                                        LSFecha
                                        ValorDefecto
                                  returning PctAccionista

      *EXPOSICION POR CLIENTE: PRESTAMOS, CUPOS Y GARANTIAS DADAS
             OPEN INPUT Vinculados
             MOVE "S" TO HayMas
             OPEN INPUT VinPrestamos
             PERFORM AcumularPrestamo UNTIL NoHayMas
             CLOSE VinPrestamos

             MOVE "S" TO HayMas
             OPEN INPUT VinCupos
             PERFORM AcumularCupo UNTIL NoHayMas
             CLOSE VinCupos

             MOVE "S" TO HayMas
             OPEN INPUT VinGarantias
             OPEN INPUT VinPrestamos
             PERFORM AcumularGarantia UNTIL NoHayMas
             CLOSE VinPrestamos
             CLOSE VinGarantias
             CLOSE Vinculados

      *UNIDADES: CADA DEUDOR Y CADA GRUPO CON LO QUE SUS MIEMBROS
      *LE APORTAN
             MOVE 1 TO IndCliente
             PERFORM ArmarUnidades UNTIL IndCliente > TotalClientes

      *ORDEN DE MAYOR A MENOR EXPOSICION
             MOVE 1 TO IndOrden
             PERFORM OrdenarUnidad UNTIL IndOrden > TotalUnidades

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion
             MOVE 1 TO IndUnidad
             PERFORM ImprimirUnidad UNTIL IndUnidad > TotalUnidades
             MOVE TotalExposicion TO MontoControl
             INVOKE obj-reporte "CerrarReporte" using MontoControl
             DISPLAY "Deudores y grupos con exposicion: "
                     TotalUnidades
             DISPLAY "Exceden su limite de concentracion: "
                     TotalExcedidos.

       AcumularPrestamo.
             READ VinPrestamos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF VPREstado = 0 THEN
                    MOVE VPRIdCustomer TO BuscarId
                    PERFORM UbicarCliente
                    IF IndHallado NOT = 0 THEN
                       INVOKE obj-prestamo "SaldoCapitalPrestamo"
                                        using VPRPreId
                                        returning SaldoPrestamo
                       ADD SaldoPrestamo TO TcExposicion(IndHallado)
                       ADD SaldoPrestamo TO TcExpGrupo(IndHallado)
                    END-IF
                 END-IF
             END-READ.

       AcumularCupo.
             READ VinCupos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF VCUEstado = "A" THEN
                    MOVE VCUIdCustomer TO BuscarId
                    PERFORM UbicarCliente
                    IF IndHallado NOT = 0 THEN
                       ADD VCULimite TO TcExposicion(IndHallado)
                       ADD VCULimite TO TcExpGrupo(IndHallado)
                    END-IF
                 END-IF
             END-READ.

      *LA GARANTIA QUE UN MIEMBRO DA SOBRE EL PRESTAMO DE OTRO
      *MIEMBRO DEL MISMO GRUPO NO SE LE SUMA AL GRUPO
       AcumularGarantia.
             READ VinGarantias NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF VGATipo = 1 AND VGAEstado = 0 THEN
                    MOVE VGAPreId TO VPRPreId
                    READ VinPrestamos
                      KEY IS VPRPreId
                      INVALID KEY
                        MOVE 9 TO VPREstado
                    END-READ
                    IF VPREstado = 0 THEN
                       MOVE VGAIdentificacion TO BuscarId
                       PERFORM UbicarCliente
                       MOVE IndHallado TO IndGarante
                       IF IndGarante NOT = 0 THEN
                          ADD VGAValor TO TcExposicion(IndGarante)
                          MOVE 0 TO GrupoDeudor
                          MOVE VPRIdCustomer TO VinIdCustomer
                          READ Vinculados
                            KEY IS VinIdCustomer
                            NOT INVALID KEY
                              MOVE VinGrupo TO GrupoDeudor
                          END-READ
                          IF TcGrupo(IndGarante) = 0
                             OR TcGrupo(IndGarante) NOT = GrupoDeudor
                             THEN
                             ADD VGAValor TO TcExpGrupo(IndGarante)
                          END-IF
                       END-IF
                    END-IF
                 END-IF
             END-READ.

      *UBICA AL CLIENTE EN LA TABLA O LO AGREGA CON SU GRUPO Y SU
      *CALIDAD. DEVUELVE CERO SI LA TABLA ESTA LLENA
       UbicarCliente.
             MOVE 0 TO IndHallado
             MOVE 1 TO IndCliente
             PERFORM CompararCliente UNTIL IndCliente > TotalClientes
                                        OR IndHallado NOT = 0
             IF IndHallado = 0 THEN
                IF TotalClientes < 2000 THEN
                   ADD 1 TO TotalClientes
                   MOVE TotalClientes TO IndHallado
                   MOVE BuscarId TO TcIdCustomer(IndHallado)
                   MOVE 0        TO TcGrupo(IndHallado)
                   MOVE SPACE    TO TcCalidad(IndHallado)
                   MOVE BuscarId TO VinIdCustomer
                   READ Vinculados
                     KEY IS VinIdCustomer
                     NOT INVALID KEY
                       MOVE VinGrupo   TO TcGrupo(IndHallado)
                       MOVE VinCalidad TO TcCalidad(IndHallado)
                   END-READ
                ELSE
                   DISPLAY "Mas de 2000 deudores: se omite " BuscarId
                END-IF
             END-IF.

       CompararCliente.
             IF TcIdCustomer(IndCliente) = BuscarId THEN
                MOVE IndCliente TO IndHallado
             END-IF
             ADD 1 TO IndCliente.

       ArmarUnidades.
             IF IndCliente NOT > TotalClientes THEN
                ADD TcExposicion(IndCliente) TO TotalExposicion
                IF TotalUnidades < 2000 THEN
                   ADD 1 TO TotalUnidades
                   MOVE "D" TO TuTipo(TotalUnidades)
                   MOVE TcIdCustomer(IndCliente) TO TuId(TotalUnidades)
                   MOVE TcGrupo(IndCliente) TO TuGrupo(TotalUnidades)
                   MOVE TcCalidad(IndCliente)
                                        TO TuCalidad(TotalUnidades)
                   MOVE TcExposicion(IndCliente)
                                        TO TuExposicion(TotalUnidades)
                END-IF
                IF TcGrupo(IndCliente) NOT = 0 THEN
                   MOVE 0 TO IndHallado
                   MOVE 1 TO IndUnidad
                   PERFORM BuscarUnidadGrupo
                           UNTIL IndUnidad > TotalUnidades
                              OR IndHallado NOT = 0
                   IF IndHallado = 0 AND TotalUnidades < 2000 THEN
                      ADD 1 TO TotalUnidades
                      MOVE TotalUnidades TO IndHallado
                      MOVE "G"   TO TuTipo(IndHallado)
                      MOVE TcGrupo(IndCliente) TO TuId(IndHallado)
                      MOVE TcGrupo(IndCliente) TO TuGrupo(IndHallado)
                      MOVE SPACE TO TuCalidad(IndHallado)
                      MOVE 0     TO TuExposicion(IndHallado)
                   END-IF
                   IF IndHallado NOT = 0 THEN
                      ADD TcExpGrupo(IndCliente)
                                        TO TuExposicion(IndHallado)
                   END-IF
                END-IF
                ADD 1 TO IndCliente.

       BuscarUnidadGrupo.
             IF TuTipo(IndUnidad) = "G"
                AND TuGrupo(IndUnidad) = TcGrupo(IndCliente) THEN
                MOVE IndUnidad TO IndHallado
             END-IF
             ADD 1 TO IndUnidad.

      *ORDEN POR SELECCION: LA MAYOR DE LAS RESTANTES PASA A LA
      *POSICION IndOrden
       OrdenarUnidad.
             IF IndOrden NOT > TotalUnidades THEN
                MOVE IndOrden TO IndMayor
                COMPUTE IndUnidad = IndOrden + 1
                PERFORM BuscarMayorUnidad
                        UNTIL IndUnidad > TotalUnidades
                IF IndMayor NOT = IndOrden THEN
                   MOVE TuFila(IndOrden) TO UnidadAux
                   MOVE TuFila(IndMayor) TO TuFila(IndOrden)
                   MOVE UnidadAux        TO TuFila(IndMayor)
                END-IF
                ADD 1 TO IndOrden.

       BuscarMayorUnidad.
             IF TuExposicion(IndUnidad) > TuExposicion(IndMayor) THEN
                MOVE IndUnidad TO IndMayor
             END-IF
             ADD 1 TO IndUnidad.

       ImprimirUnidad.
             IF IndUnidad NOT > TotalUnidades THEN
                EVALUATE TRUE
                  WHEN TuTipo(IndUnidad) = "G"
                    MOVE PctGrupo      TO LimiteUnidad
                  WHEN TuCalidad(IndUnidad) = "E"
                    MOVE PctEmpleado   TO LimiteUnidad
                  WHEN TuCalidad(IndUnidad) = "A"
                    MOVE PctAccionista TO LimiteUnidad
                  WHEN OTHER
                    MOVE PctDeudor     TO LimiteUnidad
                END-EVALUATE
                IF Patrimonio = 0 THEN
                   MOVE 0 TO PctUnidad
                ELSE
                   COMPUTE PctUnidad ROUNDED =
                           TuExposicion(IndUnidad) * 100 / Patrimonio
                END-IF
                MOVE SPACES TO LCMarca
                IF PctUnidad > LimiteUnidad THEN
                   MOVE "EXCEDE" TO LCMarca
                   ADD 1 TO TotalExcedidos
                END-IF
                IF IndUnidad NOT > MaxReporte
                   OR LCMarca NOT = SPACES THEN
                   MOVE TuTipo(IndUnidad)       TO LCTipo
                   MOVE TuId(IndUnidad)         TO LCId
                   MOVE TuGrupo(IndUnidad)      TO LCGrupo
                   MOVE TuCalidad(IndUnidad)    TO LCCalidad
                   MOVE TuExposicion(IndUnidad) TO LCExposicion
                   MOVE PctUnidad               TO LCPct
                   MOVE LimiteUnidad            TO LCLimite
                   INVOKE obj-reporte "EscribirLinea" using
                                                LineaConcentracion
                   ADD 1 TO TotalReportados
                END-IF
                ADD 1 TO IndUnidad.

       End Method ReporteConcentracion.
      *>----------------------------------------------

       end object.
       end class GrupoEconomico.
