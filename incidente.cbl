           consecutivo  is class "consecutivo"
           fechaproceso is class "fechaproceso"
           reporte      is class "reporte"
           accounts     is class "accounts"
           operador     is class "operador"
           incidente    is class "incidente".

       working-storage section.
      *REPORTE DIARIO DE EXCEPCIONES AGRUPADO POR CONDICION DE
      *ERROR: CUANTAS VECES FALLO CADA COSA Y EN QUE PROGRAMAS.
      *EL RECORRIDO REPITE PASADAS: EN CADA UNA TOMA LA MENOR
      *CONDICION TODAVIA NO REPORTADA Y LA CUENTA COMPLETA. CON
      *FILTRO DE SUCURSAL SOLO CUENTAN LOS INCIDENTES DE ESA
      *SUCURSAL: LA DEL OPERADOR O, SIN OPERADOR, LA DE LA CUENTA
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
           77  CasosEditados   PIC ZZZZ9.
           77  TotalCasos      PIC 9(5).
           77  MontoControl    PIC S9(14)V99.
           77  SucIncidente    PIC 9(2).
           77  IncluirInc      PIC X.
           77  TituloReporte   PIC X(30)
                       VALUE "EXCEPCIONES DEL DIA".
           77  EncabezadoCols  PIC X(80)
                       VALUE "CONDICION                       CASOS".
           77  LineaDetalle    PIC X(80).
           01  obj-reporte     object reference.
           01  obj-accounts    object reference.
           01  obj-operador    object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
      *LSFILTROSUCURSAL: 999 ES TODO EL BANCO
           77  LSFiltroSucursal PIC 9(3).
           77  LSNombreArchivo PIC X(30).
           77  TotalGrupos     PIC 9(4).

       Procedure Division using  LSFecha
                                 LSFiltroSucursal
                                 LSNombreArchivo
                                 returning TotalGrupos.

             MOVE 0 TO TotalGrupos
             MOVE 0 TO TotalCasos
             MOVE LOW-VALUES TO CondicionAnt
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE operador "New"
                     RETURNING obj-operador

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using LSNombreArchivo
                                    TituloReporte
                                    LSFecha
                                    EncabezadoCols
               NOT AT END
                 IF IncFecha = LSFecha
                    AND IncCondicion > CondicionAnt THEN
                    PERFORM FiltrarIncidentePorSucursal
                    IF IncluirInc = "S" THEN
                    IF IncCondicion < CondicionGrupo THEN
                       MOVE IncCondicion TO CondicionGrupo
                       MOVE 1 TO CasosGrupo
                          ADD 1 TO CasosGrupo
                       END-IF
                    END-IF
                    END-IF
                 END-IF
             END-READ.

       FiltrarIncidentePorSucursal.
             MOVE "S" TO IncluirInc
             IF LSFiltroSucursal NOT = 999 THEN
                MOVE "N" TO IncluirInc
                IF IncOperador NOT = 0 THEN
                   INVOKE obj-operador "GetSucursalOperador"
                                     using IncOperador
                                 returning SucIncidente
                   IF SucIncidente = LSFiltroSucursal THEN
                      MOVE "S" TO IncluirInc
                   END-IF
                ELSE
                IF IncCuenta NOT = SPACES THEN
                   INVOKE obj-accounts "GetSucursal" using IncCuenta
                                              returning SucIncidente
                   IF SucIncidente = LSFiltroSucursal THEN
                      MOVE "S" TO IncluirInc
                   END-IF
                END-IF
                END-IF
             END-IF.

       End Method ReporteIncidentesDia.
      *>----------------------------------------------

