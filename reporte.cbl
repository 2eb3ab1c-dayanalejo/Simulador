           SELECT ReportePrint ASSIGN TO DYNAMIC NombreReporte
           organization is line sequential.

      *REGLA DE ENMASCARADO DE CADA SALIDA (REPORTE O ARCHIVO):
      *CUANTAS POSICIONES FINALES QUEDAN A LA VISTA DE LOS NUMEROS
      *DE TARJETA, CUENTA E IDENTIFICACION, O NUMERO COMPLETO
      *CUANDO LO EXIGE EL REGULADOR O EL PROVEEDOR
           SELECT MascarasSalida ASSIGN TO "mascaras_salida.dat"
           organization is indexed
           access is dynamic
           record key is MsSalida.

       DATA DIVISION.
       FILE SECTION.
       FD ReportePrint.
       01 reporte-print-linea PIC X(80).

       FD MascarasSalida.
       01 mascaras-salida-file.
           05  MsSalida        PIC X(30).
           05  MsVisibles      PIC 9(2).
           05  MsCompleto      PIC X.
               88  MsNumeroCompleto VALUE "S".
      *MOTIVO: LA NORMA O EL CONTRATO QUE EXIGE EL NUMERO COMPLETO
           05  MsMotivo        PIC X(30).
           05  MsFecha         PIC X(8).
           05  MsOperador      PIC 9(9).

       object-storage section.
       77  NombreReporte   PIC X(30).
       77  TituloReporte   PIC X(30).
       77  LineasDetalle   PIC 9(6).
      *LINEAS DE DETALLE POR PAGINA ANTES DEL SALTO
       77  LargoDePagina   PIC 9(2) VALUE 50.
      *ENMASCARADO VIGENTE PARA LA SALIDA. SIN REGLA PROPIA QUEDAN
      *A LA VISTA LAS CUATRO ULTIMAS POSICIONES, SALVO LAS SALIDAS
      *QUE POR NORMA O CONTRATO VAN SIEMPRE CON EL NUMERO COMPLETO
       77  MascaraVisibles PIC 9(2).
       77  MascaraCompleta PIC X VALUE "N".
       77  VisiblesDefecto PIC 9(2) VALUE 4.
      *REIMPRESION SIN ENMASCARAR AUTORIZADA PARA ESTE REPORTE
       77  ReimpresionCompleta PIC X VALUE "N".
       77  OperadorReimpresion PIC 9(9).
       01  SalidasExigidas.
           02  FILLER PIC X(30) VALUE "embozado.txt".
           02  FILLER PIC X(30) VALUE "PROVEEDOR EMBOZADO (CONTRATO)".
           02  FILLER PIC X(30) VALUE "ros_reporte.txt".
           02  FILLER PIC X(30) VALUE "UIAF - REPORTE ROS".
           02  FILLER PIC X(30) VALUE "extracto_regulatorio_mov.txt".
           02  FILLER PIC X(30) VALUE "SUPERFINANCIERA".
       01  TablaSalidasExigidas REDEFINES SalidasExigidas.
           02  SalidaExigida OCCURS 3.
               03  SeNombre    PIC X(30).
               03  SeMotivo    PIC X(30).
       77  TotalSalidasExigidas PIC 9 VALUE 3.

       procedure division.

          MOVE LSEncabezado    TO EncabezadoCols
          MOVE 0 TO PaginaActual
          MOVE 0 TO LineasDetalle
          INVOKE "CargarMascara" using LSNombreArchivo
          OPEN OUTPUT ReportePrint
          INVOKE "SaltarPagina".

               02  LTFecha     PIC X(8).
               02  FILLER      PIC X(8) VALUE " Pagina ".
               02  LTPagina    PIC 9(4).
           01  LineaReimpresion.
               02  FILLER      PIC X(40)
                   VALUE "COPIA SIN ENMASCARAR AUTORIZADA POR EL  ".
               02  FILLER      PIC X(9) VALUE "OPERADOR ".
               02  LROperador  PIC 9(9).
               02  FILLER      PIC X(22) VALUE SPACES.

       Procedure Division.

          MOVE ALL "=" TO reporte-print-linea
          WRITE reporte-print-linea
          END-WRITE
          IF ReimpresionCompleta = "S" THEN
             MOVE OperadorReimpresion TO LROperador
             MOVE LineaReimpresion TO reporte-print-linea
             WRITE reporte-print-linea
             END-WRITE
          END-IF
          MOVE EncabezadoCols TO reporte-print-linea
          WRITE reporte-print-linea
          END-WRITE
       End Method CerrarReporte.
      *>----------------------------------------------

       Method-ID. CargarMascara.
      *>----------------------------------------------
      *TOMA LA REGLA DE ENMASCARADO DE LA SALIDA. LA INVOCA
      *AbrirReporte, Y LOS PROGRAMAS QUE ESCRIBEN SU PROPIO ARCHIVO
      *LA INVOCAN CON EL NOMBRE DE ESE ARCHIVO ANTES DE ESCRIBIRLO
       Data Division.
        Local-Storage Section.
           77  IndSalida     PIC 9.

        Linkage Section.
           77  LSSalida      PIC X(30).

       Procedure Division using  LSSalida.

          MOVE VisiblesDefecto TO MascaraVisibles
          MOVE "N" TO MascaraCompleta
          MOVE 1 TO IndSalida
          PERFORM BuscarSalidaExigida
                  UNTIL IndSalida > TotalSalidasExigidas
          OPEN INPUT MascarasSalida
          MOVE LSSalida TO MsSalida
          READ MascarasSalida
            KEY IS MsSalida
            INVALID KEY
              CONTINUE
            NOT INVALID KEY
              MOVE MsVisibles TO MascaraVisibles
              IF MsNumeroCompleto THEN
                 MOVE "S" TO MascaraCompleta
              ELSE
                 MOVE "N" TO MascaraCompleta
              END-IF
          END-READ
          CLOSE MascarasSalida.

       BuscarSalidaExigida.
          IF IndSalida NOT > TotalSalidasExigidas THEN
             IF SeNombre(IndSalida) = LSSalida THEN
                MOVE "S" TO MascaraCompleta
             END-IF
          END-IF
          ADD 1 TO IndSalida.

       End Method CargarMascara.
      *>----------------------------------------------

       Method-ID. EnmascararDato.
      *>----------------------------------------------
      *DEVUELVE EL DATO (TARJETA, CUENTA O IDENTIFICACION) SEGUN LA
      *REGLA DE LA SALIDA: CADA POSICION NO BLANCA ANTERIOR A LAS
      *ULTIMAS VISIBLES SE CAMBIA POR "*". CON NUMERO COMPLETO O
      *CON REIMPRESION AUTORIZADA SE DEVUELVE TAL CUAL
       Data Division.
        Local-Storage Section.
           77  UltimaPosicion PIC 9(2).
           77  IndPosicion    PIC 9(2).
      *MascaraPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  MascaraPend    PIC X VALUE "N".
           77  PosicionHallada PIC X.

        Linkage Section.
           77  LSDato         PIC X(20).
           77  LSMascarado    PIC X(20).

       Procedure Division using  LSDato
                                 returning LSMascarado.

          MOVE LSDato TO LSMascarado
          IF MascaraCompleta = "N" AND ReimpresionCompleta = "N" THEN
             MOVE "S" TO MascaraPend
             MOVE 20 TO UltimaPosicion
             MOVE "N" TO PosicionHallada
             PERFORM BuscarUltimaPosicion
                     UNTIL UltimaPosicion = 0
                        OR PosicionHallada = "S"
             MOVE 1 TO IndPosicion
             PERFORM TaparPosicion
                     UNTIL IndPosicion + MascaraVisibles
                           > UltimaPosicion
             MOVE "N" TO MascaraPend
          END-IF.

       BuscarUltimaPosicion.
          IF MascaraPend = "S" THEN
             IF LSDato(UltimaPosicion:1) = SPACE THEN
                SUBTRACT 1 FROM UltimaPosicion
             ELSE
                MOVE "S" TO PosicionHallada
             END-IF
          END-IF.

       TaparPosicion.
          IF MascaraPend = "S" THEN
             IF LSDato(IndPosicion:1) NOT = SPACE THEN
                MOVE "*" TO LSMascarado(IndPosicion:1)
             END-IF
          END-IF
          ADD 1 TO IndPosicion.

       End Method EnmascararDato.
      *>----------------------------------------------

       Method-ID. AutorizarSinMascara.
      *>----------------------------------------------
      *REIMPRESION CON LOS NUMEROS COMPLETOS. QUIEN LA INVOCA YA
      *VALIDO EL ROL DEL OPERADOR Y DEJO LA AUDITORIA; CADA PAGINA
      *DEL REPORTE LLEVA LA LEYENDA CON EL OPERADOR QUE LA PIDIO.
      *SE INVOCA ANTES DE AbrirReporte
       Data Division.
        Linkage Section.
           77  LSOperador    PIC 9(9).

       Procedure Division using  LSOperador.

          MOVE "S"        TO ReimpresionCompleta
          MOVE LSOperador TO OperadorReimpresion.

       End Method AutorizarSinMascara.
      *>----------------------------------------------

       Method-ID. FijarMascara.
      *>----------------------------------------------
      *ALTA O CAMBIO DE LA REGLA DE UNA SALIDA. EL NUMERO COMPLETO
      *SOLO SE ACEPTA CON EL MOTIVO (NORMA O CONTRATO) QUE LO EXIGE
       Data Division.
        Linkage Section.
           77  LSSalida      PIC X(30).
           77  LSVisibles    PIC 9(2).
           77  LSCompleto    PIC X.
           77  LSMotivo      PIC X(30).
           77  LSOperador    PIC 9(9).
           77  LSFecha       PIC X(8).
           77  LSFijarOk     PIC 9.

       Procedure Division using  LSSalida
                                 LSVisibles
                                 LSCompleto
                                 LSMotivo
                                 LSOperador
                                 LSFecha
                                 returning LSFijarOk.

          MOVE 0 TO LSFijarOk
          IF LSSalida = SPACES
             OR (LSCompleto = "S" AND LSMotivo = SPACES)
             OR (LSCompleto NOT = "S" AND LSVisibles > 19) THEN
             DISPLAY "Regla no valida: falta la salida, el motivo"
             DISPLAY "del numero completo o sobran posiciones"
          ELSE
             MOVE 1 TO LSFijarOk
             OPEN I-O MascarasSalida
             MOVE LSSalida   TO MsSalida
             MOVE LSVisibles TO MsVisibles
             IF LSCompleto = "S" THEN
                MOVE "S"      TO MsCompleto
                MOVE LSMotivo TO MsMotivo
             ELSE
                MOVE "N"      TO MsCompleto
                MOVE SPACES   TO MsMotivo
             END-IF
             MOVE LSFecha    TO MsFecha
             MOVE LSOperador TO MsOperador
             WRITE mascaras-salida-file
               INVALID KEY
                 REWRITE mascaras-salida-file
                 END-REWRITE
             END-WRITE
             CLOSE MascarasSalida
          END-IF.

       End Method FijarMascara.
      *>----------------------------------------------

       Method-ID. ListarMascaras.
      *>----------------------------------------------
      *REGLAS VIGENTES; LAS SALIDAS SIN REGLA PROPIA SE
      *ENMASCARAN CON EL VALOR DE FABRICA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  IndSalida     PIC 9.

        Linkage Section.
           77  TotalReglas   PIC 9(3).

       Procedure Division returning TotalReglas.

          MOVE 0 TO TotalReglas
          DISPLAY "Sin regla propia: visibles " VisiblesDefecto
          DISPLAY "Numero completo de fabrica:"
          MOVE 1 TO IndSalida
          PERFORM ListarSalidaExigida
                  UNTIL IndSalida > TotalSalidasExigidas
          DISPLAY "Reglas registradas:"
          MOVE "S" TO HayMas
          OPEN INPUT MascarasSalida
          PERFORM ListarMascaraSiguiente UNTIL NoHayMas
          CLOSE MascarasSalida.

       ListarSalidaExigida.
          IF IndSalida NOT > TotalSalidasExigidas THEN
             DISPLAY "  " SeNombre(IndSalida) " " SeMotivo(IndSalida)
          END-IF
          ADD 1 TO IndSalida.

       ListarMascaraSiguiente.
          IF HayMas = "S" THEN
             READ MascarasSalida NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF MsNumeroCompleto THEN
                    DISPLAY "  " MsSalida " COMPLETO " MsMotivo
                 ELSE
                    DISPLAY "  " MsSalida " visibles " MsVisibles
                 END-IF
                 ADD 1 TO TotalReglas
             END-READ
          END-IF.

       End Method ListarMascaras.
      *>----------------------------------------------

       end object.
       end class Reporte.
