
       object section.
       class-control.
           reporte     is class "reporte"
           dispensador is class "dispensador".

       working-storage section.
           access is dynamic
           record key is TermId.

           SELECT Terminales ASSIGN TO "terminales.dat"
           organization is indexed
           access is dynamic
           record key is TerNumero.

       DATA DIVISION.
       FILE SECTION.
       FD InventarioEfectivo.
           05  TermId          PIC 9.
           05  TermNumero      PIC 9(3).

       FD Terminales.
      *MAESTRO DE TERMINALES: SUCURSAL A LA QUE PERTENECE CADA
      *TERMINAL, PARA REPARTIR EL INVENTARIO DE EFECTIVO POR
      *SUCURSAL. UN TERMINAL SIN REGISTRO NO TIENE SUCURSAL (0)
       01 terminales-file.
           05  TerNumero       PIC 9(3).
           05  TerSucursal     PIC 9(2).

       Method-ID. FijarTerminal.
      *>----------------------------------------------
       Data Division.
       End Method FijarTerminal.
      *>----------------------------------------------

       Method-ID. AsignarSucursalTerminal.
      *>----------------------------------------------
      *ALTA O CAMBIO DE LA SUCURSAL DUENA DE UN TERMINAL EN EL
      *MAESTRO DE TERMINALES
       Data Division.
        Linkage Section.
           77  LSTerminal    PIC 9(3).
           77  LSSucursal    PIC 9(2).

       Procedure Division using  LSTerminal  LSSucursal.

          OPEN I-O Terminales
            MOVE LSTerminal TO TerNumero
            READ Terminales
              KEY IS TerNumero
              INVALID KEY
                MOVE LSTerminal TO TerNumero
                MOVE LSSucursal TO TerSucursal
                WRITE terminales-file
                END-WRITE
              NOT INVALID KEY
                MOVE LSSucursal TO TerSucursal
                REWRITE terminales-file
                END-REWRITE
            END-READ
          CLOSE Terminales.

       End Method AsignarSucursalTerminal.
      *>----------------------------------------------

       Method-ID. GetTerminalActual.
      *>----------------------------------------------
      *NUMERO DEL TERMINAL EN EL QUE CORRE ESTA INSTANCIA, O CERO
      *>----------------------------------------------
      *REPORTE DEL INVENTARIO DE EFECTIVO CON AVISO DE BAJO NIVEL
      *CUANDO LOS BILLETES DE UNA DENOMINACION CAEN POR DEBAJO DEL
      *UMBRAL INDICADO. CON FILTRO DE SUCURSAL SOLO SALEN LOS
      *TERMINALES DE ESA SUCURSAL (999 ES TODO EL BANCO, INCLUIDOS
      *LOS TERMINALES SIN SUCURSAL). SI EL QUE LLAMA PASA UN
      *REPORTE, LAS FILAS VAN AL ARCHIVO DE IMPRESION; SI NO, A
      *PANTALLA. LSTOTALEFECTIVO DEVUELVE EL VALOR DEL INVENTARIO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  AvisoTexto    PIC X(10).
           77  SucTerminal   PIC 9(2).
           77  ValorFila     PIC 9(12)V99.
           77  EfectivoPend  PIC X VALUE "N".
           01  LineaEfectivo.
               02  LETerminal     PIC 9(3).
               02  FILLER         PIC X(2) VALUE SPACES.
               02  LESucursal     PIC Z9.
               02  FILLER         PIC X(2) VALUE SPACES.
               02  LEDenominacion PIC ZZZ,ZZ9.
               02  FILLER         PIC X(2) VALUE SPACES.
               02  LECantidad     PIC ZZ,ZZ9.
               02  FILLER         PIC X(2) VALUE SPACES.
               02  LEValor        PIC Z,ZZZ,ZZZ,ZZ9.99.
               02  FILLER         PIC X(2) VALUE SPACES.
               02  LEAviso        PIC X(10).
               02  FILLER         PIC X(26) VALUE SPACES.

        Linkage Section.
           77  LSUmbral      PIC 9(5).
           77  LSFiltroSucursal PIC 9(3).
           77  LSTotalEfectivo PIC S9(14)V99.
           01  LSReporte     usage object reference.
           77  TotalFilas    PIC 9(4).

       Procedure Division using  LSUmbral
                                 LSFiltroSucursal
                                 LSTotalEfectivo
                                 LSReporte
                                 returning TotalFilas.

             MOVE 0   TO TotalFilas
             MOVE 0   TO LSTotalEfectivo
             MOVE "S" TO HayMas
             MOVE "S" TO EfectivoPend
             OPEN INPUT InventarioEfectivo
             OPEN INPUT Terminales
             PERFORM ReportarFilaSiguiente UNTIL NoHayMas
             CLOSE Terminales
             CLOSE InventarioEfectivo
             MOVE "N" TO EfectivoPend.

       ReportarFilaSiguiente.
             READ InventarioEfectivo NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE InvTerminal TO TerNumero
                 READ Terminales
                   KEY IS TerNumero
                   INVALID KEY MOVE 0 TO SucTerminal
                   NOT INVALID KEY MOVE TerSucursal TO SucTerminal
                 END-READ
                 IF LSFiltroSucursal = 999
                    OR SucTerminal = LSFiltroSucursal THEN
                    PERFORM EmitirFilaEfectivo
                 END-IF
             END-READ.

      *EfectivoPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL
      *CAE EN EL AL FINAL DEL METODO
       EmitirFilaEfectivo.
           IF EfectivoPend = "S" THEN
             IF InvCantidad < LSUmbral THEN
                MOVE "BAJO !!"  TO AvisoTexto
             ELSE
                MOVE SPACES     TO AvisoTexto
             END-IF
             COMPUTE ValorFila = InvDenominacion * InvCantidad
             ADD ValorFila TO LSTotalEfectivo
             IF LSReporte NOT = NULL THEN
                MOVE InvTerminal     TO LETerminal
                MOVE SucTerminal     TO LESucursal
                MOVE InvDenominacion TO LEDenominacion
                MOVE InvCantidad     TO LECantidad
                MOVE ValorFila       TO LEValor
                MOVE AvisoTexto      TO LEAviso
                INVOKE LSReporte "EscribirLinea"
                                 using LineaEfectivo
             ELSE
                DISPLAY "Terminal " InvTerminal
                        " sucursal " SucTerminal
                        " denominacion " InvDenominacion
                        " billetes " InvCantidad " " AvisoTexto
             END-IF
             ADD 1 TO TotalFilas
           END-IF.

       End Method ReporteEfectivo.
      *>----------------------------------------------

       Method-ID. TrasladarTerminales.
      *>----------------------------------------------
      *CIERRE O FUSION DE UNA SUCURSAL: SUS TERMINALES Y EL
      *EFECTIVO QUE TIENEN CARGADO PASAN A LA SUCURSAL QUE LA RECIBE
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSSucOrigen   PIC 9(2).
           77  LSSucDestino  PIC 9(2).
           77  TotalTrasladados PIC 9(3).

       Procedure Division using  LSSucOrigen
                                 LSSucDestino
                                 returning TotalTrasladados.

             MOVE 0   TO TotalTrasladados
             MOVE "S" TO HayMas
             OPEN I-O Terminales
             PERFORM TrasladarTerminalSiguiente UNTIL NoHayMas
             CLOSE Terminales.

       TrasladarTerminalSiguiente.
             READ Terminales NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF TerSucursal = LSSucOrigen THEN
                    MOVE LSSucDestino TO TerSucursal
                    REWRITE terminales-file
                    END-REWRITE
                    ADD 1 TO TotalTrasladados
                 END-IF
             END-READ.

       End Method TrasladarTerminales.
      *>----------------------------------------------

       end object.
       end class Dispensador.
