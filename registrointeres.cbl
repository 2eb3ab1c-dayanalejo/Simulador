       End Method ListarRegistroPorFecha.
      *>----------------------------------------------

       Method-ID. AnularRegistroFecha.
      *>----------------------------------------------
      *BORRA LAS FILAS DE UNA CORRIDA (FECHA). LO USA LA REAPERTURA
      *DEL CIERRE: AL REPETIRSE EL CIERRE LA CORRIDA SE REGISTRA DE
      *NUEVO Y NO DEBE QUEDAR DOBLE
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  TotalBorradas PIC 9(6).

       Procedure Division using  LSFecha
                                 returning TotalBorradas.

             MOVE 0   TO TotalBorradas
             MOVE "S" TO HayMas
             OPEN I-O RegistroIntereses
             PERFORM AnularFilaSiguiente UNTIL NoHayMas
             CLOSE RegistroIntereses.

       AnularFilaSiguiente.
             READ RegistroIntereses NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RegIntFecha = LSFecha THEN
                    DELETE RegistroIntereses RECORD
                    END-DELETE
                    ADD 1 TO TotalBorradas
                 END-IF
             END-READ.

       End Method AnularRegistroFecha.
      *>----------------------------------------------

       Method-ID. TotalInteresCuenta.
      *>----------------------------------------------
      *INTERES DEVENGADO A UNA CUENTA EN UN PERIODO SEGUN EL
      *REGISTRO DE DEVENGO, PARA LA INFORMACION ANUAL A LA
      *AUTORIDAD TRIBUTARIA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSCuenta      PIC X(9).
           77  LSFechaDesde  PIC X(8).
           77  LSFechaHasta  PIC X(8).
           77  LSMontoTotal  PIC S9(12)V99.

       Procedure Division using  LSCuenta
                                 LSFechaDesde
                                 LSFechaHasta
                                 returning LSMontoTotal.

             MOVE 0   TO LSMontoTotal
             MOVE "S" TO HayMas
             OPEN INPUT RegistroIntereses
             PERFORM SumarFilaCuenta UNTIL NoHayMas
             CLOSE RegistroIntereses.

       SumarFilaCuenta.
             READ RegistroIntereses NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF RegIntCuenta = LSCuenta
                    AND RegIntFecha NOT < LSFechaDesde
                    AND RegIntFecha NOT > LSFechaHasta THEN
                    ADD RegIntMonto TO LSMontoTotal
                 END-IF
             END-READ.

       End Method TotalInteresCuenta.
      *>----------------------------------------------

       end object.
       end class RegistroInteres.
