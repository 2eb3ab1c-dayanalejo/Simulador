       End Method ListarOperadores.
      *>----------------------------------------------

       Method-ID. TrasladarOperadores.
      *>----------------------------------------------
      *CIERRE O FUSION DE UNA SUCURSAL: TODOS SUS OPERADORES (Y CON
      *ELLOS SUS CAJAS) PASAN A LA SUCURSAL QUE LA RECIBE
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSSucOrigen   PIC 9(2).
           77  LSSucDestino  PIC 9(2).
           77  TotalTrasladados PIC 9(4).

       Procedure Division using  LSSucOrigen
                                 LSSucDestino
                                 returning TotalTrasladados.

             MOVE 0   TO TotalTrasladados
             MOVE "S" TO HayMas
             OPEN I-O Operadores
             PERFORM TrasladarOperadorSiguiente UNTIL NoHayMas
             CLOSE Operadores.

       TrasladarOperadorSiguiente.
             READ Operadores NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF OperSucursal = LSSucOrigen THEN
                    MOVE LSSucDestino TO OperSucursal
                    REWRITE operadores-file
                    END-REWRITE
                    ADD 1 TO TotalTrasladados
                 END-IF
             END-READ.

       End Method TrasladarOperadores.
      *>----------------------------------------------

       end object.
       end class Operador.
