       End Method ValidarFirmante.
      *>----------------------------------------------

       Method-ID. ModalidadFirmante.
      *>----------------------------------------------
      *MODALIDAD CON QUE FIRMA LA PERSONA EN LA CUENTA: 1 INDIVIDUAL,
      *2 CONJUNTA, CERO SI NO ES FIRMANTE VIGENTE
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSCuenta      PIC X(9).
           77  LSIdentificacion PIC 9(9).
           77  LSModalidad   PIC 9.

       Procedure Division using  LSCuenta
                                 LSIdentificacion
                                 returning LSModalidad.

             MOVE 0   TO LSModalidad
             MOVE "S" TO HayMas
             OPEN INPUT Firmantes
             PERFORM BuscarModalidadSiguiente UNTIL NoHayMas
             CLOSE Firmantes.

       BuscarModalidadSiguiente.
             READ Firmantes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF FirCuenta = LSCuenta
                    AND FirIdentificacion = LSIdentificacion
                    AND FirmanteVigente THEN
                    MOVE FirModalidad TO LSModalidad
                    MOVE "N" TO HayMas
                 END-IF
             END-READ.

       End Method ModalidadFirmante.
      *>----------------------------------------------

       Method-ID. ContarFirmantesVigentes.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSCuenta      PIC X(9).
           77  TotalVigentes PIC 9(4).

       Procedure Division using  LSCuenta
                                 returning TotalVigentes.

             MOVE 0   TO TotalVigentes
             MOVE "S" TO HayMas
             OPEN INPUT Firmantes
             PERFORM ContarFirmanteSiguiente UNTIL NoHayMas
             CLOSE Firmantes.

       ContarFirmanteSiguiente.
             READ Firmantes NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF FirCuenta = LSCuenta
                    AND FirmanteVigente THEN
                    ADD 1 TO TotalVigentes
                 END-IF
             END-READ.

       End Method ContarFirmantesVigentes.
      *>----------------------------------------------

       end object.
       end class Firmante.
