           SELECT ResDebitcard ASSIGN TO "debitcard.dat"
           organization is indexed
           access is dynamic
           record key is RDCNumero.

           SELECT ResBank ASSIGN TO "bank.dat"
           organization is indexed
           05  RACSucursalCuenta  PIC 9(2).
           05  RACMancomunada     PIC X.
           05  RACUmbralMancom    PIC 9(10)V99.
           05  RACProducto        PIC X(4).

       FD ResCustomer.
       01 res-customer-file.

       FD ResDebitcard.
       01 res-debitcard-file.
           05  RDCNumero         PIC X(10).
           05  RDCIdBank         PIC 9.
           05  RDCPin            PIC 9(4).

       FD ResTransacciones.
       01 res-transacciones-file.
           05  RTRIdt            PIC 9(9).
           05  RTRFecha          PIC X(8).
           05  RTRHora           PIC X(4).
           05  RTRTipo           PIC 9.

       FD ResArchivo.
       01 res-archivo-file.
           05  RARSeq            PIC 9(9).
           05  RARIdt            PIC 9(9).
           05  RARFecha          PIC X(8).
           05  RARHora           PIC X(4).
           05  RARTipo           PIC 9.
       77  FechaMasVieja     PIC X(8).
       77  RecorriendoFechas PIC X.
       77  HayMasCat         PIC X.
      *"S" MIENTRAS LA REAPERTURA DEL CIERRE RESTAURA SOLO LOS
      *ARCHIVOS QUE EL CIERRE MODIFICA: CUENTAS, TRANSACCIONES Y
      *ARCHIVO HISTORICO (1, 5 Y 6)
       77  SoloArchivosCierre PIC X VALUE "N".

       procedure division.

             MOVE 0   TO RestaurarOk
             MOVE "S" TO VerificacionOk
             MOVE 1 TO IndArchivo
             PERFORM RestaurarSiCorresponde UNTIL IndArchivo > 7

             IF VerificacionOk = "S" THEN
                MOVE 1 TO RestaurarOk
                DISPLAY "catalogo, revise los archivos"
             END-IF.

       RestaurarSiCorresponde.
             IF SoloArchivosCierre = "S" AND IndArchivo NOT = 1
                AND IndArchivo NOT = 5 AND IndArchivo NOT = 6 THEN
                ADD 1 TO IndArchivo
             ELSE
                PERFORM RestaurarUnArchivo
             END-IF.

       RestaurarUnArchivo.
             INVOKE "ArmarNombre" using LSFecha IndArchivo
             MOVE 0   TO RegistrosRest
       End Method RestaurarGeneracion.
      *>----------------------------------------------

       Method-ID. GeneracionDisponible.
      *>----------------------------------------------
      *DEVUELVE 1 SI EL CATALOGO TIENE LA GENERACION DE LA FECHA
      *CON LOS ARCHIVOS QUE EL CIERRE MODIFICA (1, 5 Y 6)
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  ArchivosHallados PIC 9 VALUE 0.

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  Disponible    PIC 9.

       Procedure Division using  LSFecha
                                 returning Disponible.

             MOVE 0   TO Disponible
             MOVE 0   TO ArchivosHallados
             MOVE "S" TO HayMas
             OPEN INPUT Catalogo
             PERFORM ContarArchivoCierreSiguiente UNTIL NoHayMas
             CLOSE Catalogo
             IF ArchivosHallados = 3 THEN
                MOVE 1 TO Disponible
             END-IF.

       ContarArchivoCierreSiguiente.
             READ Catalogo NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF CatFecha = LSFecha AND
                    (CatArchivo = 1 OR CatArchivo = 5
                                    OR CatArchivo = 6) THEN
                    ADD 1 TO ArchivosHallados
                 END-IF
             END-READ.

       End Method GeneracionDisponible.
      *>----------------------------------------------

       Method-ID. RestaurarArchivosCierre.
      *>----------------------------------------------
      *REAPERTURA DEL CIERRE: RESTAURA DE LA GENERACION DE LA FECHA
      *SOLO CUENTAS, TRANSACCIONES Y ARCHIVO HISTORICO, CON LA
      *MISMA VERIFICACION CONTRA EL CATALOGO. LOS DEMAS ARCHIVOS NO
      *LOS TOCA EL CIERRE Y CONSERVAN LOS CAMBIOS DEL DIA
       Data Division.
        Linkage Section.
           77  LSFecha       PIC X(8).
           77  RestaurarOk   PIC 9.

       Procedure Division using  LSFecha
                                 returning RestaurarOk.

             MOVE "S" TO SoloArchivosCierre
             INVOKE "RestaurarGeneracion" using LSFecha
                                         returning RestaurarOk
             MOVE "N" TO SoloArchivosCierre.

       End Method RestaurarArchivosCierre.
      *>----------------------------------------------

       end object.
       end class Respaldo.
