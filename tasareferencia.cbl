      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. TasaReferencia as "tasareferencia"
                 inherits from base.

       object section.
       class-control.
           tasareferencia is class "tasareferencia".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TasasReferencia ASSIGN TO "tasas_referencia.dat"
           organization is indexed
           access is dynamic
           record key is TrId.

       DATA DIVISION.
       FILE SECTION.
       FD TasasReferencia.
      *TASAS DE REFERENCIA DEL MERCADO (IBR, DTF) PARA LOS
      *PRESTAMOS DE TASA VARIABLE: UNA FILA POR INDICE Y FECHA DE
      *VIGENCIA (DESDE), EXPRESADA COMO TASA MENSUAL. EL VALOR DEL
      *INDICE A UNA FECHA ES LA FILA DE ESE INDICE YA VIGENTE CON
      *LA FECHA DE VIGENCIA MAS RECIENTE
       01 tasas-referencia-file.
           05  TrId            PIC 9(4).
           05  TrIndice        PIC X(4).
           05  TrFechaDesde    PIC X(8).
           05  TrTasaMensual   PIC 9V9999.

       Method-ID. GuardarTasaReferencia.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxTrId       PIC 9(4) VALUE 0.

        Linkage Section.
           77  LSTrId        PIC 9(4).
           77  LSIndice      PIC X(4).
           77  LSFechaDesde  PIC X(8).
           77  LSTasa        PIC 9V9999.

       Procedure Division using  LSIndice
                                 LSFechaDesde
                                 LSTasa
                                 returning LSTrId.

      *BUSCAR EL MAYOR TrId YA ASIGNADO PARA GENERAR EL SIGUIENTE
             MOVE "S" TO HayMas
             OPEN I-O TasasReferencia
             PERFORM BuscarMaxTrId UNTIL NoHayMas
             CLOSE TasasReferencia.

             OPEN I-O TasasReferencia
             COMPUTE TrId = MaxTrId + 1
             MOVE TrId         TO LSTrId
             MOVE LSIndice     TO TrIndice
             MOVE LSFechaDesde TO TrFechaDesde
             MOVE LSTasa       TO TrTasaMensual
             WRITE tasas-referencia-file
             END-WRITE
             CLOSE TasasReferencia.

       BuscarMaxTrId.
             READ TasasReferencia NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF TrId > MaxTrId THEN
                    MOVE TrId TO MaxTrId
                 END-IF
             END-READ.

       End Method GuardarTasaReferencia.
      *>----------------------------------------------

       Method-ID. ListarTasasReferencia.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  TotalTasas    PIC 9(4).

       Procedure Division returning TotalTasas.

             MOVE 0   TO TotalTasas
             MOVE "S" TO HayMas
             OPEN INPUT TasasReferencia
             PERFORM ListarTasaReferenciaSig UNTIL NoHayMas
             CLOSE TasasReferencia.

       ListarTasaReferenciaSig.
             READ TasasReferencia NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 DISPLAY TrId " " TrIndice
                         " vigente desde " TrFechaDesde
                         " tasa mensual " TrTasaMensual
                 ADD 1 TO TotalTasas
             END-READ.

       End Method ListarTasasReferencia.
      *>----------------------------------------------

       Method-ID. ObtenerTasaReferencia.
      *>----------------------------------------------
      *DEVUELVE EL VALOR DE UN INDICE A UNA FECHA: LA FILA DEL
      *INDICE YA VIGENTE CON LA FECHA DE VIGENCIA MAS RECIENTE. SI
      *EL INDICE NO TIENE NINGUNA FILA VIGENTE DEVUELVE CERO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MejorFecha    PIC X(8).

        Linkage Section.
           77  LSIndice      PIC X(4).
           77  LSFecha       PIC X(8).
           77  LSTasa        PIC 9V9999.

       Procedure Division using  LSIndice
                                 LSFecha
                                 returning LSTasa.

             MOVE 0      TO LSTasa
             MOVE SPACES TO MejorFecha
             MOVE "S"    TO HayMas
             OPEN INPUT TasasReferencia
             PERFORM EvaluarTasaReferenciaSig UNTIL NoHayMas
             CLOSE TasasReferencia.

       EvaluarTasaReferenciaSig.
             READ TasasReferencia NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF TrIndice = LSIndice
                    AND TrFechaDesde NOT > LSFecha
                    AND TrFechaDesde NOT < MejorFecha THEN
                    MOVE TrFechaDesde  TO MejorFecha
                    MOVE TrTasaMensual TO LSTasa
                 END-IF
             END-READ.

       End Method ObtenerTasaReferencia.
      *>----------------------------------------------

       end object.
       end class TasaReferencia.
