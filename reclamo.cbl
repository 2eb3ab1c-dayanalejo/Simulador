           05  RecIdCustomer   PIC 9(9).
      *TRANSACCION DISPUTADA: IDT SI AUN ESTA VIVA, ArcSeq SI YA
      *FUE ARCHIVADA (CERO EN EL CAMPO QUE NO APLIQUE)
           05  RecIDT          PIC 9(9).
           05  RecArcSeq       PIC 9(9).
           05  RecTexto        PIC X(40).
           05  RecFechaApertura PIC X(8).
           05  RecFechaCierre  PIC X(8).
               88  ReclamoRechazado     VALUE 3.
      *IDT DEL MOVIMIENTO DE AJUSTE GENERADO POR LA RESOLUCION A
      *FAVOR (CERO MIENTRAS NO HAYA AJUSTE)
           05  RecIDTAjuste    PIC 9(9).

       Method-ID. RegistrarReclamo.
      *>----------------------------------------------
        Linkage Section.
           77  LSRecId       PIC 9(5).
           77  LSIdCustomer  PIC 9(9).
           77  LSIDT         PIC 9(9).
           77  LSArcSeq      PIC 9(9).
           77  LSTexto       PIC X(40).
           77  LSFecha       PIC X(8).

        Linkage Section.
           77  LSRecId       PIC 9(5).
           77  LSIdCustomer  PIC 9(9).
           77  LSIDT         PIC 9(9).
           77  LSArcSeq      PIC 9(9).
           77  LSIDTAjuste   PIC 9(9).
           77  TomarOk       PIC 9.

       Procedure Division using  LSRecId
       Data Division.
        Linkage Section.
           77  LSRecId       PIC 9(5).
           77  LSIDTAjuste   PIC 9(9).
           77  RegistrarOk   PIC 9.

       Procedure Division using  LSRecId  LSIDTAjuste
