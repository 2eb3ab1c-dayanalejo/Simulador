       End Method BuscarBanco.
      *>----------------------------------------------

       Method-ID. ObtenerCodigoBanco.
      *>----------------------------------------------
      *CODIGO DE RUTA DEL BANCO ANTE LA CAMARA DE COMPENSACION
       Data Division.
        Linkage Section.
           77  LSIDB         PIC 9.
           77  LScodigo      PIC X(9).
           77  existeBanco   PIC 9.

       Procedure Division using  LSIDB
                                 LScodigo
                                 returning existeBanco.

          MOVE SPACES TO LScodigo
          OPEN INPUT Bank
            MOVE LSIDB TO IDB
            READ Bank
              KEY IS IDB
              INVALID KEY MOVE 0 TO existeBanco
              NOT INVALID KEY
                MOVE 1 TO existeBanco
                MOVE codigo OF registro TO LScodigo
            END-READ
            CLOSE Bank.

       End Method ObtenerCodigoBanco.
      *>----------------------------------------------

       Method-ID. ListarBancos.
      *>----------------------------------------------
       Data Division.
