           SELECT TarjetasCuenta ASSIGN TO "tarjetas_cuenta.dat"
           organization is indexed
           access is dynamic
           record key is TCId
           alternate record key is TCNumeroTarjeta with duplicates.

           SELECT TarjetaUsos ASSIGN TO "tarjeta_usos.dat"
           organization is indexed
           access is dynamic
           record key is TUId
           alternate record key is TUNumeroTarjeta with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD TarjetaUsos.
      *CONSTANCIA DE QUE TARJETA OPERO CADA MOVIMIENTO DE UNA
      *CUENTA CON VARIAS TARJETAS. EL MONTO Y EL TERMINAL
      *ALIMENTAN EL CONTROL DE VELOCIDAD DE USO (FRAUDE). AMBOS
      *ARCHIVOS SE LEEN POR EL NUMERO DE TARJETA, LA LLAVE DEL
      *MAESTRO DE TARJETAS
       01 tarjeta-usos-file.
           05  TUId            PIC 9(5).
           05  TUFecha         PIC X(8).
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  IDCTarjeta    PIC X(10).
           77  existeTarjeta PIC 9.
           77  EstadoTarjeta PIC 9.
           77  PINOk         PIC 9.
      *ADICIONAL, DEVUELVE LA CUENTA A LA QUE ESTA VINCULADA Y EL
      *TITULAR QUE LA PORTA
       Data Division.
        Linkage Section.
           77  LSNumero      PIC X(10).
           77  LSCuenta      PIC X(9).

             MOVE 0      TO LSTitular
             MOVE SPACES TO LSCuenta
             OPEN INPUT TarjetasCuenta
             MOVE LSNumero TO TCNumeroTarjeta
             READ TarjetasCuenta
               KEY IS TCNumeroTarjeta
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE TCCuenta  TO LSCuenta
                 MOVE TCTitular TO LSTitular
             END-READ
             CLOSE TarjetasCuenta.

       End Method ObtenerCuentaDeTarjeta.
      *>----------------------------------------------

      *RENOVACION DE TARJETAS: EL VINCULO DE UNA TARJETA ADICIONAL
      *PASA A APUNTAR AL PLASTICO DE REEMPLAZO
       Data Division.
        Linkage Section.
           77  LSNumeroViejo PIC X(10).
           77  LSNumeroNuevo PIC X(10).
                                 returning ReemplazoOk.

             MOVE 0   TO ReemplazoOk
             OPEN I-O TarjetasCuenta
             MOVE LSNumeroViejo TO TCNumeroTarjeta
             READ TarjetasCuenta
               KEY IS TCNumeroTarjeta
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE LSNumeroNuevo TO TCNumeroTarjeta
                 REWRITE tarjetas-cuenta-file
                 END-REWRITE
                 MOVE 1   TO ReemplazoOk
             END-READ
             CLOSE TarjetasCuenta.

       End Method ReemplazarVinculo.
      *>----------------------------------------------

        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  IDCTarjeta    PIC X(10).
           77  existeTarjeta PIC 9.
           77  SetEstadoOk   PIC 9.
           01  obj-debitcard object reference.
