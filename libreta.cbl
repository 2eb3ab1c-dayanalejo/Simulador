      *CON EL SALDO QUE VIENE)
       01 libretas-file.
           05  LibCuenta     PIC X(9).
           05  LibUltimoIDT  PIC 9(9).
           05  LibSaldo      PIC S9(12)V99.
           05  LibLineas     PIC 9(3).

       FD LibTransacition.
       01 lib-transacition-file.
           05  LTIDT           PIC 9(9).
           05  LTFecha         PIC X(8).
           05  LTHora          PIC X(4).
           05  LTTipo          PIC 9.

       FD LibArchivo.
       01 lib-archivo-file.
           05  LASeq           PIC 9(9).
           05  LAIDT           PIC 9(9).
           05  LAFecha         PIC X(8).
           05  LAHora          PIC X(4).
           05  LATipo          PIC 9.
               88  NoHayMas    VALUE "N".
           77  HayPendiente    PIC X VALUE "S".
               88  SinPendiente VALUE "N".
           77  PunteroIDT      PIC 9(9).
           77  MenorIDT        PIC 9(9).
           77  FechaMov        PIC X(8).
           77  TipoMov         PIC 9.
           77  MontoMov        PIC 9(10)V99.
               WHEN 4 MOVE "INT" TO TipoTexto
               WHEN 5 MOVE "CHQ" TO TipoTexto
               WHEN 6 MOVE "RTN" TO TipoTexto
               WHEN 7 MOVE "GMF" TO TipoTexto
               WHEN 8 MOVE "REC" TO TipoTexto
               WHEN OTHER MOVE "MOV" TO TipoTexto
             END-EVALUATE
             IF TipoMov = 2 OR TipoMov = 4 THEN
