       FD ControlHits.
      *COLA DE COINCIDENCIAS CONTRA LA LISTA: LA OPERACION QUE LAS
      *ORIGINO QUEDA BLOQUEADA HASTA QUE CUMPLIMIENTO LA AUTORIZA
      *O LA RECHAZA. ALT=ALTA DE CLIENTE, TRF=TRANSFERENCIA,
      *GIR=GIRO DEL EXTERIOR
       01 control-hits-file.
           05  HitId            PIC 9(5).
           05  HitFecha         PIC X(8).
