       class-control.
           accounts     is class "accounts"
           bitacora     is class "bitacora"
           proteccion   is class "proteccion"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *LAS TASAS SE LEEN DEL MAESTRO DE TASAS (tasas.dat)
           77  TotalCobradas     PIC 9(4).
           77  TotalBarridas     PIC 9(4).
           77  NombreProceso     PIC X(20) VALUE "SOBREGIROBATCH".
           77  FechaBitacora     PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           01  obj-accounts      object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.
           01  obj-proteccion    object reference.

           procedure division.

                                 using NombreProceso FechaBitacora
                                 returning BitacoraSeq.

      *ANTES DEL INTERES, LAS CORRIENTES CON PROTECCION QUE ESTEN EN
      *ROJO TRAEN EL FALTANTE DE SU CUENTA DE AHORROS VINCULADA
            INVOKE proteccion "New"
            RETURNING obj-proteccion.

            INVOKE obj-proteccion "BarrerSobregiros"
                                 using FechaBitacora
                                 returning TotalBarridas.

            DISPLAY "Corrientes cubiertas desde la cuenta de ahorros"
                    ": " TotalBarridas.

            INVOKE obj-accounts "CobrarInteresSobregiro"
                                 returning TotalCobradas.

