                                 using NombreProceso FechaBitacora
                                 returning BitacoraSeq.

      *CADA PRODUCTO DEL CATALOGO TRAE SU PROPIA CUOTA; EL
      *TARIFARIO GENERAL SOLO SE COBRA A LAS CUENTAS CORRIENTES CUYO
      *PRODUCTO NO ESTA EN EL CATALOGO
            DISPLAY "Ingrese la cuota de manejo del tarifario general"
            DISPLAY "(0 = cobrar solo las cuotas del catalogo)"
            ACCEPT   CuotaManejo.
            DISPLAY "Ingrese el saldo desde el cual la cuota se"
            DISPLAY "exonera"
            ACCEPT   UmbralExonera.

            DISPLAY "====================================".
            DISPLAY "Recaudo de cuota de manejo".
            DISPLAY "====================================".

            INVOKE obj-accounts "CobrarCuotaManejo"
                                 using CuotaManejo
                                       UmbralExonera
                                       TotalExoneradas
                                 returning TotalCobradas.

            DISPLAY "------------------------------------".
            DISPLAY "Cuentas cobradas   : " TotalCobradas.
            DISPLAY "Cuentas exoneradas : " TotalExoneradas.

            MOVE TotalCobradas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
