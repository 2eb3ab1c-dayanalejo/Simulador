           working-storage section.
           77  TotalAplicados    PIC 9(6).
           77  TotalDevueltos    PIC 9(6).
           77  TotalPuente       PIC 9(6).
           77  NombreProceso     PIC X(20)
                                 VALUE "CREDITOSENTRANTES".
           77  FechaBitacora     PIC X(8).

            INVOKE obj-creditoentrante "ProcesarCreditosEntrantes"
                                 using TotalDevueltos
                                       TotalPuente
                                 returning TotalAplicados.

            DISPLAY "------------------------------------".
            DISPLAY "Abonos aplicados : " TotalAplicados.
            DISPLAY "Abonos devueltos : " TotalDevueltos.
            DISPLAY "Abonos en puente : " TotalPuente.
            DISPLAY "Las devoluciones quedaron en".
            DISPLAY "interbancarias_devoluciones.dat".

