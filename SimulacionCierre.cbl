       identification division.
       program-id. SimulacionCierre.

       object section.
       class-control.
           cierre       is class "cierre"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *CORRIDA DE PRUEBA DEL CIERRE ANTES DEL REAL (FIN DE MES,
      *CAMBIOS DE TASA): PROYECTA LOS RESULTADOS SIN GRABAR NADA
           77  FechaCierre       PIC X(8).
           77  SimulacionOk      PIC 9.
           01  obj-cierre        object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE cierre "New"
            RETURNING obj-cierre.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaCierre.

            DISPLAY "Fecha de negocio a simular: " FechaCierre.

            INVOKE obj-cierre "SimularCierre"
                                 using FechaCierre
                                 returning SimulacionOk.

            IF SimulacionOk = 0 THEN
               DISPLAY "La simulacion encontro problemas que"
               DISPLAY "detendrian el cierre real"
            END-IF.

           stop run.
