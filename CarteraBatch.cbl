       object section.
       class-control.
           prestamo     is class "prestamo"
           cupo         is class "cupo"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           77  FechaCalificacion PIC X(8).
           77  ProvisionTotal    PIC 9(14)V99.
           77  TotalPrestamos    PIC 9(4).
           77  ProvisionCupos    PIC 9(14)V99.
           77  TotalCupos        PIC 9(4).
           77  NombreProceso     PIC X(20) VALUE "CARTERABATCH".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-prestamo      object reference.
           01  obj-cupo          object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

            INVOKE prestamo "New"
            RETURNING obj-prestamo.

            INVOKE cupo "New"
            RETURNING obj-cupo.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.


            DISPLAY "(1) Calificar la cartera (A-E)".
            DISPLAY "(2) Mantener la tabla de provisiones".
            DISPLAY "(3) Reporte de cartera castigada".
            DISPLAY "-->" no advancing.
            ACCEPT  ModoTrabajo.

                                     using FechaCalificacion
                                           ProvisionTotal
                                     returning TotalPrestamos
      *LOS CUPOS ROTATIVOS SE CALIFICAN CON LA MISMA TABLA; LA
      *PROVISION DEL MES ES LA DE AMBAS CARTERAS
                DISPLAY "===================================="
                DISPLAY "Calificacion de cupos rotativos"
                DISPLAY "===================================="
                INVOKE obj-cupo "CalificarCupos"
                                     using FechaCalificacion
                                           ProvisionCupos
                                     returning TotalCupos
                ADD TotalCupos TO TotalPrestamos
                ADD ProvisionCupos TO ProvisionTotal
                DISPLAY "------------------------------------"
                DISPLAY "Provision total de la cartera: "
                        ProvisionTotal
              WHEN 2
                INVOKE obj-prestamo "MantenerProvisiones"
              WHEN 3
                INVOKE obj-prestamo "ReporteCastigos"
                                     using FechaCalificacion
                                     returning TotalPrestamos
              WHEN OTHER
                DISPLAY "Opcion no valida"
            END-EVALUATE.
