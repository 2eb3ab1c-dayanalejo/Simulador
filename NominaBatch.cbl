           77  TotalEmpleadores  PIC 9(4).
           77  TotalAcreditados  PIC 9(6).
           77  TotalRechazados   PIC 9(6).
           77  TotalPuente       PIC 9(6).
           77  NombreProceso     PIC X(20) VALUE "NOMINABATCH".
           77  FechaBitacora     PIC X(8).
           77  BitacoraSeq       PIC 9(6).
               INVOKE obj-nomina "ProcesarNomina"
                                    using EmpleadorId
                                          TotalRechazados
                                          TotalPuente
                                    returning TotalAcreditados

               DISPLAY "------------------------------------"
               DISPLAY "Empleados acreditados: " TotalAcreditados
               DISPLAY "Lineas rechazadas    : " TotalRechazados
               DISPLAY "Lineas en puente     : " TotalPuente
               IF TotalRechazados > 0 THEN
                  DISPLAY "Los rechazos quedaron en"
                  DISPLAY "nomina_rechazos.dat con su motivo"
