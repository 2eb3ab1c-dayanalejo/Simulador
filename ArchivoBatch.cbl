                                 returning BitacoraSeq.

            INVOKE obj-transacition "ArchivarTransacciones"
                                  using FechaBitacora
                                  returning TotalArchivadas.

            DISPLAY "Transacciones archivadas: " TotalArchivadas.
