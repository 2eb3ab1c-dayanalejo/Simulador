           05  RCASucursalCuenta  PIC 9(2).
           05  RCAMancomunada     PIC X.
           05  RCAUmbralMancom    PIC 9(10)V99.
           05  RCAProducto        PIC X(4).

       FD RecTransacciones.
       01 rec-transacciones-file.
           05  RCTIdt            PIC 9(9).
           05  RCTFecha          PIC X(8).
           05  RCTHora           PIC X(4).
           05  RCTTipo           PIC 9.
                    PERFORM AplicarImagenCuenta
                  WHEN "T"
                    PERFORM AplicarImagenTransaccion
                  WHEN "X"
                    PERFORM AplicarBajaCuenta
      *LA MARCA DE INICIO DE UN CIERRE NO ES UNA IMAGEN, Y LOS
      *CLIENTES NO SE RECUPERAN DESDE EL JOURNAL
                  WHEN "C"
                    CONTINUE
                  WHEN "U"
                    CONTINUE
                  WHEN "Y"
                    CONTINUE
                  WHEN OTHER
                    DISPLAY "Imagen con archivo desconocido: "
                            JrnArchivo
            END-WRITE
            ADD 1 TO CuentasAplicadas.

      *UNA CUENTA ELIMINADA DESPUES DEL RESPALDO SE VUELVE A
      *ELIMINAR; SI YA NO ESTABA NO HAY NADA QUE HACER
       AplicarBajaCuenta.
            MOVE JrnImagen TO rec-accounts-file
            DELETE RecAccounts RECORD
              INVALID KEY
                CONTINUE
            END-DELETE
            ADD 1 TO CuentasAplicadas.

       AplicarImagenTransaccion.
            MOVE JrnImagen TO rec-transacciones-file
            WRITE rec-transacciones-file
