       End Method BuscarSucursal.
      *>----------------------------------------------

       Method-ID. SucursalSiguiente.
      *>----------------------------------------------
      *RECORRIDO DEL MAESTRO EN ORDEN DE CODIGO: DEVUELVE LA
      *SUCURSAL QUE SIGUE A LA INDICADA CON SU NOMBRE, O CERO
      *CUANDO YA NO HAY MAS
       Data Division.
        Linkage Section.
           77  LSSucActual     PIC 9(2).
           77  LSNombre        PIC X(15).
           77  LSSucSiguiente  PIC 9(2).

       Procedure Division using  LSSucActual
                                 LSNombre
                                 returning LSSucSiguiente.

          MOVE 0      TO LSSucSiguiente
          MOVE SPACES TO LSNombre
          OPEN INPUT Sucursales
            MOVE LSSucActual TO SucId
            START Sucursales KEY IS > SucId
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                READ Sucursales NEXT RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    MOVE SucId     TO LSSucSiguiente
                    MOVE SucNombre TO LSNombre
                END-READ
            END-START
          CLOSE Sucursales.

       End Method SucursalSiguiente.
      *>----------------------------------------------

       end object.
       end class Sucursal.
