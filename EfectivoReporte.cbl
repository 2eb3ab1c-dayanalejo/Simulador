           working-storage section.
           77  UmbralBilletes    PIC 9(5).
           77  TotalFilas        PIC 9(4).
           77  TodasSucursales   PIC 9(3) VALUE 999.
           77  TotalEfectivo     PIC S9(14)V99.
           01  obj-dispensador   object reference.
           01  obj-reporte-nulo  object reference.

           procedure division.

            DISPLAY "Inventario de efectivo por terminal".
            DISPLAY "====================================".

            SET obj-reporte-nulo TO NULL.
            INVOKE obj-dispensador "ReporteEfectivo"
                                 using UmbralBilletes
                                       TodasSucursales
                                       TotalEfectivo
                                       obj-reporte-nulo
                                 returning TotalFilas.

            DISPLAY "------------------------------------".
            DISPLAY "Filas de inventario: " TotalFilas.
            DISPLAY "Valor del inventario: " TotalEfectivo.

           stop run.
