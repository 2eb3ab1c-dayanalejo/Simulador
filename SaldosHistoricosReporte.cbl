       identification division.
       program-id. SaldosHistoricosReporte.

       object section.
       class-control.
           saldohistorico is class "saldohistorico"
           fechaproceso   is class "fechaproceso".

           data division.
           working-storage section.
      *SALDO DE CADA CUENTA AL CIERRE DE UNA FECHA Y SU SALDO
      *PROMEDIO DIARIO EN UN PERIODO, DESDE EL HISTORICO DE SALDOS
           77  FechaSaldo        PIC X(8).
           77  FechaDesde        PIC X(8).
           77  FechaHasta        PIC X(8).
           77  FechaProceso      PIC X(8).
           77  TotalCuentas      PIC 9(6).
           01  obj-saldohistorico object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE saldohistorico "New"
            RETURNING obj-saldohistorico.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            DISPLAY "Fecha del saldo (YYYYMMDD, en blanco la ultima"
            DISPLAY "fecha cerrada)"
            ACCEPT   FechaSaldo.
            IF FechaSaldo = SPACES THEN
               MOVE FechaProceso TO FechaSaldo
            END-IF.

            DISPLAY "Promedio desde (YYYYMMDD)"
            ACCEPT   FechaDesde.
            DISPLAY "Promedio hasta (YYYYMMDD)"
            ACCEPT   FechaHasta.
            IF FechaHasta = SPACES THEN
               MOVE FechaSaldo TO FechaHasta
            END-IF.

            DISPLAY "====================================".
            DISPLAY "Saldos historicos al " FechaSaldo.
            DISPLAY "====================================".

            INVOKE obj-saldohistorico "ReporteSaldosHistoricos"
                                 using FechaSaldo
                                       FechaDesde
                                       FechaHasta
                                 returning TotalCuentas.

            DISPLAY "Cuentas listadas: " TotalCuentas.
            DISPLAY "Reporte en saldos_historicos.txt".

           stop run.
