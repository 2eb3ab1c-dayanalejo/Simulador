       identification division.
       program-id. RentabilidadBatch.

       object section.
       class-control.
           rentabilidad is class "rentabilidad"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *RENTABILIDAD MENSUAL POR SUCURSAL PARA LA GERENCIA. SE CORRE
      *DESPUES DE LOS ESTADOS FINANCIEROS DEL MES, CON EL PERIODO
      *YA CERRADO
           77  Periodo           PIC X(6).
           77  FechaProceso      PIC X(8).
           77  TotalSucursales   PIC 9(4).
           01  PeriodoProceso.
               02  PPAnio        PIC 9(4).
               02  PPMes         PIC 99.
           77  NombreProceso     PIC X(20)
                                 VALUE "RENTABILIDAD".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-rentabilidad  object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE rentabilidad "New"
            RETURNING obj-rentabilidad.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            DISPLAY "Periodo (AAAAMM, en blanco el mes anterior"
            DISPLAY "a la fecha de proceso)"
            ACCEPT   Periodo.
            IF Periodo = SPACES THEN
               MOVE FechaProceso(1:6) TO PeriodoProceso
               IF PPMes = 1 THEN
                  SUBTRACT 1 FROM PPAnio
                  MOVE 12 TO PPMes
               ELSE
                  SUBTRACT 1 FROM PPMes
               END-IF
               MOVE PeriodoProceso TO Periodo
            END-IF.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            DISPLAY "====================================".
            DISPLAY "Rentabilidad por sucursal " Periodo.
            DISPLAY "====================================".

            INVOKE obj-rentabilidad "ReporteRentabilidadSucursal"
                                 using Periodo
                                 returning TotalSucursales.

            MOVE TotalSucursales TO RegistrosBit.
            IF TotalSucursales > 0 THEN
               MOVE "NORMAL" TO ResultadoBit
            ELSE
               DISPLAY "No se genero la rentabilidad"
               MOVE "CON ERROR" TO ResultadoBit
            END-IF.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
