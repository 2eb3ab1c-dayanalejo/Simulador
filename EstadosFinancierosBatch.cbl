       identification division.
       program-id. EstadosFinancierosBatch.

       object section.
       class-control.
           contabilidad is class "contabilidad"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *CIERRE CONTABLE DEL MES: BALANCE GENERAL Y ESTADO DE
      *RESULTADOS CON COMPARATIVO DEL MES ANTERIOR. SE CORRE CON LA
      *FECHA DE PROCESO EN EL PRIMER DIA DEL MES SIGUIENTE
           77  Periodo           PIC X(6).
           77  FechaProceso      PIC X(8).
           77  EstadosOk         PIC 9.
           01  PeriodoProceso.
               02  PPAnio        PIC 9(4).
               02  PPMes         PIC 99.
           77  NombreProceso     PIC X(20)
                                 VALUE "ESTADOSFINANCIEROS".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-contabilidad  object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE contabilidad "New"
            RETURNING obj-contabilidad.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            DISPLAY "Periodo a cerrar (AAAAMM, en blanco el mes"
            DISPLAY "anterior a la fecha de proceso)"
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
            DISPLAY "Estados financieros del periodo " Periodo.
            DISPLAY "====================================".

            INVOKE obj-contabilidad "GenerarEstadosFinancieros"
                                 using Periodo
                                       FechaProceso
                                 returning EstadosOk.

            MOVE EstadosOk TO RegistrosBit.
            IF EstadosOk = 1 THEN
               MOVE "NORMAL" TO ResultadoBit
            ELSE
               DISPLAY "El periodo no se cerro"
               MOVE "CON ERROR" TO ResultadoBit
            END-IF.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
