       identification division.
       program-id. EncajeBatch.

       object section.
       class-control.
           encaje       is class "encaje"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *ENCAJE BISEMANAL: CORRE AL CIERRE DEL ULTIMO DIA DEL PERIODO
      *DE CATORCE DIAS, CON EL SALDO EN EL BANCO CENTRAL QUE
      *TESORERIA TOMA DEL EXTRACTO DEL DIA. DEJA encaje_reporte.txt
      *PARA EL REGULADOR Y MARCA LA CORRIDA SI HAY DEFECTO
           77  FechaDesde        PIC X(8).
           77  FechaHasta        PIC X(8).
           77  DiasPeriodo       PIC 9(3) VALUE 13.
           77  SaldoBancoCentral PIC 9(14)V99.
           77  MontoDefecto      PIC 9(14)V99.
           77  Cumple            PIC 9.
           77  NombreProceso     PIC X(20) VALUE "ENCAJE".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-encaje        object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE encaje "New"
            RETURNING obj-encaje.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            DISPLAY "Primer dia del periodo de encaje (YYYYMMDD)"
            ACCEPT   FechaDesde.
            DISPLAY "Saldo en el banco central (2 decimales implicitos)"
            ACCEPT   SaldoBancoCentral.

            IF FechaDesde NOT NUMERIC THEN
               MOVE SPACES TO FechaHasta
            ELSE
               INVOKE obj-fechaproceso "CalcularFechaMasDias"
                                    using FechaDesde DiasPeriodo
                                    returning FechaHasta
            END-IF.

            IF FechaDesde NOT NUMERIC
               OR FechaHasta > FechaProceso THEN
               DISPLAY "El periodo no es valido o aun no termina"
            ELSE
               INVOKE obj-bitacora "AbrirCorrida"
                                    using NombreProceso FechaProceso
                                    returning BitacoraSeq

               DISPLAY "===================================="
               DISPLAY "Encaje del " FechaDesde " al " FechaHasta
               DISPLAY "===================================="

               INVOKE obj-encaje "CalcularEncaje"
                                    using FechaDesde
                                          FechaHasta
                                          FechaProceso
                                          SaldoBancoCentral
                                          MontoDefecto
                                    returning Cumple

               DISPLAY "------------------------------------"
               IF Cumple = 1 THEN
                  DISPLAY "Encaje cumplido"
                  MOVE "NORMAL" TO ResultadoBit
               ELSE
                  DISPLAY "DEFECTO DE ENCAJE: " MontoDefecto
                  MOVE "DEFECTO" TO ResultadoBit
               END-IF
               DISPLAY "Reporte: encaje_reporte.txt"

               MOVE 1 TO RegistrosBit
               INVOKE obj-bitacora "CerrarCorrida"
                                    using BitacoraSeq
                                          RegistrosBit
                                          ResultadoBit
                                    returning CierreBitOk
            END-IF.

           stop run.
