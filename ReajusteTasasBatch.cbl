       identification division.
       program-id. ReajusteTasasBatch.

       object section.
       class-control.
           prestamo     is class "prestamo"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *REAJUSTE DIARIO DE LOS PRESTAMOS DE TASA VARIABLE CUYA FECHA
      *DE REAJUSTE YA LLEGO. DEBE CORRER DESPUES DE CARGAR LAS TASAS
      *DE REFERENCIA DEL DIA Y ANTES DEL COBRO DE CUOTAS
           77  TotalReajustados  PIC 9(4).
           77  NombreProceso     PIC X(20) VALUE "REAJUSTE TASAS".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-prestamo      object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE prestamo "New"
            RETURNING obj-prestamo.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            DISPLAY "====================================".
            DISPLAY "Reajuste de prestamos a tasa variable".
            DISPLAY "====================================".

            INVOKE obj-prestamo "ReajustarTasasVariables"
                                 using FechaProceso
                                 returning TotalReajustados.

            DISPLAY "------------------------------------".
            DISPLAY "Prestamos reajustados: " TotalReajustados.

            MOVE TotalReajustados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
