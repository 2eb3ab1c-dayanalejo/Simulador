       identification division.
       program-id. TrasladoSucursalBatch.

       object section.
       class-control.
           trasladosucursal is class "trasladosucursal"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *TRASLADOS DE SUCURSAL: CORRE AL CIERRE Y EJECUTA LOS
      *TRASLADOS AUTORIZADOS CUYA FECHA EFECTIVA YA LLEGO. DEJA LA
      *CONCILIACION ANTES/DESPUES EN traslado_sucursal.txt
           77  FechaProceso      PIC X(8).
           77  TotalEjecutados   PIC 9(3).
           77  NombreProceso     PIC X(20) VALUE "TRASLADOSUCURSAL".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-trasladosucursal object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE trasladosucursal "New"
            RETURNING obj-trasladosucursal.

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
            DISPLAY "Traslados de sucursal " FechaProceso.
            DISPLAY "====================================".

            INVOKE obj-trasladosucursal "EjecutarTraslados"
                                 using FechaProceso
                                 returning TotalEjecutados.

            DISPLAY "------------------------------------".
            DISPLAY "Traslados ejecutados : " TotalEjecutados.
            DISPLAY "Conciliacion         : traslado_sucursal.txt".

            MOVE TotalEjecutados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
