       identification division.
       program-id. DevolucionesContactoBatch.

       object section.
       class-control.
           devolucioncontacto is class "devolucioncontacto"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *DEVOLUCIONES DE CONTACTO: CORRE CADA VEZ QUE LLEGA EL ARCHIVO
      *devoluciones_contacto.dat DE LA CASA DE CORREO O DEL PROVEEDOR
      *DE MENSAJES. MARCA LOS DATOS DEVUELTOS EN EL PERFIL DE CADA
      *CLIENTE Y SACA EL LISTADO POR SUCURSAL contactar_sucursal.txt
           77  FechaProceso      PIC X(8).
           77  TotalAplicadas    PIC 9(5).
           77  TotalContactar    PIC 9(5).
           77  NombreProceso     PIC X(20) VALUE "DEVOLUCIONCONTACTO".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-devolucion    object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE devolucioncontacto "New"
            RETURNING obj-devolucion.

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
            DISPLAY "Devoluciones de contacto " FechaProceso.
            DISPLAY "====================================".

            INVOKE obj-devolucion "ProcesarDevoluciones"
                                 using FechaProceso
                                 returning TotalAplicadas.

            INVOKE obj-devolucion "ListarContactoSucursal"
                                 using FechaProceso
                                 returning TotalContactar.

            DISPLAY "------------------------------------".
            DISPLAY "Devoluciones aplicadas: " TotalAplicadas.
            DISPLAY "Clientes a contactar  : " TotalContactar.
            DISPLAY "Detalle               : devoluciones_contacto.txt".
            DISPLAY "Listado sucursales    : contactar_sucursal.txt".

            MOVE TotalAplicadas TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
