       identification division.
       program-id. ExogenaBatch.

       object section.
       class-control.
           exogena      is class "exogena"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *INFORMACION EXOGENA ANUAL PARA LA AUTORIDAD TRIBUTARIA:
      *ARCHIVOS exogena_FFFF.txt POR FORMATO Y LISTADO DE CLIENTES
      *CON IDENTIFICACION INCOMPLETA. UNA VEZ CORREGIDOS LOS DATOS
      *SE CORRE DE NUEVO CON EL CONCEPTO 2 PARA REENVIAR EL FORMATO
           77  AnioGravable      PIC X(4).
           77  FormatoPedido     PIC 9(4).
           77  ConceptoEnvio     PIC 9.
           77  TotalIncompletos  PIC 9(5).
           77  TotalRegistros    PIC 9(7).
           77  NombreProceso     PIC X(20) VALUE "EXOGENA".
           77  FechaProceso      PIC X(8).
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-exogena       object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE exogena "New"
            RETURNING obj-exogena.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            DISPLAY "Ingrese el ano gravable (YYYY)"
            ACCEPT   AnioGravable.
            DISPLAY "Formato (1001, 1008, 1019, 1020; 0 = todos)"
            ACCEPT   FormatoPedido.
            DISPLAY "Concepto (1 = envio inicial, 2 = correccion)"
            ACCEPT   ConceptoEnvio.

            IF AnioGravable NOT NUMERIC
               OR (ConceptoEnvio NOT = 1 AND ConceptoEnvio NOT = 2)
               THEN
               DISPLAY "Parametros no validos"
            ELSE
               INVOKE obj-bitacora "AbrirCorrida"
                                    using NombreProceso FechaProceso
                                    returning BitacoraSeq

               DISPLAY "===================================="
               DISPLAY "Informacion exogena ano " AnioGravable
               DISPLAY "===================================="

               INVOKE obj-exogena "GenerarExogena"
                                    using AnioGravable
                                          FormatoPedido
                                          ConceptoEnvio
                                          TotalIncompletos
                                    returning TotalRegistros

               DISPLAY "------------------------------------"
               DISPLAY "Registros generados  : " TotalRegistros
               DISPLAY "Clientes incompletos : " TotalIncompletos
               DISPLAY "Ver exogena_inconsistencias.txt"

               MOVE TotalRegistros TO RegistrosBit
               IF TotalIncompletos > 0 THEN
                  MOVE "INCOMPLETO" TO ResultadoBit
               ELSE
                  MOVE "NORMAL" TO ResultadoBit
               END-IF
               INVOKE obj-bitacora "CerrarCorrida"
                                    using BitacoraSeq
                                          RegistrosBit
                                          ResultadoBit
                                    returning CierreBitOk
            END-IF.

           stop run.
