       identification division.
       program-id. BodegaDatosBatch.

       object section.
       class-control.
           bodegadatos     is class "bodegadatos"
           bitacora        is class "bitacora"
           fechaproceso    is class "fechaproceso".

           data division.
           working-storage section.
      *EXTRACTO NOCTURNO DE CAMBIOS PARA LA BODEGA DE DATOS:
      *CLIENTES, CUENTAS Y MOVIMIENTOS DEL DIA COMO ALTAS,
      *ACTUALIZACIONES Y BORRADOS. TOMA LOS CAMBIOS DEL JOURNAL,
      *POR LO QUE DEBE CORRER ANTES DEL RESPALDO QUE LO RENUEVA
           77  TipoCorrida       PIC X.
               88  CorridaNocturna     VALUE "N".
               88  CorridaRegeneracion VALUE "R".
               88  CorridaCargaInicial VALUE "C".
           77  FechaProceso      PIC X(8).
           77  FechaExtracto     PIC X(8).
           77  NombreArchivo     PIC X(30).
           77  Secuencia         PIC 9(6).
           77  TotalRegistros    PIC 9(7).
           77  TotalLlaves       PIC 9(7).
           77  NombreProceso     PIC X(20)
                                 VALUE "EXTRACTO BODEGA".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-bodegadatos   object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE bodegadatos "New"
            RETURNING obj-bodegadatos.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            DISPLAY "Extracto nocturno (N), regenerar un dia (R)"
            DISPLAY "o carga inicial de llaves (C)"
            ACCEPT   TipoCorrida.
            IF CorridaRegeneracion THEN
               DISPLAY "Fecha del extracto a regenerar (AAAAMMDD)"
               ACCEPT   FechaExtracto
            ELSE
            IF NOT CorridaCargaInicial THEN
               MOVE "N" TO TipoCorrida
               MOVE FechaProceso TO FechaExtracto
            END-IF
            END-IF.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            DISPLAY "====================================".
            DISPLAY "Extracto de cambios para la bodega".
            DISPLAY "====================================".

      *LA CARGA INICIAL VA UNA SOLA VEZ, CUANDO LA BODEGA RECIBE
      *LA COPIA COMPLETA DE LOS MAESTROS
            IF CorridaCargaInicial THEN
               INVOKE obj-bodegadatos "CargarLlavesIniciales"
                                 using FechaProceso
                                 returning TotalLlaves
               DISPLAY "Llaves registradas: " TotalLlaves
               MOVE TotalLlaves TO RegistrosBit
               MOVE "NORMAL" TO ResultadoBit
            ELSE
               MOVE SPACES TO NombreArchivo
               STRING "bodega_" FechaExtracto ".txt"
                      DELIMITED BY SIZE INTO NombreArchivo
               END-STRING
               INVOKE obj-bodegadatos "GenerarExtracto"
                                 using FechaExtracto
                                       TipoCorrida
                                       FechaProceso
                                       NombreArchivo
                                       Secuencia
                                 returning TotalRegistros
               IF Secuencia = 0 THEN
                  DISPLAY "No se genero el extracto"
                  MOVE 0 TO RegistrosBit
                  MOVE "CON ERROR" TO ResultadoBit
               ELSE
                  DISPLAY "------------------------------------"
                  DISPLAY "Fecha del extracto : " FechaExtracto
                  DISPLAY "Secuencia          : " Secuencia
                  DISPLAY "Registros          : " TotalRegistros
                  DISPLAY "Extracto en " NombreArchivo
                  DISPLAY "Control en bodega_control.txt"
                  MOVE TotalRegistros TO RegistrosBit
                  MOVE "NORMAL" TO ResultadoBit
               END-IF
            END-IF.

            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
