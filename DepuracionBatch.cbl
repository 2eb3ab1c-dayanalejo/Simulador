       identification division.
       program-id. DepuracionBatch.

       object section.
       class-control.
           depuracion   is class "depuracion"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *DEPURACION DE HISTORIA: CORRE UNA VEZ AL ANO. PASA A
      *depurado_AAAAMMDD.seq LO QUE CUMPLIO SU PLAZO DE RETENCION,
      *LO BORRA DE LOS ARCHIVOS VIVOS Y DEJA EL CATALOGO Y EL
      *INFORME depuracion_historia.txt. OPERACIONES BAJA EL ARCHIVO
      *DEPURADO A MEDIO EXTERNO
           77  FechaProceso      PIC X(8).
           77  TotalDepurados    PIC 9(7).
           77  TotalRetenidos    PIC 9(7).
           77  NombreProceso     PIC X(20) VALUE "DEPURACIONHISTORIA".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-depuracion    object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE depuracion "New"
            RETURNING obj-depuracion.

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
            DISPLAY "Depuracion de historia " FechaProceso.
            DISPLAY "====================================".

            INVOKE obj-depuracion "DepurarHistoria"
                                 using FechaProceso
                                       TotalRetenidos
                                 returning TotalDepurados.

            DISPLAY "------------------------------------".
            DISPLAY "Registros depurados  : " TotalDepurados.
            DISPLAY "Retenidos por ley    : " TotalRetenidos.
            DISPLAY "Informe              : depuracion_historia.txt".

            MOVE TotalDepurados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
