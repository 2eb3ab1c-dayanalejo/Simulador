       identification division.
       program-id. CajillasBatch.

       object section.
       class-control.
           cajilla      is class "cajilla"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *CAJILLAS DE SEGURIDAD: EL COBRO DEL CANON ANUAL CORRE TODOS
      *LOS DIAS (COBRA LOS ANIVERSARIOS DEL DIA Y REINTENTA LOS
      *BLOQUEADOS); EL REPORTE DE OCUPACION E INGRESO CORRE AL
      *CIERRE DE CADA MES
           77  ModoTrabajo       PIC 9.
           77  FechaProceso      PIC X(8).
           77  MesReporte        PIC X(6).
           77  TodosContratos    PIC 9(6) VALUE 0.
           77  TotalCobrados     PIC 9(5).
           77  TotalBloqueados   PIC 9(5).
           77  TotalCajillas     PIC 9(5).
           77  NombreProceso     PIC X(20) VALUE "CAJILLAS".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           01  obj-cajilla       object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE cajilla "New"
            RETURNING obj-cajilla.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            MOVE 0 TO RegistrosBit.
            DISPLAY "(1) Cobro diario del canon de cajillas".
            DISPLAY "(2) Reporte mensual de ocupacion e ingreso".
            DISPLAY "-->" no advancing.
            ACCEPT  ModoTrabajo.

            EVALUATE ModoTrabajo
              WHEN 1
                DISPLAY "===================================="
                DISPLAY "Cobro del canon de cajillas " FechaProceso
                DISPLAY "===================================="
                INVOKE obj-cajilla "CobrarCanones"
                                     using FechaProceso
                                           TodosContratos
                                           TotalBloqueados
                                     returning TotalCobrados
                DISPLAY "------------------------------------"
                DISPLAY "Contratos cobrados   : " TotalCobrados
                DISPLAY "Contratos bloqueados : " TotalBloqueados
                DISPLAY "Detalle              : canon_cajillas.txt"
                MOVE TotalCobrados TO RegistrosBit
              WHEN 2
                DISPLAY "Ingrese el mes del reporte (YYYYMM)"
                ACCEPT  MesReporte
                DISPLAY "===================================="
                DISPLAY "Ocupacion de cajillas " MesReporte
                DISPLAY "===================================="
                INVOKE obj-cajilla "ReporteOcupacion"
                                     using MesReporte
                                           FechaProceso
                                     returning TotalCajillas
                DISPLAY "Reporte en cajillas_ocupacion.txt"
                MOVE TotalCajillas TO RegistrosBit
              WHEN OTHER
                DISPLAY "Opcion no valida"
            END-EVALUATE.

            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
