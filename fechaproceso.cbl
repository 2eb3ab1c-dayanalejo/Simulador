
       object section.
       class-control.
           parametro    is class "parametro"
           calendario   is class "calendario"
           fechaproceso is class "fechaproceso".

       working-storage section.
       End Method CalcularFechaMasDias.
      *>----------------------------------------------

       Method-ID. GetFechaContable.
      *>----------------------------------------------
      *FECHA CONTABLE DE UNA OPERACION SEGUN SU HORA: ANTES DE LA
      *HORA DE CORTE (PARAMETRO HORACORTE, EN HHMM) ES LA FECHA DE
      *NEGOCIO; DESDE LA HORA DE CORTE ES EL DIA HABIL SIGUIENTE
      *DEL CALENDARIO, COMO CUENTAN LOS DIAS LAS CONTRAPARTES DE LA
      *LIQUIDACION. SIN FILA VIGENTE NO HAY CORTE
       Data Division.
        Local-Storage Section.
           77  CodigoCorte       PIC X(12) VALUE "HORACORTE".
           77  ValorParametro    PIC 9(12)V99.
           77  HoraCorte         PIC 9(4) VALUE 2400.
           77  HoraOperacion     PIC 9(4).
           77  FechaNegocio      PIC X(8).
           77  FechaManana       PIC X(8).
           01  obj-parametro     object reference.
           01  obj-calendario    object reference.

        Linkage Section.
           77  LSHora            PIC X(4).
           77  LSFechaContable   PIC X(8).

       Procedure Division using  LSHora
                                 returning LSFechaContable.

             INVOKE "GetFechaProceso" returning FechaNegocio
             MOVE FechaNegocio TO LSFechaContable

             INVOKE parametro "New"
                     RETURNING obj-parametro
             MOVE HoraCorte TO ValorParametro
             INVOKE obj-parametro "ObtenerParametro" using
                                               CodigoCorte
                                               FechaNegocio
                                               ValorParametro
                                     returning ValorParametro
             MOVE ValorParametro TO HoraCorte

             MOVE LSHora TO HoraOperacion
             IF HoraOperacion >= HoraCorte THEN
                INVOKE "CalcularFechaMasDias" using FechaNegocio 1
                                          returning FechaManana
                INVOKE calendario "New"
                        RETURNING obj-calendario
                INVOKE obj-calendario "SiguienteDiaHabil"
                                      using FechaManana
                                      returning LSFechaContable
             END-IF.

       End Method GetFechaContable.
      *>----------------------------------------------

       Method-ID. RetrocederFechaProceso.
      *>----------------------------------------------
      *DEVUELVE LA FECHA DE NEGOCIO A UNA FECHA YA CERRADA. SOLO LA
      *REAPERTURA CONTROLADA DEL CIERRE DEBE INVOCAR ESTE METODO
       Data Division.
        Linkage Section.
           77  LSFecha          PIC X(8).
           77  RetrocederOk     PIC 9.

       Procedure Division using  LSFecha
                                 returning RetrocederOk.

          MOVE 0 TO RetrocederOk
          OPEN I-O FechaProceso
            MOVE 1 TO FPId
            READ FechaProceso
              KEY IS FPId
              INVALID KEY
                DISPLAY "No existe el registro de fecha de proceso"
              NOT INVALID KEY
                MOVE LSFecha TO FechaDeProceso
                REWRITE fecha-proceso-file
                END-REWRITE
                MOVE 1 TO RetrocederOk
            END-READ
          CLOSE FechaProceso.

       End Method RetrocederFechaProceso.
      *>----------------------------------------------

       end object.
       end class FechaProceso.
