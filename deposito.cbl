           INVOKE obj-accounts "SetMonto" using
                                       montoactualnumer LsNumaccounts
      *REGISTRAR UNA TRANSACION
      *LA FECHA DE NEGOCIO OFICIAL, NO LA DEL RELOJ DE LA MAQUINA;
      *DESPUES DE LA HORA DE CORTE, EL DIA HABIL SIGUIENTE
           ACCEPT  CurrentTime FROM TIME
           INVOKE obj-fechaproceso "GetFechaContable" using
                                               CurrentTime
                                     returning CurrentDate
      *TIPO 2 = DEPOSITO
           INVOKE obj-transacition "CrearTransancion"
                                           using CurrentDate CurrentTime
