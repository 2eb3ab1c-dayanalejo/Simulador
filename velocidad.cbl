
       object section.
       class-control.
           reporte   is class "reporte"
           velocidad is class "velocidad".

       working-storage section.
           SELECT VelUsos ASSIGN TO "tarjeta_usos.dat"
           organization is indexed
           access is dynamic
           record key is VUId
           alternate record key is VUNumeroTarjeta with duplicates.

      *PARAMETROS DE LAS REGLAS DE VELOCIDAD (UN UNICO REGISTRO,
      *VelReglaId = 1). SON DATOS, NO CONSTANTES DE PROGRAMA

             MOVE 1 TO OpsVentana
             MOVE LSMonto TO MontoVentana
      *SOLO LOS USOS DE ESTA TARJETA, POR SU NUMERO
             MOVE "S" TO HayMas
             OPEN INPUT VelUsos
             MOVE LSTarjeta TO VUNumeroTarjeta
             START VelUsos KEY IS = VUNumeroTarjeta
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START
             PERFORM RevisarUsoSiguiente UNTIL NoHayMas
             CLOSE VelUsos

               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF VUNumeroTarjeta NOT = LSTarjeta THEN
                    MOVE "N" TO HayMas
                 END-IF
                 IF VUNumeroTarjeta = LSTarjeta
                    AND VUFecha = LSFecha THEN
                    MOVE VUHora TO HoraDesc
       Method-ID. ListarColaRevision.
      *>----------------------------------------------
      *PANTALLA DE LA MESA DE FRAUDE: LOS BLOQUEOS PREVENTIVOS
      *ACUMULADOS, DEL MAS VIEJO AL MAS NUEVO. TARJETA Y CUENTA
      *SALEN CON LA REGLA DE ENMASCARADO DE LA COLA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  SalidaCola    PIC X(30) VALUE "cola_fraude".
           77  DatoClaro     PIC X(20).
           77  TarjetaMascara PIC X(20).
           77  CuentaMascara PIC X(20).
           01  obj-reporte   object reference.

        Linkage Section.
           77  TotalCasos    PIC 9(4).
       Procedure Division returning TotalCasos.

             MOVE 0   TO TotalCasos
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "CargarMascara" using SalidaCola
             MOVE "S" TO HayMas
             OPEN INPUT FraudeRevision
             PERFORM ListarRevisionSiguiente UNTIL NoHayMas
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE FrvTarjeta TO DatoClaro
                 INVOKE obj-reporte "EnmascararDato" using DatoClaro
                                             returning TarjetaMascara
                 MOVE FrvCuenta TO DatoClaro
                 INVOKE obj-reporte "EnmascararDato" using DatoClaro
                                             returning CuentaMascara
                 DISPLAY FrvFecha " " FrvHora " tarjeta "
                         TarjetaMascara(1:10) " cuenta "
                         CuentaMascara(1:9)
                         " monto " FrvMonto " regla " FrvRegla
                 ADD 1 TO TotalCasos
             END-READ.
