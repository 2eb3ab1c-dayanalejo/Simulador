       object section.
       class-control.
           operador  is class "operador"
           reporte   is class "reporte"
           monitoreo is class "monitoreo".

       working-storage section.
       FILE SECTION.
       FD TransaccionesVivas.
       01 mv-transacition-file.
           05  MVIDT           PIC 9(9).
           05  MVfecha         PIC X(8).
           05  MVhora          PIC X(4).
           05  MVtipo          PIC 9.

       FD TransaccionesArchivo.
       01 mv-archivo-file.
           05  MVArcSeq          PIC 9(9).
           05  MVArcIDT          PIC 9(9).
           05  MVArcFecha        PIC X(8).
           05  MVArcHora         PIC X(4).
           05  MVArcTipo         PIC 9.
           01  RosLineaCierre.
               02  FILLER      PIC X VALUE "T".
               02  RTCantidad  PIC 9(6).
      *EL ROS VA AL REGULADOR CON LA CUENTA COMPLETA, SALVO QUE LA
      *REGLA DE ENMASCARADO DEL ARCHIVO DIGA OTRA COSA
           77  SalidaRos     PIC X(30) VALUE "ros_reporte.txt".
           77  CuentaClara   PIC X(20).
           77  CuentaMascara PIC X(20).
           01  obj-reporte   object reference.

        Linkage Section.
           77  LSFecha       PIC X(8).
                                 returning TotalReportados.

             MOVE 0 TO TotalReportados
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "CargarMascara" using SalidaRos
             OPEN OUTPUT RosSalida
             MOVE LSFecha TO RCFecha
             WRITE ros-salida-linea FROM RosLineaCabecera
                 IF AlertaReportada AND AlertaRos NOT = "S" THEN
                    MOVE AlertaId       TO RDId
                    MOVE AlertaFecha    TO RDFecha
                    MOVE AlertaCuenta   TO CuentaClara
                    INVOKE obj-reporte "EnmascararDato"
                                       using CuentaClara
                                   returning CuentaMascara
                    MOVE CuentaMascara  TO RDCuenta
                    MOVE AlertaRegla    TO RDRegla
                    MOVE AlertaValor    TO RDValor
                    MOVE AlertaAnalista TO RDAnalista
