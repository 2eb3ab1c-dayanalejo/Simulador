      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. PagoInterbancario as "pagointerbancario"
                 inherits from base.

       object section.
       class-control.
           accounts      is class "accounts"
           transacition  is class "transacition"
           bank          is class "bank"
           liquidacion   is class "liquidacion"
           notificacion  is class "notificacion"
           consecutivo   is class "consecutivo"
           reporte       is class "reporte"
           pagointerbancario is class "pagointerbancario".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PagosInterbancarios ASSIGN TO
                  "pagos_interbancarios.dat"
           organization is indexed
           access is dynamic
           record key is PagSeq.

           SELECT ACHSalida ASSIGN TO "ach_salida.dat"
           organization is line sequential.

           SELECT ACHRespuesta ASSIGN TO "ach_respuesta.dat"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD PagosInterbancarios.
      *CADA TRANSFERENCIA A UN CLIENTE DE OTRO BANCO, CON LAS DOS
      *CUENTAS, PARA ENVIARLA EN EL ARCHIVO DE PAGOS DE LA CAMARA
      *DE COMPENSACION (ACH) Y SEGUIR SU RESPUESTA. EL MONTO ES EL
      *DEBITADO AL ORIGINANTE Y EL ABONADO EL ACREDITADO AL DESTINO.
      *P=PENDIENTE DE ENVIO, E=ENVIADO, A=ACEPTADO, D=DEVUELTO
       01 pagos-interbancarios-file.
           05  PagSeq           PIC 9(9).
           05  PagFecha         PIC X(8).
           05  PagCuentaOrigen  PIC X(9).
           05  PagCuentaDestino PIC X(9).
           05  PagBancoOrigen   PIC 9.
           05  PagBancoDestino  PIC 9.
           05  PagMonto         PIC 9(10)V99.
           05  PagMontoAbonado  PIC 9(10)V99.
           05  PagEstado        PIC X.
               88  PagoPendiente   VALUE "P".
               88  PagoEnviado     VALUE "E".
               88  PagoAceptado    VALUE "A".
               88  PagoDevuelto    VALUE "D".
           05  PagFechaEnvio    PIC X(8).
           05  PagFechaRespuesta PIC X(8).
      *CODIGO DE DEVOLUCION DE LA CAMARA (R01, R02...) O RUT CUANDO
      *EL BANCO NO TIENE CODIGO DE RUTA Y NO SE PUDO ENVIAR
           05  PagMotivo        PIC X(3).

       FD ACHSalida.
      *ARCHIVO DE PAGOS PARA LA CAMARA: UN REGISTRO DE CABECERA (1),
      *UN DETALLE POR PAGO (6) CON LOS CODIGOS DE RUTA DEL BANCO
      *Y UN REGISTRO DE CONTROL (9) CON CANTIDAD Y TOTAL
       01 ach-salida-cabecera.
           05  ASCTipo          PIC X.
           05  ASCFecha         PIC X(8).
           05  ASCDescripcion   PIC X(30).
           05  FILLER           PIC X(41).
       01 ach-salida-detalle.
           05  ASDTipo          PIC X.
           05  ASDTraza         PIC 9(9).
           05  ASDRutaDestino   PIC X(9).
           05  ASDCuentaDestino PIC X(9).
           05  ASDMonto         PIC 9(10)V99.
           05  ASDRutaOrigen    PIC X(9).
           05  ASDCuentaOrigen  PIC X(9).
           05  ASDFecha         PIC X(8).
           05  FILLER           PIC X(14).
       01 ach-salida-control.
           05  ASTTipo          PIC X.
           05  ASTCantidad      PIC 9(6).
           05  ASTTotal         PIC 9(12)V99.
           05  FILLER           PIC X(59).

       FD ACHRespuesta.
      *RESPUESTA DE LA CAMARA POR CADA PAGO ENVIADO: A=ACEPTADO,
      *R=DEVUELTO CON SU CODIGO DE MOTIVO
       01 ach-respuesta-file.
           05  ARTraza          PIC 9(9).
           05  ARResultado      PIC X.
               88  RespuestaAceptado VALUE "A".
               88  RespuestaDevuelto VALUE "R".
           05  ARMotivo         PIC X(3).

       Method-ID. RegistrarPagoSaliente.
      *>----------------------------------------------
      *DEJA LA TRANSFERENCIA INTERBANCARIA PENDIENTE DE ENVIO EN EL
      *PROXIMO ARCHIVO DE PAGOS
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxPagSeq     PIC 9(9) VALUE 0.
           77  NombreSec     PIC X(12) VALUE "ACHSEQ".
           77  NumeroAsignado PIC 9(9).
           01  obj-consecutivo object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSCuentaOrigen  PIC X(9).
           77  LSCuentaDestino PIC X(9).
           77  LSBancoOrigen   PIC 9.
           77  LSBancoDestino  PIC 9.
           77  LSMonto         PIC 9(10)V99.
           77  LSMontoAbonado  PIC 9(10)V99.

       Procedure Division using  LSFecha
                                 LSCuentaOrigen
                                 LSCuentaDestino
                                 LSBancoOrigen
                                 LSBancoDestino
                                 LSMonto
                                 LSMontoAbonado.

      *EL NUMERO DE TRAZA SALE DEL CONTADOR CENTRAL; EL BARRIDO
      *COMPLETO SOLO CORRE UNA VEZ, PARA SEMBRARLO
             INVOKE consecutivo "New"
                     RETURNING obj-consecutivo
             INVOKE obj-consecutivo "TomarSiguiente"
                                  using NombreSec
                                  returning NumeroAsignado
             IF NumeroAsignado = 0 THEN
                MOVE "S" TO HayMas
                OPEN INPUT PagosInterbancarios
                PERFORM BuscarMaxPagSeq UNTIL NoHayMas
                CLOSE PagosInterbancarios
                INVOKE obj-consecutivo "IniciarConsecutivo"
                                     using NombreSec MaxPagSeq
                INVOKE obj-consecutivo "TomarSiguiente"
                                     using NombreSec
                                     returning NumeroAsignado
             END-IF

             OPEN I-O PagosInterbancarios
               MOVE NumeroAsignado  TO PagSeq
               MOVE LSFecha         TO PagFecha
               MOVE LSCuentaOrigen  TO PagCuentaOrigen
               MOVE LSCuentaDestino TO PagCuentaDestino
               MOVE LSBancoOrigen   TO PagBancoOrigen
               MOVE LSBancoDestino  TO PagBancoDestino
               MOVE LSMonto         TO PagMonto
               MOVE LSMontoAbonado  TO PagMontoAbonado
               MOVE "P"             TO PagEstado
               MOVE SPACES          TO PagFechaEnvio
               MOVE SPACES          TO PagFechaRespuesta
               MOVE SPACES          TO PagMotivo
             WRITE   pagos-interbancarios-file
             END-WRITE
             CLOSE PagosInterbancarios.

       BuscarMaxPagSeq.
             READ PagosInterbancarios NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PagSeq > MaxPagSeq THEN
                    MOVE PagSeq TO MaxPagSeq
                 END-IF
             END-READ.

       End Method RegistrarPagoSaliente.
      *>----------------------------------------------

       Method-ID. GenerarArchivoACH.
      *>----------------------------------------------
      *ARMA EL ARCHIVO DE PAGOS SALIENTES CON LO PENDIENTE HASTA LA
      *FECHA. LOS CODIGOS DE RUTA SALEN DEL MAESTRO DE BANCOS; SI
      *ALGUNO DE LOS DOS BANCOS NO TIENE CODIGO EL PAGO NO SE ENVIA,
      *QUEDA PENDIENTE CON MOTIVO RUT Y SALE EN LA PROXIMA CORRIDA
      *CUANDO SE CORRIJA EL MAESTRO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  RutaOrigen      PIC X(9).
           77  RutaDestino     PIC X(9).
           77  existeOrigen    PIC 9.
           77  existeDestino   PIC 9.
           77  TotalArchivo    PIC 9(12)V99.
           01  obj-bank        object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSSinRuta       PIC 9(6).
           77  TotalEnviados   PIC 9(6).

       Procedure Division using  LSFecha
                                 LSSinRuta
                                 returning TotalEnviados.

             MOVE 0 TO TotalEnviados
             MOVE 0 TO LSSinRuta
             MOVE 0 TO TotalArchivo
             INVOKE bank "New"
                     RETURNING obj-bank

             OPEN OUTPUT ACHSalida
             MOVE SPACES TO ach-salida-cabecera
             MOVE "1"    TO ASCTipo
             MOVE LSFecha TO ASCFecha
             MOVE "PAGOS INTERBANCARIOS SALIENTES" TO ASCDescripcion
             WRITE ach-salida-cabecera
             END-WRITE

             MOVE "S" TO HayMas
             OPEN I-O PagosInterbancarios
             PERFORM EnviarPagoSiguiente UNTIL NoHayMas
             CLOSE PagosInterbancarios

             MOVE SPACES       TO ach-salida-control
             MOVE "9"          TO ASTTipo
             MOVE TotalEnviados TO ASTCantidad
             MOVE TotalArchivo TO ASTTotal
             WRITE ach-salida-control
             END-WRITE
             CLOSE ACHSalida.

       EnviarPagoSiguiente.
             READ PagosInterbancarios NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PagoPendiente AND PagFecha NOT > LSFecha THEN
                    INVOKE obj-bank "ObtenerCodigoBanco"
                                     using PagBancoOrigen
                                           RutaOrigen
                                     returning existeOrigen
                    INVOKE obj-bank "ObtenerCodigoBanco"
                                     using PagBancoDestino
                                           RutaDestino
                                     returning existeDestino
                    IF existeOrigen = 0 OR existeDestino = 0
                       OR RutaOrigen = SPACES
                       OR RutaDestino = SPACES THEN
                       MOVE "RUT" TO PagMotivo
                       REWRITE pagos-interbancarios-file
                       END-REWRITE
                       DISPLAY "SIN RUTA pago " PagSeq
                               " bancos " PagBancoOrigen
                               " / " PagBancoDestino
                       ADD 1 TO LSSinRuta
                    ELSE
                       MOVE SPACES           TO ach-salida-detalle
                       MOVE "6"              TO ASDTipo
                       MOVE PagSeq           TO ASDTraza
                       MOVE RutaDestino      TO ASDRutaDestino
                       MOVE PagCuentaDestino TO ASDCuentaDestino
                       MOVE PagMonto         TO ASDMonto
                       MOVE RutaOrigen       TO ASDRutaOrigen
                       MOVE PagCuentaOrigen  TO ASDCuentaOrigen
                       MOVE PagFecha         TO ASDFecha
                       WRITE ach-salida-detalle
                       END-WRITE
                       MOVE "E"     TO PagEstado
                       MOVE LSFecha TO PagFechaEnvio
                       MOVE SPACES  TO PagMotivo
                       REWRITE pagos-interbancarios-file
                       END-REWRITE
                       ADD PagMonto TO TotalArchivo
                       ADD 1 TO TotalEnviados
                    END-IF
                 END-IF
             END-READ.

       End Method GenerarArchivoACH.
      *>----------------------------------------------

       Method-ID. ProcesarRespuestaACH.
      *>----------------------------------------------
      *APLICA LA RESPUESTA DE LA CAMARA. LO ACEPTADO QUEDA
      *CONFIRMADO. LO DEVUELTO SE LE ACREDITA DE VUELTA AL
      *ORIGINANTE POR EL MONTO DEBITADO, SE REVERSA EL ABONO SI LA
      *CUENTA DESTINO ESTA EN NUESTROS LIBROS, SE REGISTRA LA
      *INTERBANCARIA INVERSA PARA QUE LA LIQUIDACION COMPENSE LA
      *POSICION Y SE LE AVISA AL TITULAR. LAS DEVOLUCIONES Y LAS
      *RESPUESTAS QUE NO CORRESPONDEN A UN PAGO ENVIADO SALEN EN
      *ach_devoluciones.txt. LA COMISION NO SE DEVUELVE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *DevolucionPend EVITA QUE EL PARRAFO ACTUE CUANDO EL CONTROL
      *CAE EN EL AL FINAL DEL METODO
           77  DevolucionPend  PIC X VALUE "N".
           77  existePago      PIC 9.
           77  existeCuenta    PIC 9.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  TitularUno      PIC 9(9).
           77  TitularDos      PIC 9(9).
           77  RefNotifACH     PIC X(15).
           77  ConceptoDevol   PIC X(20) VALUE "DEVOLUCION ACH".
           77  ConceptoReverso PIC X(20) VALUE "REVERSO ABONO ACH".
           01 CurrentTime.
               02  CurrentHour     PIC 99.
               02  CurrentMinute   PIC 99.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30) VALUE "ach_devoluciones.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "DEVOLUCIONES ACH".
           77  EncabezadoImpresion PIC X(80)
               VALUE "TRAZA     RES MOT ORIGEN    DESTINO   MONTO".
           01  LineaDevolucion.
               02  LDTraza     PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LDResultado PIC X.
               02  FILLER      PIC X(3) VALUE SPACES.
               02  LDMotivo    PIC X(3).
               02  FILLER      PIC X VALUE SPACE.
               02  LDOrigen    PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LDDestino   PIC X(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LDMonto     PIC Z(9)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LDDetalle   PIC X(28).
           01  obj-accounts    object reference.
           01  obj-transacition object reference.
           01  obj-liquidacion object reference.
           01  obj-notificacion object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha          PIC X(8).
           77  LSDevueltos      PIC 9(6).
           77  LSExcepciones    PIC 9(6).
           77  TotalAceptados   PIC 9(6).

       Procedure Division using  LSFecha
                                 LSDevueltos
                                 LSExcepciones
                                 returning TotalAceptados.

             MOVE 0 TO TotalAceptados
             MOVE 0 TO LSDevueltos
             MOVE 0 TO LSExcepciones
             MOVE 0 TO MontoControl
             ACCEPT CurrentTime FROM TIME
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             INVOKE liquidacion "New"
                     RETURNING obj-liquidacion
             INVOKE notificacion "New"
                     RETURNING obj-notificacion
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion

             MOVE "S" TO HayMas
             OPEN INPUT ACHRespuesta
             OPEN I-O PagosInterbancarios
             PERFORM ProcesarRespuestaSiguiente UNTIL NoHayMas
             CLOSE PagosInterbancarios
             CLOSE ACHRespuesta

             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl.

       ProcesarRespuestaSiguiente.
             READ ACHRespuesta
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE ARTraza TO PagSeq
                 READ PagosInterbancarios
                   KEY IS PagSeq
                   INVALID KEY MOVE 0 TO existePago
                   NOT INVALID KEY MOVE 1 TO existePago
                 END-READ
                 MOVE SPACES      TO LineaDevolucion
                 MOVE ARTraza     TO LDTraza
                 MOVE ARResultado TO LDResultado
                 MOVE ARMotivo    TO LDMotivo
                 EVALUATE TRUE
                   WHEN existePago = 0
                     MOVE "TRAZA SIN PAGO REGISTRADO" TO LDDetalle
                     INVOKE obj-reporte "EscribirLinea"
                                          using LineaDevolucion
                     ADD 1 TO LSExcepciones
                   WHEN NOT PagoEnviado
                     MOVE PagCuentaOrigen  TO LDOrigen
                     MOVE PagCuentaDestino TO LDDestino
                     MOVE PagMonto         TO LDMonto
                     MOVE "PAGO NO ESTA EN ESPERA"   TO LDDetalle
                     INVOKE obj-reporte "EscribirLinea"
                                          using LineaDevolucion
                     ADD 1 TO LSExcepciones
                   WHEN RespuestaAceptado
                     MOVE "A"     TO PagEstado
                     MOVE LSFecha TO PagFechaRespuesta
                     REWRITE pagos-interbancarios-file
                     END-REWRITE
                     ADD 1 TO TotalAceptados
                   WHEN RespuestaDevuelto
                     MOVE "S" TO DevolucionPend
                     PERFORM DevolverPagoACH
                   WHEN OTHER
                     MOVE PagCuentaOrigen  TO LDOrigen
                     MOVE PagCuentaDestino TO LDDestino
                     MOVE PagMonto         TO LDMonto
                     MOVE "RESULTADO NO RECONOCIDO"  TO LDDetalle
                     INVOKE obj-reporte "EscribirLinea"
                                          using LineaDevolucion
                     ADD 1 TO LSExcepciones
                 END-EVALUATE
             END-READ.

       DevolverPagoACH.
             IF DevolucionPend = "S" THEN
                MOVE "N" TO DevolucionPend
      *TIPO 2 = DEPOSITO (DEVOLUCION AL ORIGINANTE)
                INVOKE obj-accounts "GetMonto" using PagCuentaOrigen
                                     returning Montoactual
                MOVE Montoactual TO montonuevo
                COMPUTE montonuevo = montonuevo + PagMonto
                INVOKE obj-accounts "SetMonto" using montonuevo
                                                     PagCuentaOrigen
                INVOKE obj-transacition "CrearTransancionConcepto"
                                    using LSFecha CurrentTime
                                        2
                                        PagCuentaOrigen
                                        PagMonto
                                        ConceptoDevol
      *TIPO 1 = RETIRO (REVERSO DEL ABONO EN LA CUENTA DESTINO)
                INVOKE obj-accounts "BuscarCuenta" using
                                               PagCuentaDestino
                                     returning existeCuenta
                IF existeCuenta = 1 THEN
                   INVOKE obj-accounts "GetMonto" using
                                               PagCuentaDestino
                                        returning Montoactual
                   MOVE Montoactual TO montonuevo
                   COMPUTE montonuevo = montonuevo - PagMontoAbonado
                   INVOKE obj-accounts "SetMonto" using montonuevo
                                               PagCuentaDestino
                   INVOKE obj-transacition "CrearTransancionConcepto"
                                    using LSFecha CurrentTime
                                        1
                                        PagCuentaDestino
                                        PagMontoAbonado
                                        ConceptoReverso
                END-IF
                INVOKE obj-liquidacion "RegistrarInterbancaria"
                                    using LSFecha
                                          PagBancoDestino
                                          PagBancoOrigen
                                          PagMonto
                MOVE "D"      TO PagEstado
                MOVE LSFecha  TO PagFechaRespuesta
                MOVE ARMotivo TO PagMotivo
                REWRITE pagos-interbancarios-file
                END-REWRITE
                INVOKE obj-accounts "GetTitulares" using
                                               PagCuentaOrigen
                                               TitularUno
                                               TitularDos
                IF TitularUno NOT = 0 THEN
                   MOVE PagCuentaOrigen TO RefNotifACH
                   INVOKE obj-notificacion "RegistrarNotificacion"
                                         using TitularUno
                                               RefNotifACH
                                               "ACD"
                                               LSFecha
                END-IF
                MOVE PagCuentaOrigen  TO LDOrigen
                MOVE PagCuentaDestino TO LDDestino
                MOVE PagMonto         TO LDMonto
                MOVE "DEVUELTO AL ORIGINANTE"    TO LDDetalle
                INVOKE obj-reporte "EscribirLinea"
                                     using LineaDevolucion
                ADD PagMonto TO MontoControl
                ADD 1 TO LSDevueltos
             END-IF.

       End Method ProcesarRespuestaACH.
      *>----------------------------------------------

       end object.
       end class PagoInterbancario.
