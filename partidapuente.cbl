      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. PartidaPuente as "partidapuente"
                 inherits from base.

       object section.
       class-control.
           accounts      is class "accounts"
           transacition  is class "transacition"
           calendario    is class "calendario"
           consecutivo   is class "consecutivo"
           reporte       is class "reporte"
           partidapuente is class "partidapuente".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PartidasPuente ASSIGN TO "partidas_puente.dat"
           organization is indexed
           access is dynamic
           record key is PPId.

           SELECT PuenteDevoluciones ASSIGN TO
                  "puente_devoluciones.dat"
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD PartidasPuente.
      *REGISTRO DE PARTIDAS EN CUENTA PUENTE: DINERO RECIBIDO QUE
      *UN PROCESO NO PUDO CASAR CON UNA CUENTA (ABONOS ENTRANTES,
      *RECHAZOS DE NOMINA, RECAUDO DE CONVENIOS SUSPENDIDOS). LA
      *CUENTA SUGERIDA ES LA QUE TRAIA EL ORIGEN; LA CUENTA DE
      *ORIGEN, SI LA HAY, ES A DONDE SE DEVUELVE EL DINERO.
      *A=ABIERTA, C=APLICADA A UNA CUENTA, D=DEVUELTA
       01 partidas-puente-file.
           05  PPId             PIC 9(9).
           05  PPOrigen         PIC X(12).
           05  PPFecha          PIC X(8).
           05  PPMonto          PIC 9(10)V99.
           05  PPReferencia     PIC X(20).
           05  PPCuentaSugerida PIC X(9).
           05  PPBancoOrigen    PIC 9.
           05  PPCuentaOrigen   PIC X(9).
           05  PPEstado         PIC X.
               88  PartidaAbierta  VALUE "A".
               88  PartidaAplicada VALUE "C".
               88  PartidaDevuelta VALUE "D".
           05  PPFechaResolucion PIC X(8).
           05  PPCuentaAplicada PIC X(9).
           05  PPOperador       PIC 9(9).

       FD PuenteDevoluciones.
      *PARTIDAS DEVUELTAS AL BANCO QUE LAS ENVIO, CON EL MISMO
      *TRAZADO DE interbancarias_devoluciones.dat Y MOTIVO PTE
       01 puente-devoluciones-file.
           05  PDBancoOrigen    PIC 9.
           05  PDCuentaDestino  PIC X(9).
           05  PDMonto          PIC 9(10)V99.
           05  PDReferencia     PIC X(20).
           05  PDMotivo         PIC X(3).

       Method-ID. RegistrarPartida.
      *>----------------------------------------------
      *DEJA UNA PARTIDA ABIERTA EN EL REGISTRO DE CUENTA PUENTE
      *CON SU PROGRAMA DE ORIGEN, FECHA, MONTO Y REFERENCIA
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MaxPPId       PIC 9(9) VALUE 0.
           77  NombreSec     PIC X(12) VALUE "PUENTESEQ".
           01  obj-consecutivo object reference.

        Linkage Section.
           77  LSOrigen         PIC X(12).
           77  LSFecha          PIC X(8).
           77  LSMonto          PIC 9(10)V99.
           77  LSReferencia     PIC X(20).
           77  LSCuentaSugerida PIC X(9).
           77  LSBancoOrigen    PIC 9.
           77  LSCuentaOrigen   PIC X(9).
           77  NumeroAsignado   PIC 9(9).

       Procedure Division using  LSOrigen
                                 LSFecha
                                 LSMonto
                                 LSReferencia
                                 LSCuentaSugerida
                                 LSBancoOrigen
                                 LSCuentaOrigen
                                 returning NumeroAsignado.

             INVOKE consecutivo "New"
                     RETURNING obj-consecutivo
             INVOKE obj-consecutivo "TomarSiguiente"
                                  using NombreSec
                                  returning NumeroAsignado
             IF NumeroAsignado = 0 THEN
                MOVE "S" TO HayMas
                OPEN INPUT PartidasPuente
                PERFORM BuscarMaxPPId UNTIL NoHayMas
                CLOSE PartidasPuente
                INVOKE obj-consecutivo "IniciarConsecutivo"
                                     using NombreSec MaxPPId
                INVOKE obj-consecutivo "TomarSiguiente"
                                     using NombreSec
                                     returning NumeroAsignado
             END-IF

             OPEN I-O PartidasPuente
             MOVE NumeroAsignado   TO PPId
             MOVE LSOrigen         TO PPOrigen
             MOVE LSFecha          TO PPFecha
             MOVE LSMonto          TO PPMonto
             MOVE LSReferencia     TO PPReferencia
             MOVE LSCuentaSugerida TO PPCuentaSugerida
             MOVE LSBancoOrigen    TO PPBancoOrigen
             MOVE LSCuentaOrigen   TO PPCuentaOrigen
             MOVE "A"              TO PPEstado
             MOVE SPACES           TO PPFechaResolucion
             MOVE SPACES           TO PPCuentaAplicada
             MOVE 0                TO PPOperador
             WRITE partidas-puente-file
               INVALID KEY
                 DISPLAY "No se pudo grabar la partida puente " PPId
                 MOVE 0 TO NumeroAsignado
               NOT INVALID KEY
                 DISPLAY "PUENTE partida " PPId " origen " PPOrigen
                         " monto " PPMonto
             END-WRITE
             CLOSE PartidasPuente.

       BuscarMaxPPId.
             READ PartidasPuente NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PPId > MaxPPId THEN
                    MOVE PPId TO MaxPPId
                 END-IF
             END-READ.

       End Method RegistrarPartida.
      *>----------------------------------------------

       Method-ID. ListarPartidasAbiertas.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  TotalAbiertas PIC 9(6).

       Procedure Division returning TotalAbiertas.

             MOVE 0   TO TotalAbiertas
             MOVE "S" TO HayMas
             OPEN INPUT PartidasPuente
             PERFORM ListarPartidaSiguiente UNTIL NoHayMas
             CLOSE PartidasPuente.

       ListarPartidaSiguiente.
             READ PartidasPuente NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PartidaAbierta THEN
                    DISPLAY PPId " " PPOrigen " " PPFecha
                            " monto " PPMonto
                    DISPLAY "   ref " PPReferencia
                            " cuenta sugerida " PPCuentaSugerida
                    ADD 1 TO TotalAbiertas
                 END-IF
             END-READ.

       End Method ListarPartidasAbiertas.
      *>----------------------------------------------

       Method-ID. AplicarPartida.
      *>----------------------------------------------
      *SALDA UNA PARTIDA ABIERTA ABONANDOLA A LA CUENTA DE UN
      *CLIENTE, CON LAS MISMAS VALIDACIONES DE UN DEPOSITO
       Data Division.
        Local-Storage Section.
           77  existePartida   PIC 9.
           77  DigitoOk        PIC 9.
           77  existeCuenta    PIC 9.
           77  EstadoCuentaAct PIC 9.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  ConceptoAplica  PIC X(20) VALUE "APLICACION PUENTE".
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.
           01  obj-accounts     object reference.
           01  obj-transacition object reference.

        Linkage Section.
           77  LSPartida       PIC 9(9).
           77  LSCuenta        PIC X(9).
           77  LSFecha         PIC X(8).
           77  LSOperador      PIC 9(9).
           77  AplicarOk       PIC 9.

       Procedure Division using  LSPartida
                                 LSCuenta
                                 LSFecha
                                 LSOperador
                                 returning AplicarOk.

             MOVE 0 TO AplicarOk
             MOVE 0 TO existePartida
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             ACCEPT CurrentTime FROM TIME

             OPEN I-O PartidasPuente
             MOVE LSPartida TO PPId
             READ PartidasPuente
               KEY IS PPId
               INVALID KEY
                 DISPLAY "La partida no existe"
               NOT INVALID KEY
                 IF PartidaAbierta THEN
                    MOVE 1 TO existePartida
                 ELSE
                    DISPLAY "La partida ya fue resuelta"
                 END-IF
             END-READ

             IF existePartida = 1 THEN
                INVOKE obj-accounts "ValidarDigitoCuenta" using
                                                  LSCuenta
                                        returning DigitoOk
                MOVE 0 TO existeCuenta
                IF DigitoOk = 1 THEN
                   INVOKE obj-accounts "BuscarCuenta" using LSCuenta
                                        returning existeCuenta
                END-IF
                IF existeCuenta = 0 THEN
                   DISPLAY "La cuenta no existe"
                ELSE
                   INVOKE obj-accounts "GetEstadoCuenta" using
                                                  LSCuenta
                                        returning EstadoCuentaAct
                   IF EstadoCuentaAct = 3 THEN
                      DISPLAY "La cuenta esta cerrada"
                   ELSE
                      INVOKE obj-accounts "GetMonto" using LSCuenta
                                           returning Montoactual
                      MOVE Montoactual TO montonuevo
                      COMPUTE montonuevo = montonuevo + PPMonto
                      INVOKE obj-accounts "SetMonto" using
                                                  montonuevo
                                                  LSCuenta
      *TIPO 2 = DEPOSITO (PARTIDA PUENTE ABONADA AL CLIENTE)
                      INVOKE obj-transacition
                                      "CrearTransancionConcepto"
                                      using LSFecha CurrentTime
                                          2
                                          LSCuenta
                                          PPMonto
                                          ConceptoAplica
                      MOVE "C"        TO PPEstado
                      MOVE LSFecha    TO PPFechaResolucion
                      MOVE LSCuenta   TO PPCuentaAplicada
                      MOVE LSOperador TO PPOperador
                      REWRITE partidas-puente-file
                      END-REWRITE
                      MOVE 1 TO AplicarOk
                      DISPLAY "Partida " PPId " abonada a la cuenta "
                              LSCuenta
                   END-IF
                END-IF
             END-IF
             CLOSE PartidasPuente.

       End Method AplicarPartida.
      *>----------------------------------------------

       Method-ID. DevolverPartida.
      *>----------------------------------------------
      *DEVUELVE UNA PARTIDA ABIERTA A SU ORIGEN: SI EL ORIGEN ES
      *UNA CUENTA DEL BANCO (EL FONDEO DE UNA NOMINA) SE LE ABONA;
      *SI VINO DE OTRO BANCO VA AL ARCHIVO DE DEVOLUCIONES PARA LA
      *CAMARA
       Data Division.
        Local-Storage Section.
           77  existePartida   PIC 9.
           77  existeCuenta    PIC 9.
           77  Montoactual     PIC S9(10)V99.
           77  montonuevo      PIC S9(10)V99.
           77  ConceptoDevol   PIC X(20) VALUE "DEVOLUCION PUENTE".
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.
           01  obj-accounts     object reference.
           01  obj-transacition object reference.

        Linkage Section.
           77  LSPartida       PIC 9(9).
           77  LSFecha         PIC X(8).
           77  LSOperador      PIC 9(9).
           77  DevolverOk      PIC 9.

       Procedure Division using  LSPartida
                                 LSFecha
                                 LSOperador
                                 returning DevolverOk.

             MOVE 0 TO DevolverOk
             MOVE 0 TO existePartida
             INVOKE accounts "New"
                     RETURNING obj-accounts
             INVOKE transacition "New"
                     RETURNING obj-transacition
             ACCEPT CurrentTime FROM TIME

             OPEN I-O PartidasPuente
             MOVE LSPartida TO PPId
             READ PartidasPuente
               KEY IS PPId
               INVALID KEY
                 DISPLAY "La partida no existe"
               NOT INVALID KEY
                 IF PartidaAbierta THEN
                    MOVE 1 TO existePartida
                 ELSE
                    DISPLAY "La partida ya fue resuelta"
                 END-IF
             END-READ

             IF existePartida = 1 THEN
                MOVE 0 TO existeCuenta
                IF PPCuentaOrigen NOT = SPACES THEN
                   INVOKE obj-accounts "BuscarCuenta" using
                                                PPCuentaOrigen
                                        returning existeCuenta
                END-IF
                IF existeCuenta = 1 THEN
                   INVOKE obj-accounts "GetMonto" using
                                                PPCuentaOrigen
                                        returning Montoactual
                   MOVE Montoactual TO montonuevo
                   COMPUTE montonuevo = montonuevo + PPMonto
                   INVOKE obj-accounts "SetMonto" using montonuevo
                                                PPCuentaOrigen
      *TIPO 2 = DEPOSITO (REINTEGRO DE LA PARTIDA A SU ORIGEN)
                   INVOKE obj-transacition "CrearTransancionConcepto"
                                   using LSFecha CurrentTime
                                       2
                                       PPCuentaOrigen
                                       PPMonto
                                       ConceptoDevol
                   MOVE PPCuentaOrigen TO PPCuentaAplicada
                   DISPLAY "Partida " PPId " reintegrada a la cuenta "
                           PPCuentaOrigen
                ELSE
                   OPEN EXTEND PuenteDevoluciones
                   MOVE PPBancoOrigen    TO PDBancoOrigen
                   MOVE PPCuentaSugerida TO PDCuentaDestino
                   MOVE PPMonto          TO PDMonto
                   MOVE PPReferencia     TO PDReferencia
                   MOVE "PTE"            TO PDMotivo
                   WRITE puente-devoluciones-file
                   END-WRITE
                   CLOSE PuenteDevoluciones
                   MOVE SPACES TO PPCuentaAplicada
                   DISPLAY "Partida " PPId " devuelta al banco "
                           PPBancoOrigen
                END-IF
                MOVE "D"        TO PPEstado
                MOVE LSFecha    TO PPFechaResolucion
                MOVE LSOperador TO PPOperador
                REWRITE partidas-puente-file
                END-REWRITE
                MOVE 1 TO DevolverOk
             END-IF
             CLOSE PartidasPuente.

       End Method DevolverPartida.
      *>----------------------------------------------

       Method-ID. ReporteAntiguedadPuente.
      *>----------------------------------------------
      *ANTIGUEDAD DE LAS PARTIDAS ABIERTAS PARA EL CONTRALOR: CADA
      *PARTIDA CON SUS DIAS EN PUENTE (EL DIA DE REGISTRO CUENTA
      *COMO EL PRIMERO) EN LAS FRANJAS DE 1 A 5, 6 A 30 Y MAS DE 30
      *DIAS. EL TOTAL DE CONTROL ES EL SALDO ABIERTO, QUE DEBE
      *CUADRAR CON LA CUENTA PUENTE DEL MAYOR
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  IndDia          PIC 99.
      *FECHAS LIMITE: REGISTRADA DESDE Limite5 = 1 A 5 DIAS, DESDE
      *Limite30 = 6 A 30 DIAS, ANTES = MAS DE 30
           77  Limite5         PIC X(8).
           77  Limite30        PIC X(8).
           77  CantidadFranja1 PIC 9(6) VALUE 0.
           77  CantidadFranja2 PIC 9(6) VALUE 0.
           77  CantidadFranja3 PIC 9(6) VALUE 0.
           77  TotalFranja1    PIC 9(12)V99 VALUE 0.
           77  TotalFranja2    PIC 9(12)V99 VALUE 0.
           77  TotalFranja3    PIC 9(12)V99 VALUE 0.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30) VALUE "partidas_puente.txt".
           77  TituloImpresion PIC X(30)
                               VALUE "ANTIGUEDAD PARTIDAS PUENTE".
           77  EncabezadoImpresion PIC X(80)
               VALUE "PARTIDA   ORIGEN       FECHA    FRANJA MONTO".
           01  LineaPuente.
               02  LPId        PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LPOrigen    PIC X(12).
               02  FILLER      PIC X VALUE SPACE.
               02  LPFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LPFranja    PIC X(6).
               02  FILLER      PIC X VALUE SPACE.
               02  LPMonto     PIC Z(9)9.99.
               02  FILLER      PIC X VALUE SPACE.
               02  LPReferencia PIC X(20).
               02  FILLER      PIC X(7) VALUE SPACES.
           01  LineaFranja.
               02  LFTexto     PIC X(20).
               02  LFCantidad  PIC Z(5)9.
               02  FILLER      PIC X(9) VALUE " partidas".
               02  FILLER      PIC X VALUE SPACE.
               02  LFTotal     PIC Z(11)9.99.
               02  FILLER      PIC X(29) VALUE SPACES.
           01  obj-calendario  object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  TotalAbiertas   PIC 9(6).

       Procedure Division using  LSFecha
                                 returning TotalAbiertas.

             MOVE 0 TO TotalAbiertas
             INVOKE calendario "New"
                     RETURNING obj-calendario
             MOVE LSFecha TO Limite5
             MOVE LSFecha TO Limite30
             MOVE 1 TO IndDia
             PERFORM RetrocederLimite UNTIL IndDia > 29

             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                                  using NombreImpresion
                                        TituloImpresion
                                        LSFecha
                                        EncabezadoImpresion
             MOVE "S" TO HayMas
             OPEN INPUT PartidasPuente
             PERFORM ClasificarPartidaSiguiente UNTIL NoHayMas
             CLOSE PartidasPuente

             MOVE SPACES TO LineaPuente
             INVOKE obj-reporte "EscribirLinea" using LineaPuente
             MOVE "DE 1 A 5 DIAS"    TO LFTexto
             MOVE CantidadFranja1    TO LFCantidad
             MOVE TotalFranja1       TO LFTotal
             INVOKE obj-reporte "EscribirLinea" using LineaFranja
             DISPLAY LineaFranja
             MOVE "DE 6 A 30 DIAS"   TO LFTexto
             MOVE CantidadFranja2    TO LFCantidad
             MOVE TotalFranja2       TO LFTotal
             INVOKE obj-reporte "EscribirLinea" using LineaFranja
             DISPLAY LineaFranja
             MOVE "MAS DE 30 DIAS"   TO LFTexto
             MOVE CantidadFranja3    TO LFCantidad
             MOVE TotalFranja3       TO LFTotal
             INVOKE obj-reporte "EscribirLinea" using LineaFranja
             DISPLAY LineaFranja

             COMPUTE MontoControl = TotalFranja1 + TotalFranja2
                                  + TotalFranja3
             INVOKE obj-reporte "CerrarReporte"
                                  using MontoControl
             DISPLAY "Saldo abierto en puente: " MontoControl.

       RetrocederLimite.
             INVOKE obj-calendario "DiaAnterior" using Limite30
                                       returning Limite30
             IF IndDia < 5 THEN
                MOVE Limite30 TO Limite5
             END-IF
             ADD 1 TO IndDia.

       ClasificarPartidaSiguiente.
             READ PartidasPuente NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF PartidaAbierta AND PPFecha NOT > LSFecha THEN
                    EVALUATE TRUE
                      WHEN PPFecha NOT < Limite5
                        MOVE "1-5"   TO LPFranja
                        ADD 1        TO CantidadFranja1
                        ADD PPMonto  TO TotalFranja1
                      WHEN PPFecha NOT < Limite30
                        MOVE "6-30"  TO LPFranja
                        ADD 1        TO CantidadFranja2
                        ADD PPMonto  TO TotalFranja2
                      WHEN OTHER
                        MOVE "+30"   TO LPFranja
                        ADD 1        TO CantidadFranja3
                        ADD PPMonto  TO TotalFranja3
                    END-EVALUATE
                    MOVE PPId         TO LPId
                    MOVE PPOrigen     TO LPOrigen
                    MOVE PPFecha      TO LPFecha
                    MOVE PPMonto      TO LPMonto
                    MOVE PPReferencia TO LPReferencia
                    INVOKE obj-reporte "EscribirLinea" using
                                                     LineaPuente
                    ADD 1 TO TotalAbiertas
                 END-IF
             END-READ.

       End Method ReporteAntiguedadPuente.
      *>----------------------------------------------

       end object.
       end class PartidaPuente.
