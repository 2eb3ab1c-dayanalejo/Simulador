       End Method PosicionEfectivo.
      *>----------------------------------------------

       Method-ID. EfectivoTotal.
      *>----------------------------------------------
      *EFECTIVO FISICO DEL BANCO AL DIA: SALDO DE TODAS LAS
      *BOVEDAS, EFECTIVO EN LAS CAJAS DEL DIA E INVENTARIO DE LOS
      *DISPENSADORES. LAS REMESAS EN TRANSITO NO ENTRAN: ESTAN EN
      *PODER DE LA TRANSPORTADORA. LO USA EL CALCULO DEL ENCAJE
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSEfectivo      PIC S9(14)V99.

       Procedure Division using  LSFecha
                                 returning LSEfectivo.

             MOVE 0 TO LSEfectivo

             MOVE "S" TO HayMas
             OPEN INPUT Bovedas
             PERFORM SumarBovedaSiguiente UNTIL NoHayMas
             CLOSE Bovedas

             MOVE "S" TO HayMas
             OPEN INPUT BovCajaDiaria
             PERFORM SumarCajaSiguiente UNTIL NoHayMas
             CLOSE BovCajaDiaria

             MOVE "S" TO HayMas
             OPEN INPUT BovInventario
             PERFORM SumarDispensadorSiguiente UNTIL NoHayMas
             CLOSE BovInventario.

       SumarBovedaSiguiente.
             READ Bovedas NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 ADD BovSaldo TO LSEfectivo
             END-READ.

       SumarCajaSiguiente.
             READ BovCajaDiaria NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF BCDFecha = LSFecha THEN
                    EVALUATE BCDTipoMov
                      WHEN 1
                        ADD BCDMonto TO LSEfectivo
                      WHEN 2
                        ADD BCDMonto TO LSEfectivo
                      WHEN 3
                        SUBTRACT BCDMonto FROM LSEfectivo
                      WHEN 4
                        ADD BCDMonto TO LSEfectivo
                      WHEN 5
                        SUBTRACT BCDMonto FROM LSEfectivo
                      WHEN OTHER
                        CONTINUE
                    END-EVALUATE
                 END-IF
             END-READ.

       SumarDispensadorSiguiente.
             READ BovInventario NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 COMPUTE LSEfectivo = LSEfectivo
                 + (BINDenominacion * BINCantidad)
             END-READ.

       End Method EfectivoTotal.
      *>----------------------------------------------

       Method-ID. TrasladarBoveda.
      *>----------------------------------------------
      *CIERRE O FUSION DE UNA SUCURSAL: LAS REMESAS QUE VIAJAN
      *HACIA ELLA SE REDIRIGEN A LA SUCURSAL QUE LA RECIBE, Y EL
      *SALDO DE SU BOVEDA SALE EN UNA REMESA HACIA LA BOVEDA QUE LA
      *RECIBE (QUEDA EN TRANSITO HASTA QUE ESA SUCURSAL CONFIRME
      *EL RECIBO). DEVUELVE LA REMESA DEL SALDO Y SU MONTO, O CERO
      *SI LA BOVEDA ESTABA VACIA.
      *TrasPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  TrasPend      PIC X VALUE "N".
           01  obj-boveda    object reference.

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  LSSucOrigen   PIC 9(2).
           77  LSSucDestino  PIC 9(2).
           77  LSRedirigidas PIC 9(4).
           77  LSMontoRemesa PIC 9(12)V99.
           77  LSRemSeq      PIC 9(5).

       Procedure Division using  LSFecha
                                 LSSucOrigen
                                 LSSucDestino
                                 LSRedirigidas
                                 LSMontoRemesa
                                 returning LSRemSeq.

             MOVE "S" TO TrasPend
             MOVE 0   TO LSRedirigidas
             MOVE 0   TO LSRemSeq
             MOVE 0   TO LSMontoRemesa

             MOVE "S" TO HayMas
             OPEN I-O Remesas
             PERFORM RedirigirRemesaSiguiente UNTIL NoHayMas
             CLOSE Remesas

             OPEN INPUT Bovedas
               MOVE LSSucOrigen TO BovSucursal
               READ Bovedas
                 KEY IS BovSucursal
                 INVALID KEY
                   MOVE 0 TO LSMontoRemesa
                 NOT INVALID KEY
                   IF BovSaldo > 0 THEN
                      MOVE BovSaldo TO LSMontoRemesa
                   END-IF
               END-READ
             CLOSE Bovedas

             IF LSMontoRemesa > 0 THEN
                INVOKE boveda "New"
                        RETURNING obj-boveda
                INVOKE obj-boveda "EnviarRemesa"
                                     using LSFecha
                                           LSSucOrigen
                                           LSSucDestino
                                           LSMontoRemesa
                                     returning LSRemSeq
             END-IF
             MOVE "N" TO TrasPend.

       RedirigirRemesaSiguiente.
             IF TrasPend = "S" THEN
                READ Remesas NEXT RECORD
                  AT END
                    MOVE "N" TO HayMas
                  NOT AT END
                    IF RemSucDestino = LSSucOrigen
                       AND RemesaEnTransito THEN
                       MOVE LSSucDestino TO RemSucDestino
                       REWRITE remesas-file
                       END-REWRITE
                       ADD 1 TO LSRedirigidas
                    END-IF
                END-READ
             END-IF.

       End Method TrasladarBoveda.
      *>----------------------------------------------

       end object.
       end class Boveda.
