      *ROMPE LA CADENA Y LA VERIFICACION LO DELATA
           05  CadenaAud     PIC 9(4).

      *REGISTRO ANCLA (IDA CERO): LO DEJA LA DEPURACION ANUAL AL
      *PASAR AL ARCHIVO FUERA DE LINEA LOS REGISTROS MAS VIEJOS DEL
      *RASTRO. GUARDA LA IDA Y LA CADENA DEL ULTIMO REGISTRO
      *DEPURADO, Y LA VERIFICACION ARRANCA DESDE AHI
       object-storage section.
       01  AccionAncla.
           02  FILLER        PIC X(19) VALUE "DEPURADO HASTA IDA ".
           02  AAIda         PIC 9(5).
           02  FILLER        PIC X(6) VALUE SPACES.

       Method-ID. RegistrarAuditoria.
      *>----------------------------------------------
      *DEJA CONSTANCIA DE UNA ACCION DE ADMINISTRACION/ATENCION,
             MOVE 1 TO IdaEsperado
             MOVE "S" TO HayMas
             OPEN INPUT Auditoria
             PERFORM LeerAnclaVer
             PERFORM VerificarRegistroSiguiente UNTIL NoHayMas
             CLOSE Auditoria

                 END-IF
             END-READ.

      *CON ANCLA, LA CADENA SIGUE DEL ULTIMO REGISTRO DEPURADO
       LeerAnclaVer.
             MOVE 0 TO IDA
             READ Auditoria
               KEY IS IDA
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE AccionAud TO AccionAncla
                 COMPUTE IdaEsperado = AAIda + 1
                 MOVE CadenaAud TO CadenaPrev
             END-READ
             MOVE 1 TO IDA
             START Auditoria KEY IS NOT < IDA
               INVALID KEY
                 MOVE "N" TO HayMas
             END-START.

       RecalcularCadenaVer.
             MOVE FechaAud      TO CCFecha
             MOVE HoraAud       TO CCHora
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
      *EL ANCLA NO SE RESELLA: ES EL PUNTO DE PARTIDA
               IF IDA = 0 THEN
                 MOVE CadenaAud TO CadenaPrev
               ELSE
                 MOVE FechaAud      TO CCFecha
                 MOVE HoraAud       TO CCHora
                 MOVE OperadorIdAud TO CCOperador
                 END-REWRITE
                 MOVE CadenaAud TO CadenaPrev
                 ADD 1 TO TotalSellados
               END-IF
             END-READ.

       AcumularCaracterSello.
       End Method ReconstruirCadena.
      *>----------------------------------------------

       Method-ID. FijarAnclaCadena.
      *>----------------------------------------------
      *DEJA O ACTUALIZA EL REGISTRO ANCLA DESPUES DE DEPURAR LOS
      *REGISTROS MAS VIEJOS DEL RASTRO: IDA Y CADENA DEL ULTIMO
      *REGISTRO DEPURADO Y LA FECHA DE LA DEPURACION
       Data Division.
        Linkage Section.
           77  LSIda         PIC 9(5).
           77  LSCadena      PIC 9(4).
           77  LSFecha       PIC X(8).

       Procedure Division using  LSIda  LSCadena  LSFecha.

             MOVE LSIda TO AAIda
             OPEN I-O Auditoria
               MOVE 0 TO IDA
               READ Auditoria
                 KEY IS IDA
                 INVALID KEY
                   MOVE 0           TO IDA
                   MOVE LSFecha     TO FechaAud
                   MOVE "0000"      TO HoraAud
                   MOVE 0           TO OperadorIdAud
                   MOVE AccionAncla TO AccionAud
                   MOVE LSCadena    TO CadenaAud
                   WRITE auditoria-file
                   END-WRITE
                 NOT INVALID KEY
                   MOVE LSFecha     TO FechaAud
                   MOVE AccionAncla TO AccionAud
                   MOVE LSCadena    TO CadenaAud
                   REWRITE auditoria-file
                   END-REWRITE
               END-READ
             CLOSE Auditoria.

       End Method FijarAnclaCadena.
      *>----------------------------------------------

       end object.
       end class Auditoria.
