           05  EPREstado          PIC 9.
           05  EPRReestructurado  PIC X.
           05  EPRFechaAprobacion PIC X(8).
           05  EPRIndice          PIC X(4).
           05  EPRSpread          PIC 9V9999.
           05  EPRPeriodoReajuste PIC 9(2).
           05  EPRFechaReajuste   PIC X(8).

       FD EvaAlertas.
       01 eva-alertas-file.
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
      *LOS CASTIGADOS (ESTADO 2) SIGUEN CONTANDO SU MORA
                 IF EPRIdCustomer = LSCliente
                    AND (EPREstado = 0 OR EPREstado = 2) THEN
                    ADD EPRCuotasMora TO LSCuotasMora
                 END-IF
             END-READ.
