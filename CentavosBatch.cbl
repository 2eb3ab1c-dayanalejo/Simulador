           record key is NCustomerCampo1.

      *LAS TARJETAS GANARON EL VENCIMIENTO (MES/ANIO); LAS VIEJAS
      *QUEDAN EN CERO Y LA CORRIDA DE RENOVACION LAS RECOGE. EL
      *ARCHIVO NUEVO QUEDA CON LA LLAVE POR NUMERO DE TARJETA; EL
      *CONSECUTIVO VIEJO (IDC) SE DESCARTA
           SELECT VieDebitcard ASSIGN TO "debitcard_old.dat"
           organization is indexed
           access is dynamic
           SELECT NueDebitcard ASSIGN TO "debitcard.dat"
           organization is indexed
           access is dynamic
           record key is NDebitcardNumero.

      *LOS RECLAMOS GANARON EL IDT DEL AJUSTE AUTOMATICO
           SELECT VieReclamos ASSIGN TO "reclamos_old.dat"
           SELECT NueTarjetaUsos ASSIGN TO "tarjeta_usos.dat"
           organization is indexed
           access is dynamic
           record key is NTarjetaUsosCampo1
           alternate record key is NTarjetaUsosTarjeta
                                   with duplicates.

      *EL CONTROL DEL CIERRE GANO EL PASO DE CANJE AL PRINCIPIO
      *DEL REGISTRO DE PASOS
           05  NAccountsSucursalCuenta PIC 9(2).
           05  NAccountsMancomunada   PIC X.
           05  NAccountsUmbralMancom  PIC 9(10)V99.
           05  NAccountsProducto      PIC X(4).

       FD VieTransacciones.
       01 vie-transacciones-file.
           05  VTransaccionesConcepto PIC X(20).
       FD NueTransacciones.
       01 nue-transacciones-file.
           05  NTransaccionesCampo1   PIC 9(9).
           05  NTransaccionesFecha    PIC X(8).
           05  NTransaccionesHora     PIC X(4).
           05  NTransaccionesTipo     PIC 9.
           05  VArchivoConcepto       PIC X(20).
       FD NueArchivo.
       01 nue-archivo-file.
           05  NArchivoCampo1         PIC 9(9).
           05  NArchivoIdt            PIC 9(9).
           05  NArchivoFecha          PIC X(8).
           05  NArchivoHora           PIC X(4).
           05  NArchivoTipo           PIC 9.
           05  NPrestamosEstado       PIC 9.
           05  NPrestamosReestruct    PIC X.
           05  NPrestamosFecAprob     PIC X(8).
           05  NPrestamosIndice       PIC X(4).
           05  NPrestamosSpread       PIC 9V9999.
           05  NPrestamosPerReaj      PIC 9(2).
           05  NPrestamosFecReaj      PIC X(8).

       FD VieAmortizacion.
       01 vie-amortizacion-file.
           05  NAmortizacionCapital   PIC 9(10)V99.
           05  NAmortizacionSaldo     PIC 9(10)V99.
           05  NAmortizacionEstado    PIC 9.
           05  NAmortizacionSeguro    PIC 9(10)V99.
           05  NAmortizacionFechaPago PIC X(8).
           05  NAmortizacionIntPagado PIC 9(10)V99.

       FD VieOrdenes.
       01 vie-ordenes-file.
           05  VDebitcardPrimerUso    PIC X.
       FD NueDebitcard.
       01 nue-debitcard-file.
           05  NDebitcardNumero       PIC X(10).
           05  NDebitcardIdBank       PIC 9.
           05  NDebitcardPin          PIC 9(4).
       01 nue-reclamos-file.
           05  NReclamosCampo1        PIC 9(5).
           05  NReclamosCliente       PIC 9(9).
           05  NReclamosIdt           PIC 9(9).
           05  NReclamosArcSeq        PIC 9(9).
           05  NReclamosTexto         PIC X(40).
           05  NReclamosFecApertura   PIC X(8).
           05  NReclamosFecCierre     PIC X(8).
           05  NReclamosEstado        PIC 9.
           05  NReclamosIdtAjuste     PIC 9(9).

       FD VieAuditoria.
       01 vie-auditoria-file.
           05  NCierrePasoExtracto    PIC X.
           05  NCierrePasoArchivo     PIC X.
           05  NCierreCompleto        PIC X.
           05  NCierreReabierto       PIC X.
           05  NCierreReapMotivo      PIC X(30).
           05  NCierreReapOperador    PIC 9(9).
           05  NCierreReapFecha       PIC X(8).
           05  NCierreReapHora        PIC X(4).
           05  NCierrePasoSaldos      PIC X.
           05  NCierrePasoCausacion   PIC X.

       working-storage section.
       77  FinArchivo        PIC X.
                MOVE VAccountsSucursalCuenta TO NAccountsSucursalCuenta
                MOVE VAccountsMancomunada TO NAccountsMancomunada
                MOVE VAccountsUmbralMancom TO NAccountsUmbralMancom
                MOVE SPACES TO NAccountsProducto
                WRITE nue-accounts-file
                END-WRITE
                ADD 1 TO RegistrosConv
                MOVE VPrestamosEstado   TO NPrestamosEstado
                MOVE "N"                TO NPrestamosReestruct
                MOVE SPACES             TO NPrestamosFecAprob
                MOVE SPACES             TO NPrestamosIndice
                MOVE 0                  TO NPrestamosSpread
                MOVE 0                  TO NPrestamosPerReaj
                MOVE SPACES             TO NPrestamosFecReaj
                WRITE nue-prestamos-file
                END-WRITE
                ADD 1 TO RegistrosConv
                MOVE VAmortizacionCapital TO NAmortizacionCapital
                MOVE VAmortizacionSaldo TO NAmortizacionSaldo
                MOVE VAmortizacionEstado TO NAmortizacionEstado
                MOVE 0 TO NAmortizacionSeguro
                MOVE SPACES TO NAmortizacionFechaPago
                MOVE 0 TO NAmortizacionIntPagado
                WRITE nue-amortizacion-file
                END-WRITE
                ADD 1 TO RegistrosConv
              AT END
                MOVE "S" TO FinArchivo
              NOT AT END
                MOVE VDebitcardNumero   TO NDebitcardNumero
                MOVE VDebitcardIdBank   TO NDebitcardIdBank
                MOVE VDebitcardPin      TO NDebitcardPin

      *EL PASO DE CANJE NO EXISTIA: EN LOS CIERRES YA COMPLETOS
      *QUEDA COMO HECHO Y EN UN CIERRE A MEDIAS QUEDA PENDIENTE,
      *PARA QUE LA REANUDACION LO CORRA UNA VEZ. LO MISMO CON LA
      *FOTO DE SALDOS Y LA CAUSACION; NINGUNA FECHA VIEJA QUEDA
      *MARCADA COMO REABIERTA
       CopiarCierreControl.
            READ VieCierreControl NEXT RECORD
              AT END
                MOVE VCierrePasoExtracto TO NCierrePasoExtracto
                MOVE VCierrePasoArchivo  TO NCierrePasoArchivo
                MOVE VCierreCompleto     TO NCierreCompleto
                MOVE NCierrePasoCanje    TO NCierrePasoSaldos
                MOVE NCierrePasoCanje    TO NCierrePasoCausacion
                MOVE "N"                 TO NCierreReabierto
                MOVE SPACES              TO NCierreReapMotivo
                MOVE 0                   TO NCierreReapOperador
                MOVE SPACES              TO NCierreReapFecha
                MOVE SPACES              TO NCierreReapHora
                WRITE nue-cierre-control-file
                END-WRITE
                ADD 1 TO RegistrosConv
