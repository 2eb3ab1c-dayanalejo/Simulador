       identification division.
       program-id. CertificadoTributarioBatch.

       object section.
       class-control.
           certificadotributario is class "certificadotributario"
           bitacora     is class "bitacora"
           fechaproceso is class "fechaproceso".

           data division.
           working-storage section.
      *CORRIDA DE FIN DE ANO: CERTIFICADO TRIBUTARIO DE TODOS LOS
      *CLIENTES PARA LA DECLARACION DE RENTA. CORRE DESPUES DEL
      *CIERRE DEL 31 DE DICIEMBRE; SI LA FECHA DE PROCESO YA ES DEL
      *ANO SIGUIENTE, CERTIFICA EL ANO ANTERIOR
           77  TotalCertificados PIC 9(5).
           77  NombreProceso     PIC X(20) VALUE "CERTTRIBUTARIO".
           77  BitacoraSeq       PIC 9(6).
           77  RegistrosBit      PIC 9(6).
           77  ResultadoBit      PIC X(10).
           77  CierreBitOk       PIC 9.
           77  AnioGravable      PIC X(4).
           77  AnioNumero        PIC 9(4).
           01  FechaProceso.
               02  FPAnio        PIC 9(4).
               02  FPMesDia      PIC X(4).
           01  obj-certificado   object reference.
           01  obj-bitacora      object reference.
           01  obj-fechaproceso  object reference.

           procedure division.

            INVOKE certificadotributario "New"
            RETURNING obj-certificado.

            INVOKE bitacora "New"
            RETURNING obj-bitacora.

            INVOKE fechaproceso "New"
            RETURNING obj-fechaproceso.

            INVOKE obj-fechaproceso "GetFechaProceso"
                                  returning FechaProceso.

            IF FPMesDia = "1231" THEN
               MOVE FPAnio TO AnioNumero
            ELSE
               COMPUTE AnioNumero = FPAnio - 1
            END-IF.
            MOVE AnioNumero TO AnioGravable.

            INVOKE obj-bitacora "AbrirCorrida"
                                 using NombreProceso FechaProceso
                                 returning BitacoraSeq.

            DISPLAY "====================================".
            DISPLAY "Certificados tributarios ano " AnioGravable.
            DISPLAY "====================================".

            INVOKE obj-certificado "GenerarCertificados"
                                 using AnioGravable
                                 returning TotalCertificados.

            DISPLAY "------------------------------------".
            DISPLAY "Certificados emitidos: " TotalCertificados.
            DISPLAY "Archivo: certificados_tributarios.txt".

            MOVE TotalCertificados TO RegistrosBit.
            MOVE "NORMAL" TO ResultadoBit.
            INVOKE obj-bitacora "CerrarCorrida"
                                 using BitacoraSeq
                                       RegistrosBit
                                       ResultadoBit
                                 returning CierreBitOk.

           stop run.
