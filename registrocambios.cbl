           SELECT JournalCambios ASSIGN TO "journal_cambios.dat"
           organization is line sequential.

      *COPIA DE TRABAJO PARA RECORTAR EL JOURNAL EN LA REAPERTURA
           SELECT JournalTrabajo ASSIGN TO "journal_cambios.tmp"
           organization is line sequential.

      *LOS TRAZADOS DE accounts.dat Y transacition.dat SON LOS DE
      *LAS CLASES DUENAS, COMO EN RecuperacionBatch; SI UN TRAZADO
      *CAMBIA ALLA, DEBE CAMBIARSE TAMBIEN AQUI
           SELECT RecAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is RCANumaccounts.

           SELECT RecTransacciones ASSIGN TO "transacition.dat"
           organization is indexed
           access is dynamic
           record key is RCTIdt
           alternate record key is RCTNumaccounts with duplicates
           alternate record key is RCTFecha with duplicates.

       DATA DIVISION.
       FILE SECTION.
       FD JournalCambios.
           05  JrnFecha        PIC X(8).
           05  JrnHora         PIC X(4).
      *ARCHIVO AFECTADO: A=accounts.dat, T=transacition.dat
      *C=MARCA DE INICIO DEL CIERRE (LA IMAGEN LLEVA LA FECHA QUE
      *SE CIERRA): SEPARA LO DEL DIA DE LO QUE HIZO EL CIERRE
      *X=CUENTA ELIMINADA (LA IMAGEN ES LA CUENTA COMO ESTABA)
      *U=customer.dat, Y=CLIENTE ELIMINADO. LOS CLIENTES NO SE
      *REAPLICAN EN LA RECUPERACION: SOLO ALIMENTAN EL EXTRACTO DE
      *CAMBIOS PARA LA BODEGA DE DATOS
           05  JrnArchivo      PIC X.
           05  JrnImagen       PIC X(120).

       FD JournalTrabajo.
       01 journal-trabajo-linea PIC X(133).

       FD RecAccounts.
       01 rec-accounts-file.
           05  RCANumaccounts     PIC X(9).
           05  RCAMontodisponible PIC S9(10)V99.
           05  RCAIdCustomer      PIC 9(9).
           05  RCAIdCustomer2     PIC 9(9).
           05  RCAIdDebitcard     PIC X(15).
           05  RCATipodeCueta     PIC 9.
           05  RCALimiteSobregiro PIC 9(10)V99.
           05  RCAMontoMinimo     PIC 9(10)V99.
           05  RCAFechaVencim     PIC X(8).
           05  RCAEstadoCuenta    PIC 9.
           05  RCAMonedaCuenta    PIC X(3).
           05  RCASucursalCuenta  PIC 9(2).
           05  RCAMancomunada     PIC X.
           05  RCAUmbralMancom    PIC 9(10)V99.
           05  RCAProducto        PIC X(4).

       FD RecTransacciones.
       01 rec-transacciones-file.
           05  RCTIdt            PIC 9(9).
           05  RCTFecha          PIC X(8).
           05  RCTHora           PIC X(4).
           05  RCTTipo           PIC 9.
           05  RCTNumaccounts    PIC X(9).
           05  RCTValor          PIC 9(10)V99.
           05  RCTAnulada        PIC X.
           05  RCTConcepto       PIC X(20).

       Method-ID. RegistrarImagen.
      *>----------------------------------------------
       Data Division.
       End Method ReiniciarJournal.
      *>----------------------------------------------

       Method-ID. MarcarInicioCierre.
      *>----------------------------------------------
      *DEJA EN EL JOURNAL LA MARCA DE INICIO DEL CIERRE DE UNA
      *FECHA. LO ANTERIOR A LA MARCA ES EL ESTADO DEL DIA ANTES DEL
      *CIERRE, AL QUE VUELVE UNA REAPERTURA
       Data Division.
        Local-Storage Section.
           01 CurrentTime.
               02  CurrentHour   PIC 99.
               02  CurrentMinute PIC 99.

        Linkage Section.
           77  LSFecha       PIC X(8).

       Procedure Division using  LSFecha.

             ACCEPT CurrentTime FROM TIME
             OPEN EXTEND JournalCambios
             MOVE LSFecha     TO JrnFecha
             MOVE CurrentTime TO JrnHora
             MOVE "C"         TO JrnArchivo
             MOVE SPACES      TO JrnImagen
             MOVE LSFecha     TO JrnImagen(1:8)
             WRITE journal-cambios-file
             END-WRITE
             CLOSE JournalCambios.

       End Method MarcarInicioCierre.
      *>----------------------------------------------

       Method-ID. BuscarMarcaCierre.
      *>----------------------------------------------
      *DEVUELVE 1 SI EL JOURNAL TIENE LA MARCA DE INICIO DEL CIERRE
      *DE LA FECHA, Y CUENTA LAS IMAGENES POSTERIORES A ELLA YA CON
      *FECHA DE PROCESO NUEVA (LO QUE SE OPERO DESPUES DEL CIERRE Y
      *SE PERDERIA AL REABRIR)
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  LSPosteriores PIC 9(6).
           77  ExisteMarca   PIC 9.

       Procedure Division using  LSFecha
                                 LSPosteriores
                                 returning ExisteMarca.

             MOVE 0   TO ExisteMarca
             MOVE 0   TO LSPosteriores
             MOVE "S" TO HayMas
             OPEN INPUT JournalCambios
             PERFORM BuscarMarcaSiguiente UNTIL NoHayMas
             CLOSE JournalCambios.

       BuscarMarcaSiguiente.
             READ JournalCambios
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF ExisteMarca = 0 THEN
                    IF JrnArchivo = "C"
                       AND JrnImagen(1:8) = LSFecha THEN
                       MOVE 1 TO ExisteMarca
                    END-IF
                 ELSE
                    IF JrnArchivo NOT = "C"
                       AND JrnFecha > LSFecha THEN
                       ADD 1 TO LSPosteriores
                    END-IF
                 END-IF
             END-READ.

       End Method BuscarMarcaCierre.
      *>----------------------------------------------

       Method-ID. ReaplicarHastaCierre.
      *>----------------------------------------------
      *REAPERTURA: SOBRE accounts.dat Y transacition.dat YA
      *RESTAURADOS DESDE LA GENERACION DE LA FECHA, REAPLICA LAS
      *IMAGENES DEL JOURNAL HASTA LA MARCA DE INICIO DE SU CIERRE,
      *COMO RecuperacionBatch. EL JOURNAL QUEDA RECORTADO EN ESE
      *PUNTO: LO QUE HIZO EL CIERRE YA NO EXISTE EN LOS ARCHIVOS Y
      *NO DEBE REAPLICARSE EN UNA RECUPERACION POSTERIOR
       Data Division.
        Local-Storage Section.
           77  HayMas        PIC X VALUE "S".
               88  NoHayMas  VALUE "N".
           77  MarcaHallada  PIC X VALUE "N".

        Linkage Section.
           77  LSFecha       PIC X(8).
           77  TotalImagenes PIC 9(6).

       Procedure Division using  LSFecha
                                 returning TotalImagenes.

             MOVE 0   TO TotalImagenes
             MOVE "N" TO MarcaHallada
             MOVE "S" TO HayMas
             OPEN INPUT JournalCambios
             OPEN OUTPUT JournalTrabajo
             OPEN I-O RecAccounts
             OPEN I-O RecTransacciones
             PERFORM ReaplicarImagenSiguiente UNTIL NoHayMas
             CLOSE RecTransacciones
             CLOSE RecAccounts
             CLOSE JournalTrabajo
             CLOSE JournalCambios

      *EL JOURNAL SE REESCRIBE CON LO QUE QUEDO ANTES DE LA MARCA
             MOVE "S" TO HayMas
             OPEN INPUT JournalTrabajo
             OPEN OUTPUT JournalCambios
             PERFORM CopiarTrabajoSiguiente UNTIL NoHayMas
             CLOSE JournalCambios
             CLOSE JournalTrabajo.

       ReaplicarImagenSiguiente.
             READ JournalCambios
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF JrnArchivo = "C" AND JrnImagen(1:8) = LSFecha THEN
                    MOVE "S" TO MarcaHallada
                    MOVE "N" TO HayMas
                 ELSE
                    MOVE journal-cambios-file TO journal-trabajo-linea
                    WRITE journal-trabajo-linea
                    END-WRITE
                    EVALUATE JrnArchivo
                      WHEN "A"
                        MOVE JrnImagen TO rec-accounts-file
                        WRITE rec-accounts-file
                          INVALID KEY
                            REWRITE rec-accounts-file
                            END-REWRITE
                        END-WRITE
                        ADD 1 TO TotalImagenes
                      WHEN "T"
                        MOVE JrnImagen TO rec-transacciones-file
                        WRITE rec-transacciones-file
                          INVALID KEY
                            REWRITE rec-transacciones-file
                            END-REWRITE
                        END-WRITE
                        ADD 1 TO TotalImagenes
                      WHEN "X"
                        MOVE JrnImagen TO rec-accounts-file
                        DELETE RecAccounts RECORD
                          INVALID KEY
                            CONTINUE
                        END-DELETE
                        ADD 1 TO TotalImagenes
                    END-EVALUATE
                 END-IF
             END-READ.

       CopiarTrabajoSiguiente.
             READ JournalTrabajo
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 MOVE journal-trabajo-linea TO journal-cambios-file
                 WRITE journal-cambios-file
                 END-WRITE
             END-READ.

       End Method ReaplicarHastaCierre.
      *>----------------------------------------------

       end object.
       end class RegistroCambios.
