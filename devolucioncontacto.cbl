      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. DevolucionContacto as "devolucioncontacto"
                 inherits from base.

       object section.
       class-control.
           customer     is class "customer"
           reporte      is class "reporte"
           devolucioncontacto is class "devolucioncontacto".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DEVOLUCIONES QUE ENVIAN LA CASA DE CORREO (EXTRACTOS Y CARTAS
      *QUE NO SE PUDIERON ENTREGAR) Y EL PROVEEDOR DE MENSAJES (SMS Y
      *CORREOS DE notificaciones_salida.txt QUE REBOTARON)
           SELECT DevolucionesEntrada ASSIGN TO
                  "devoluciones_contacto.dat"
           organization is line sequential.

           SELECT DevolucionesRegistro ASSIGN TO
                  "devoluciones_registro.dat"
           organization is indexed
           access is dynamic
           record key is DvrId.

      *LOS PERFILES Y LAS CUENTAS SE LEEN AQUI SOLO EN CONSULTA, CON
      *EL MISMO TRAZADO QUE DEFINE SU CLASE DUENA; SI EL TRAZADO
      *CAMBIA ALLA, DEBE CAMBIARSE TAMBIEN AQUI
           SELECT DvcPerfil ASSIGN TO "customer_perfil.dat"
           organization is indexed
           access is dynamic
           record key is DVPIdentificacion.

           SELECT DvcAccounts ASSIGN TO "accounts.dat"
           organization is indexed
           access is dynamic
           record key is DVANumaccounts.

       DATA DIVISION.
       FILE SECTION.
       FD DevolucionesEntrada.
      *TIPO: D=DIRECCION (CORRESPONDENCIA), T=TELEFONO (SMS),
      *E=EMAIL. ORIGEN: EXT=EXTRACTO, NOT=NOTIFICACION, INA=AVISO DE
      *INACTIVIDAD, OTR=OTRA CORRESPONDENCIA
       01 devoluciones-entrada-file.
           05  DveCliente      PIC 9(9).
           05  DveTipo         PIC X.
           05  DveOrigen       PIC X(3).
           05  DveFecha        PIC X(8).
           05  DveMotivo       PIC X(20).

       FD DevolucionesRegistro.
      *CADA DEVOLUCION APLICADA, CON LA FECHA EN QUE SE PROCESO
       01 devoluciones-registro-file.
           05  DvrId           PIC 9(6).
           05  DvrCliente      PIC 9(9).
           05  DvrTipo         PIC X.
           05  DvrOrigen       PIC X(3).
           05  DvrFecha        PIC X(8).
           05  DvrMotivo       PIC X(20).
           05  DvrProceso      PIC X(8).

       FD DvcPerfil.
       01 dvc-perfil-file.
           05  DVPIdentificacion PIC 9(9).
           05  DVPTelefono       PIC X(15).
           05  DVPEmail          PIC X(30).
           05  DVPFechaNacim     PIC X(8).
           05  DVPTipoDocumento  PIC 9.
           05  DVPSegmentoRiesgo PIC 9.
           05  DVPFechaVerificacion PIC X(8).
           05  DVPEtapaActualizacion PIC 9.
           05  DVPDireccionDevuelta PIC X.
           05  DVPTelefonoDevuelto PIC X.
           05  DVPEmailDevuelto PIC X.
           05  DVPFechaDevolucion PIC X(8).

       FD DvcAccounts.
       01 dvc-accounts-file.
           05  DVANumaccounts     PIC X(9).
           05  DVAMontodisponible PIC S9(10)V99.
           05  DVAIdCustomer      PIC 9(9).
           05  DVAIdCustomer2     PIC 9(9).
           05  DVAIdDebitcard     PIC X(15).
           05  DVATipodeCueta     PIC 9.
           05  DVALimiteSobregiro PIC 9(10)V99.
           05  DVAMontoMinimo     PIC 9(10)V99.
           05  DVAFechaVencim     PIC X(8).
           05  DVAEstadoCuenta    PIC 9.
               88  DVACuentaCerrada VALUE 3.
           05  DVAMonedaCuenta    PIC X(3).
           05  DVASucursalCuenta  PIC 9(2).
           05  DVAMancomunada     PIC X.
           05  DVAUmbralMancom    PIC 9(10)V99.
           05  DVAProducto        PIC X(4).

       object-storage section.
      *DATOS QUE DEVUELVE CBL_CHECK_FILE_EXIST
       01  DatosArchivo.
           02  DAVTamano    PIC 9(18) COMP-X.
           02  DAVDia       PIC 99 COMP-X.
           02  DAVMes       PIC 99 COMP-X.
           02  DAVAnio      PIC 9(4) COMP-X.
           02  DAVHora      PIC 99 COMP-X.
           02  DAVMinuto    PIC 99 COMP-X.
           02  DAVSegundo   PIC 99 COMP-X.
           02  DAVCentesima PIC 99 COMP-X.
       77  NombreEntrada    PIC X(30)
                            VALUE "devoluciones_contacto.dat".

       procedure division.

       Method-ID. ProcesarDevoluciones.
      *>----------------------------------------------
      *APLICA EL ARCHIVO DE DEVOLUCIONES: CADA DATO DEVUELTO QUEDA
      *MARCADO EN EL PERFIL DEL CLIENTE, Y DESDE ESE MOMENTO NO SE LE
      *ENVIA NADA; LOS EXTRACTOS Y AVISOS QUEDAN PARA LA SUCURSAL. EL
      *DETALLE DE LO APLICADO Y LO RECHAZADO (CLIENTE O TIPO
      *DESCONOCIDO) SALE EN devoluciones_contacto.txt
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
      *DevolucionPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL
      *CONTROL CAE EN ELLOS AL FINAL DEL METODO
           77  DevolucionPend  PIC X VALUE "N".
           77  MaxDvrId        PIC 9(6) VALUE 0.
           77  TotalRechazadas PIC 9(5) VALUE 0.
           77  NombreCliente   PIC X(15).
           77  DirCliente      PIC X(20).
           77  existeCliente   PIC 9.
           77  MarcaOk         PIC 9.
           77  MontoControl    PIC S9(14)V99 VALUE 0.
           77  NombreImpresion PIC X(30)
                       VALUE "devoluciones_contacto.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "DEVOLUCIONES DE CONTACTO".
           01  EncabezadoImpresion.
               02  FILLER      PIC X(40)
                   VALUE "  CLIENTE   NOMBRE          DATO ORIGEN".
               02  FILLER      PIC X(40)
                   VALUE " DEVUELTO MOTIVO               ESTADO".
           77  LineaImpresion  PIC X(80).
           01  LineaDevolucion.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LDCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LDNombre    PIC X(15).
               02  FILLER      PIC X VALUE SPACE.
               02  LDTipo      PIC X(5).
               02  FILLER      PIC X VALUE SPACE.
               02  LDOrigen    PIC X(6).
               02  FILLER      PIC X VALUE SPACE.
               02  LDFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LDMotivo    PIC X(20).
               02  FILLER      PIC X VALUE SPACE.
               02  LDEstado    PIC X(9).
           01  obj-customer    object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSAplicadas     PIC 9(5).

       Procedure Division using  LSFecha
                                 returning LSAplicadas.

             MOVE 0 TO LSAplicadas
             MOVE "S" TO DevolucionPend
             CALL "CBL_CHECK_FILE_EXIST" using NombreEntrada
                                               DatosArchivo
             IF RETURN-CODE NOT = 0 THEN
                DISPLAY "No hay archivo de devoluciones: "
                        NombreEntrada
             ELSE
                INVOKE customer "New"
                        RETURNING obj-customer
                INVOKE reporte "New"
                        RETURNING obj-reporte
                INVOKE obj-reporte "AbrirReporte"
                                 using NombreImpresion
                                       TituloImpresion
                                       LSFecha
                                       EncabezadoImpresion

                MOVE "S" TO HayMas
                OPEN INPUT DevolucionesRegistro
                PERFORM BuscarMaxDvrId UNTIL NoHayMas
                CLOSE DevolucionesRegistro

                MOVE "S" TO HayMas
                OPEN INPUT DevolucionesEntrada
                OPEN I-O DevolucionesRegistro
                PERFORM AplicarDevolucionSiguiente UNTIL NoHayMas
                CLOSE DevolucionesRegistro
                CLOSE DevolucionesEntrada

                MOVE LSAplicadas TO MontoControl
                INVOKE obj-reporte "CerrarReporte"
                                 using MontoControl
                IF TotalRechazadas > 0 THEN
                   DISPLAY "Devoluciones rechazadas: " TotalRechazadas
                END-IF
             END-IF
             MOVE "N" TO DevolucionPend.

       BuscarMaxDvrId.
           IF DevolucionPend = "S" THEN
             READ DevolucionesRegistro NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF DvrId > MaxDvrId THEN
                    MOVE DvrId TO MaxDvrId
                 END-IF
             END-READ
           END-IF.

       AplicarDevolucionSiguiente.
           IF DevolucionPend = "S" THEN
             READ DevolucionesEntrada NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 PERFORM AplicarDevolucion
             END-READ
           END-IF.

       AplicarDevolucion.
           IF DevolucionPend = "S" THEN
             MOVE 0 TO MarcaOk
             INVOKE obj-customer "GetDatosCustomer" using
                                             DveCliente
                                             NombreCliente
                                             DirCliente
                                   returning existeCliente
             IF existeCliente = 1 THEN
                INVOKE obj-customer "MarcarContactoDevuelto"
                                    using DveCliente
                                          DveTipo
                                          DveFecha
                                    returning MarcaOk
             END-IF
             MOVE DveCliente    TO LDCliente
             MOVE NombreCliente TO LDNombre
             EVALUATE DveTipo
               WHEN "D"
                 MOVE "DIREC" TO LDTipo
               WHEN "T"
                 MOVE "TELEF" TO LDTipo
               WHEN "E"
                 MOVE "EMAIL" TO LDTipo
               WHEN OTHER
                 MOVE DveTipo TO LDTipo
             END-EVALUATE
             MOVE DveOrigen TO LDOrigen
             MOVE DveFecha  TO LDFecha
             MOVE DveMotivo TO LDMotivo
             IF MarcaOk = 1 THEN
                ADD 1 TO MaxDvrId
                MOVE MaxDvrId   TO DvrId
                MOVE DveCliente TO DvrCliente
                MOVE DveTipo    TO DvrTipo
                MOVE DveOrigen  TO DvrOrigen
                MOVE DveFecha   TO DvrFecha
                MOVE DveMotivo  TO DvrMotivo
                MOVE LSFecha    TO DvrProceso
                WRITE devoluciones-registro-file
                END-WRITE
                MOVE "APLICADA" TO LDEstado
                ADD 1 TO LSAplicadas
             ELSE
                MOVE "RECHAZADA" TO LDEstado
                ADD 1 TO TotalRechazadas
             END-IF
             MOVE LineaDevolucion TO LineaImpresion
             INVOKE obj-reporte "EscribirLinea" using LineaImpresion
           END-IF.

       End Method ProcesarDevoluciones.
      *>----------------------------------------------

       Method-ID. ListarContactoSucursal.
      *>----------------------------------------------
      *LISTADO PARA LAS SUCURSALES (contactar_sucursal.txt) DE LOS
      *CLIENTES CON ALGUN DATO DE CONTACTO DEVUELTO, AGRUPADOS POR LA
      *SUCURSAL DE SU PRIMERA CUENTA NO CERRADA (SIN CUENTAS SALEN EN
      *LA SUCURSAL CERO): LA SUCURSAL LOS LLAMA O LOS ESPERA PARA
      *CORREGIR EL DATO Y ENTREGARLES LO RETENIDO
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  HayCuenta       PIC X VALUE "S".
               88  NoHayCuenta VALUE "N".
      *ListadoPend EVITA QUE LOS PARRAFOS ACTUEN CUANDO EL CONTROL
      *CAE EN ELLOS AL FINAL DEL METODO
           77  ListadoPend     PIC X VALUE "N".
           77  TieneCuenta     PIC X.
           77  TotalTabla      PIC 9(4) VALUE 0.
           77  IndTab          PIC 9(4).
           77  IndSuc          PIC 9(3).
           77  SucursalEnCurso PIC 9(2).
           77  CantSucursal    PIC 9(4).
           77  NombreCliente   PIC X(15).
           77  DirCliente      PIC X(20).
           77  existeCliente   PIC 9.
           77  MontoControl    PIC S9(14)V99.
           77  NombreImpresion PIC X(30)
                       VALUE "contactar_sucursal.txt".
           77  TituloImpresion PIC X(30)
                       VALUE "CLIENTES CON CONTACTO DEVUELTO".
           01  EncabezadoImpresion.
               02  FILLER      PIC X(40)
                   VALUE "  CLIENTE   NOMBRE          DIR TEL EML".
               02  FILLER      PIC X(40)
                   VALUE " DESDE    TELEFONO".
           77  LineaImpresion  PIC X(80).
      *CLIENTES CON CONTACTO DEVUELTO, PARA EL LISTADO POR SUCURSAL
           01  TablaDevueltos.
               02  Devuelto    OCCURS 2000.
                   03  DtCliente   PIC 9(9).
                   03  DtSucursal  PIC 9(2).
                   03  DtDireccion PIC X.
                   03  DtTelefono  PIC X.
                   03  DtEmail     PIC X.
                   03  DtFecha     PIC X(8).
                   03  DtNumeroTel PIC X(15).
           01  LineaSucursal.
               02  FILLER      PIC X(9) VALUE "SUCURSAL ".
               02  LBSucursal  PIC 9(2).
               02  FILLER      PIC X(12) VALUE " - CLIENTES ".
               02  LBCantidad  PIC ZZZ9.
               02  FILLER      PIC X(53) VALUE SPACES.
           01  LineaCliente.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LCCliente   PIC 9(9).
               02  FILLER      PIC X VALUE SPACE.
               02  LCNombre    PIC X(15).
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LCDireccion PIC X.
               02  FILLER      PIC X(3) VALUE SPACES.
               02  LCTelefono  PIC X.
               02  FILLER      PIC X(3) VALUE SPACES.
               02  LCEmail     PIC X.
               02  FILLER      PIC X(2) VALUE SPACES.
               02  LCFecha     PIC X(8).
               02  FILLER      PIC X VALUE SPACE.
               02  LCNumeroTel PIC X(15).
               02  FILLER      PIC X(16) VALUE SPACES.
           01  obj-customer    object reference.
           01  obj-reporte     object reference.

        Linkage Section.
           77  LSFecha         PIC X(8).
           77  LSTotal         PIC 9(5).

       Procedure Division using  LSFecha
                                 returning LSTotal.

             MOVE 0 TO LSTotal
             MOVE "S" TO ListadoPend
             MOVE "S" TO HayMas
             OPEN INPUT DvcPerfil
             PERFORM CargarPerfilSiguiente UNTIL NoHayMas
             CLOSE DvcPerfil

             MOVE 1 TO IndTab
             PERFORM BuscarSucursalDevuelto UNTIL IndTab > TotalTabla

             INVOKE customer "New"
                     RETURNING obj-customer
             INVOKE reporte "New"
                     RETURNING obj-reporte
             INVOKE obj-reporte "AbrirReporte"
                              using NombreImpresion
                                    TituloImpresion
                                    LSFecha
                                    EncabezadoImpresion
             MOVE 1 TO IndSuc
             PERFORM ListarSucursal UNTIL IndSuc > 100
             MOVE TotalTabla TO MontoControl
             INVOKE obj-reporte "CerrarReporte"
                              using MontoControl
             MOVE TotalTabla TO LSTotal
             MOVE "N" TO ListadoPend.

       CargarPerfilSiguiente.
           IF ListadoPend = "S" THEN
             READ DvcPerfil NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 IF DVPDireccionDevuelta = "S"
                    OR DVPTelefonoDevuelto = "S"
                    OR DVPEmailDevuelto = "S" THEN
                    IF TotalTabla < 2000 THEN
                       ADD 1 TO TotalTabla
                       MOVE DVPIdentificacion
                         TO DtCliente(TotalTabla)
                       MOVE 0 TO DtSucursal(TotalTabla)
                       MOVE DVPDireccionDevuelta
                         TO DtDireccion(TotalTabla)
                       MOVE DVPTelefonoDevuelto
                         TO DtTelefono(TotalTabla)
                       MOVE DVPEmailDevuelto
                         TO DtEmail(TotalTabla)
                       MOVE DVPFechaDevolucion
                         TO DtFecha(TotalTabla)
                       MOVE DVPTelefono
                         TO DtNumeroTel(TotalTabla)
                    ELSE
                       DISPLAY "Cliente fuera del listado: "
                               DVPIdentificacion
                    END-IF
                 END-IF
             END-READ
           END-IF.

       BuscarSucursalDevuelto.
           IF ListadoPend = "S" AND IndTab NOT > TotalTabla THEN
             MOVE "N" TO TieneCuenta
             MOVE "S" TO HayCuenta
             OPEN INPUT DvcAccounts
             PERFORM BuscarCuentaSiguiente UNTIL NoHayCuenta
             CLOSE DvcAccounts
           END-IF
           ADD 1 TO IndTab.

       BuscarCuentaSiguiente.
           IF ListadoPend = "S" THEN
             READ DvcAccounts NEXT RECORD
               AT END
                 MOVE "N" TO HayCuenta
               NOT AT END
                 IF DVAIdCustomer = DtCliente(IndTab)
                    AND NOT DVACuentaCerrada THEN
                    MOVE DVASucursalCuenta TO DtSucursal(IndTab)
                    MOVE "S" TO TieneCuenta
                    MOVE "N" TO HayCuenta
                 END-IF
             END-READ
           END-IF.

      *UN BLOQUE DEL LISTADO POR SUCURSAL CON CLIENTES A CONTACTAR
       ListarSucursal.
           IF ListadoPend = "S" THEN
             COMPUTE SucursalEnCurso = IndSuc - 1
             MOVE 0 TO CantSucursal
             MOVE 1 TO IndTab
             PERFORM ContarDevueltoSucursal UNTIL IndTab > TotalTabla
             IF CantSucursal > 0 THEN
                MOVE SPACES TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE SucursalEnCurso TO LBSucursal
                MOVE CantSucursal    TO LBCantidad
                MOVE LineaSucursal TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
                MOVE 1 TO IndTab
                PERFORM ListarDevuelto UNTIL IndTab > TotalTabla
             END-IF
           END-IF
           ADD 1 TO IndSuc.

       ContarDevueltoSucursal.
           IF ListadoPend = "S" THEN
             IF DtSucursal(IndTab) = SucursalEnCurso THEN
                ADD 1 TO CantSucursal
             END-IF
           END-IF
           ADD 1 TO IndTab.

       ListarDevuelto.
           IF ListadoPend = "S" THEN
             IF DtSucursal(IndTab) = SucursalEnCurso THEN
                INVOKE obj-customer "GetDatosCustomer" using
                                             DtCliente(IndTab)
                                             NombreCliente
                                             DirCliente
                                   returning existeCliente
                MOVE DtCliente(IndTab)   TO LCCliente
                MOVE NombreCliente       TO LCNombre
                MOVE DtDireccion(IndTab) TO LCDireccion
                MOVE DtTelefono(IndTab)  TO LCTelefono
                MOVE DtEmail(IndTab)     TO LCEmail
                MOVE DtFecha(IndTab)     TO LCFecha
      *EL TELEFONO SOLO SIRVE PARA LLAMARLO SI NO ES EL DEVUELTO
                IF DtTelefono(IndTab) = "S" THEN
                   MOVE SPACES TO LCNumeroTel
                ELSE
                   MOVE DtNumeroTel(IndTab) TO LCNumeroTel
                END-IF
                MOVE LineaCliente TO LineaImpresion
                INVOKE obj-reporte "EscribirLinea"
                                 using LineaImpresion
             END-IF
           END-IF
           ADD 1 TO IndTab.

       End Method ListarContactoSucursal.
      *>----------------------------------------------

       end object.
       end class DevolucionContacto.
