      $set PreserveCase

      *>-----------------------------------------------------------
      *> Class description
      *>-----------------------------------------------------------
       class-id. Producto as "producto"
                 inherits from base.

       object section.
       class-control.
           producto is class "producto".

       working-storage section.

       object.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Productos ASSIGN TO "productos.dat"
           organization is indexed
           access is dynamic
           record key is ProdCodigo.

       DATA DIVISION.
       FILE SECTION.
       FD Productos.
      *CATALOGO DE PRODUCTOS DE CUENTA. CADA CUENTA APUNTA A UN
      *PRODUCTO (ProductoCuenta); EL TIPO BASE (AHORRO, CORRIENTE,
      *PLAZO FIJO) SIGUE DECIDIENDO LA FAMILIA DE REGLAS Y EL
      *PRODUCTO DA SUS CONDICIONES: TRAMO DEL MAESTRO DE TASAS,
      *CUOTA DE MANEJO, SALDO MINIMO, SOBREGIRO MAXIMO Y CANALES.
      *LAS CUENTAS SIN PRODUCTO SE RIGEN POR EL PRODUCTO BASE DE SU
      *TIPO (AHOR, CORR, PLFI) Y, SI ESE NO ESTA CARGADO, POR LAS
      *CONDICIONES DE SIEMPRE DEL TIPO
       01 productos-file.
           05  ProdCodigo        PIC X(4).
           05  ProdNombre        PIC X(25).
           05  ProdTipoBase      PIC 9.
               88  ProdAhorro      VALUE 0.
               88  ProdCorriente   VALUE 1.
               88  ProdPlazoFijo   VALUE 2.
      *PRODTIPOTASA: TIPO DE CUENTA CON QUE SE BUSCA LA TASA EN EL
      *MAESTRO DE TASAS (0-2 LOS DEL TIPO BASE, 3-8 TRAMOS PROPIOS)
           05  ProdTipoTasa      PIC 9.
           05  ProdCuotaManejo   PIC 9(10)V99.
           05  ProdUmbralExonera PIC 9(10)V99.
           05  ProdSaldoMinimo   PIC 9(10)V99.
           05  ProdSobregiroMax  PIC 9(10)V99.
      *CANALES HABILITADOS ("S"/"N"): RETIRO EN CAJERO AUTOMATICO
      *Y TRANSFERENCIAS DESDE LA CUENTA
           05  ProdCanalCajero   PIC X.
           05  ProdCanalTransfer PIC X.
           05  ProdEstado        PIC 9.
               88  ProdVigente     VALUE 0.
               88  ProdRetirado    VALUE 1.

       Method-ID. GuardarProducto.
      *>----------------------------------------------
      *ALTA O ACTUALIZACION DE UN PRODUCTO DEL CATALOGO
       Data Division.
        Local-Storage Section.
           77  ProductoExiste  PIC 9.

        Linkage Section.
           77  LSCodigo        PIC X(4).
           77  LSNombre        PIC X(25).
           77  LSTipoBase      PIC 9.
           77  LSTipoTasa      PIC 9.
           77  LSCuotaManejo   PIC 9(10)V99.
           77  LSUmbralExonera PIC 9(10)V99.
           77  LSSaldoMinimo   PIC 9(10)V99.
           77  LSSobregiroMax  PIC 9(10)V99.
           77  LSCanalCajero   PIC X.
           77  LSCanalTransfer PIC X.
           77  LSEstado        PIC 9.
           77  GuardarOk       PIC 9.

       Procedure Division using  LSCodigo
                                 LSNombre
                                 LSTipoBase
                                 LSTipoTasa
                                 LSCuotaManejo
                                 LSUmbralExonera
                                 LSSaldoMinimo
                                 LSSobregiroMax
                                 LSCanalCajero
                                 LSCanalTransfer
                                 LSEstado
                                 returning GuardarOk.

          MOVE 0 TO GuardarOk
          OPEN I-O Productos
            MOVE LSCodigo TO ProdCodigo
            READ Productos
              KEY IS ProdCodigo
              INVALID KEY
                MOVE 0 TO ProductoExiste
              NOT INVALID KEY
                MOVE 1 TO ProductoExiste
            END-READ
            MOVE LSCodigo        TO ProdCodigo
            MOVE LSNombre        TO ProdNombre
            MOVE LSTipoBase      TO ProdTipoBase
            MOVE LSTipoTasa      TO ProdTipoTasa
            MOVE LSCuotaManejo   TO ProdCuotaManejo
            MOVE LSUmbralExonera TO ProdUmbralExonera
            MOVE LSSaldoMinimo   TO ProdSaldoMinimo
            MOVE LSSobregiroMax  TO ProdSobregiroMax
            MOVE LSCanalCajero   TO ProdCanalCajero
            MOVE LSCanalTransfer TO ProdCanalTransfer
            MOVE LSEstado        TO ProdEstado
            IF ProductoExiste = 1 THEN
               REWRITE productos-file
               END-REWRITE
            ELSE
               WRITE productos-file
               END-WRITE
            END-IF
            MOVE 1 TO GuardarOk
          CLOSE Productos.

       End Method GuardarProducto.
      *>----------------------------------------------

       Method-ID. ListarProductos.
      *>----------------------------------------------
       Data Division.
        Local-Storage Section.
           77  HayMas          PIC X VALUE "S".
               88  NoHayMas    VALUE "N".
           77  TextoBase       PIC X(10).
           77  TextoEstado     PIC X(8).
           77  CuotaTexto      PIC Z(9)9.99.
           77  MinimoTexto     PIC Z(9)9.99.
           77  SobregiroTexto  PIC Z(9)9.99.

        Linkage Section.
           77  TotalProductos  PIC 9(4).

       Procedure Division returning TotalProductos.

             MOVE 0   TO TotalProductos
             MOVE "S" TO HayMas
             OPEN INPUT Productos
             PERFORM ListarProductoSiguiente UNTIL NoHayMas
             CLOSE Productos.

       ListarProductoSiguiente.
             READ Productos NEXT RECORD
               AT END
                 MOVE "N" TO HayMas
               NOT AT END
                 EVALUATE TRUE
                   WHEN ProdAhorro    MOVE "AHORRO"     TO TextoBase
                   WHEN ProdCorriente MOVE "CORRIENTE"  TO TextoBase
                   WHEN ProdPlazoFijo MOVE "PLAZO FIJO" TO TextoBase
                   WHEN OTHER         MOVE "?"          TO TextoBase
                 END-EVALUATE
                 IF ProdRetirado THEN
                    MOVE "RETIRADO" TO TextoEstado
                 ELSE
                    MOVE "VIGENTE"  TO TextoEstado
                 END-IF
                 MOVE ProdCuotaManejo  TO CuotaTexto
                 MOVE ProdSaldoMinimo  TO MinimoTexto
                 MOVE ProdSobregiroMax TO SobregiroTexto
                 DISPLAY ProdCodigo " - " ProdNombre " " TextoBase
                         " TASA TIPO " ProdTipoTasa " " TextoEstado
                 DISPLAY "       CUOTA " CuotaTexto
                         " MINIMO " MinimoTexto
                         " SOBREGIRO " SobregiroTexto
                 DISPLAY "       CAJERO " ProdCanalCajero
                         " TRANSFERENCIAS " ProdCanalTransfer
                 ADD 1 TO TotalProductos
             END-READ.

       End Method ListarProductos.
      *>----------------------------------------------

       Method-ID. CondicionesProducto.
      *>----------------------------------------------
      *CONDICIONES DE APERTURA Y DE DEBITO DE UN PRODUCTO: TIPO
      *BASE, SALDO MINIMO, SOBREGIRO MAXIMO Y ESTADO. CON CODIGO EN
      *ESPACIOS SE USA EL PRODUCTO BASE DEL TIPO RECIBIDO; SI NO
      *ESTA EN EL CATALOGO NO HAY MINIMO NI TOPE DE SOBREGIRO Y SE
      *DEVUELVE CERO
       Data Division.
        Linkage Section.
           77  LSCodigo        PIC X(4).
           77  LSTipoBase      PIC 9.
           77  LSSaldoMinimo   PIC 9(10)V99.
           77  LSSobregiroMax  PIC 9(10)V99.
           77  LSEstado        PIC 9.
           77  ProductoExiste  PIC 9.

       Procedure Division using  LSCodigo
                                 LSTipoBase
                                 LSSaldoMinimo
                                 LSSobregiroMax
                                 LSEstado
                                 returning ProductoExiste.

          MOVE 0 TO ProductoExiste
          MOVE 0 TO LSSaldoMinimo
          MOVE 9999999999.99 TO LSSobregiroMax
          MOVE 0 TO LSEstado
          IF LSCodigo = SPACES THEN
             EVALUATE LSTipoBase
               WHEN 1     MOVE "CORR" TO ProdCodigo
               WHEN 2     MOVE "PLFI" TO ProdCodigo
               WHEN OTHER MOVE "AHOR" TO ProdCodigo
             END-EVALUATE
          ELSE
             MOVE LSCodigo TO ProdCodigo
          END-IF
          OPEN INPUT Productos
            READ Productos
              KEY IS ProdCodigo
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE ProdTipoBase     TO LSTipoBase
                MOVE ProdSaldoMinimo  TO LSSaldoMinimo
                MOVE ProdSobregiroMax TO LSSobregiroMax
                MOVE ProdEstado       TO LSEstado
                MOVE 1 TO ProductoExiste
            END-READ
          CLOSE Productos.

       End Method CondicionesProducto.
      *>----------------------------------------------

       Method-ID. GetTipoTasaProducto.
      *>----------------------------------------------
      *TIPO CON QUE SE LEE EL MAESTRO DE TASAS PARA UNA CUENTA DEL
      *PRODUCTO. SIN PRODUCTO EN EL CATALOGO RIGE EL TIPO BASE
       Data Division.
        Linkage Section.
           77  LSCodigo        PIC X(4).
           77  LSTipoBase      PIC 9.
           77  LSTipoTasa      PIC 9.

       Procedure Division using  LSCodigo
                                 LSTipoBase
                                 returning LSTipoTasa.

          MOVE LSTipoBase TO LSTipoTasa
          IF LSCodigo = SPACES THEN
             EVALUATE LSTipoBase
               WHEN 1     MOVE "CORR" TO ProdCodigo
               WHEN 2     MOVE "PLFI" TO ProdCodigo
               WHEN OTHER MOVE "AHOR" TO ProdCodigo
             END-EVALUATE
          ELSE
             MOVE LSCodigo TO ProdCodigo
          END-IF
          OPEN INPUT Productos
            READ Productos
              KEY IS ProdCodigo
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE ProdTipoTasa TO LSTipoTasa
            END-READ
          CLOSE Productos.

       End Method GetTipoTasaProducto.
      *>----------------------------------------------

       Method-ID. GetCuotaProducto.
      *>----------------------------------------------
      *CUOTA DE MANEJO MENSUAL DEL PRODUCTO Y SALDO DESDE EL QUE SE
      *EXONERA. DEVUELVE CERO CUANDO EL PRODUCTO NO ESTA EN EL
      *CATALOGO, PARA QUE EL COBRO APLIQUE EL TARIFARIO GENERAL
       Data Division.
        Linkage Section.
           77  LSCodigo        PIC X(4).
           77  LSTipoBase      PIC 9.
           77  LSCuotaManejo   PIC 9(10)V99.
           77  LSUmbralExonera PIC 9(10)V99.
           77  ProductoExiste  PIC 9.

       Procedure Division using  LSCodigo
                                 LSTipoBase
                                 LSCuotaManejo
                                 LSUmbralExonera
                                 returning ProductoExiste.

          MOVE 0 TO ProductoExiste
          MOVE 0 TO LSCuotaManejo
          MOVE 0 TO LSUmbralExonera
          IF LSCodigo = SPACES THEN
             EVALUATE LSTipoBase
               WHEN 1     MOVE "CORR" TO ProdCodigo
               WHEN 2     MOVE "PLFI" TO ProdCodigo
               WHEN OTHER MOVE "AHOR" TO ProdCodigo
             END-EVALUATE
          ELSE
             MOVE LSCodigo TO ProdCodigo
          END-IF
          OPEN INPUT Productos
            READ Productos
              KEY IS ProdCodigo
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE ProdCuotaManejo   TO LSCuotaManejo
                MOVE ProdUmbralExonera TO LSUmbralExonera
                MOVE 1 TO ProductoExiste
            END-READ
          CLOSE Productos.

       End Method GetCuotaProducto.
      *>----------------------------------------------

       Method-ID. PermiteCanal.
      *>----------------------------------------------
      *INDICA SI EL PRODUCTO ADMITE EL CANAL: "C" RETIRO EN CAJERO
      *AUTOMATICO, "T" TRANSFERENCIA DESDE LA CUENTA. SIN PRODUCTO
      *EN EL CATALOGO TODOS LOS CANALES QUEDAN HABILITADOS
       Data Division.
        Linkage Section.
           77  LSCodigo        PIC X(4).
           77  LSTipoBase      PIC 9.
           77  LSCanal         PIC X.
           77  CanalPermitido  PIC 9.

       Procedure Division using  LSCodigo
                                 LSTipoBase
                                 LSCanal
                                 returning CanalPermitido.

          MOVE 1 TO CanalPermitido
          IF LSCodigo = SPACES THEN
             EVALUATE LSTipoBase
               WHEN 1     MOVE "CORR" TO ProdCodigo
               WHEN 2     MOVE "PLFI" TO ProdCodigo
               WHEN OTHER MOVE "AHOR" TO ProdCodigo
             END-EVALUATE
          ELSE
             MOVE LSCodigo TO ProdCodigo
          END-IF
          OPEN INPUT Productos
            READ Productos
              KEY IS ProdCodigo
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF LSCanal = "C" AND ProdCanalCajero = "N" THEN
                   MOVE 0 TO CanalPermitido
                END-IF
                IF LSCanal = "T" AND ProdCanalTransfer = "N" THEN
                   MOVE 0 TO CanalPermitido
                END-IF
            END-READ
          CLOSE Productos.

       End Method PermiteCanal.
      *>----------------------------------------------

       end object.
       end class Producto.
