           Usuario is class "usuario"
           Validacion is class "validacion"
           Entrenamiento is class "entrenamiento"
           Cotizador is class "cotizador"
           CompraTarjeta is class "compratarjeta".

           data division.
           working-storage section.
           01  obj-Validacion    object reference.
           01  obj-Entrenamiento object reference.
           01  obj-Cotizador     object reference.
           01  obj-CompraTarjeta object reference.

           procedure division.

            INVOKE Entrenamiento "New"
            RETURNING obj-Entrenamiento
            INVOKE Cotizador "New"
            RETURNING obj-Cotizador
            INVOKE CompraTarjeta "New"
            RETURNING obj-CompraTarjeta.

      *MIENTRAS EL MODO ENTRENAMIENTO ESTA ACTIVO TODOS LOS MENUS
      *LO ANUNCIAN: LA OPERACION TRABAJA SOBRE EL JUEGO DE
               DISPLAY " (1) Administrador"
               DISPLAY " (2) Usuario"
               DISPLAY " (3) Cotizador"
               DISPLAY " (4) Compra en Comercio con Tarjeta"
               INVOKE obj-Validacion "AceptarOpcion" using 1 4
                                     returning seleccionMenu.

               EVALUATE seleccionMenu
      *EL COTIZADOR NO EXIGE AUTENTICACION
               WHEN 3 perform
                     INVOKE obj-Cotizador "CotizarPantalla"
      *LA TERMINAL DEL COMERCIO SE AUTENTICA CON LA TARJETA Y EL PIN
               WHEN 4 perform
                     INVOKE obj-CompraTarjeta "AutorizarCompraPantalla"
               WHEN OTHER move zero to seleccionMenu
               END-EVALUATE.

               DISPLAY " (20) Levantar Embargo"
               DISPLAY " (21) Mantener Perfil de Cliente"
               DISPLAY " (22) Emitir Tarjeta Adicional"
               DISPLAY " (23) Chequeras"
               DISPLAY " (24) Suspender Cheque"
               DISPLAY " (25) Aprobar Prestamo"
               DISPLAY " (26) Mantener Tasas de Cambio"
               DISPLAY " (57) Boveda y Remesas de Efectivo"
               DISPLAY " (58) Imprimir Libreta de Ahorros"
               DISPLAY " (59) Incidentes de Operacion"
               DISPLAY " (60) Cuenta Exenta de GMF"
               DISPLAY " (61) Proteccion de Sobregiro"
               DISPLAY " (62) Castigo y Recuperacion de Cartera"
               DISPLAY " (63) Reabrir Fecha Cerrada"
               DISPLAY " (64) Saldos Historicos y Promedios"
               DISPLAY " (65) Partidas en Cuenta Puente"
               DISPLAY " (66) Recertificacion de Accesos"
               DISPLAY " (67) Catalogo de Productos"
               DISPLAY " (68) Cupos Rotativos"
               DISPLAY " (69) Tasas de Referencia"
               DISPLAY " (70) Seguro de Vida Deudor"
               DISPLAY " (71) Gestion de Cobranza"
               DISPLAY " (72) Vinculados y Grupos Economicos"
               DISPLAY " (73) Ofertas de Prestamo Preaprobado"
               DISPLAY " (74) Certificado Tributario Anual"
               DISPLAY " (75) Saldos Trasladados a ICETEX"
               DISPLAY " (76) Pago de Giros del Exterior"
               DISPLAY " (77) Pagos a Proveedores de Empresas"
               DISPLAY " (78) Traslado de Sucursal (Cierre/Fusion)"
               DISPLAY " (79) Retencion de Billetes Falsos"
               DISPLAY " (80) Archivo Historico / Requerimientos"
               DISPLAY " (81) Enmascarado de Reportes y Salidas"
               DISPLAY " (82) Consentimientos del Cliente"
               DISPLAY " (83) Correspondencia y Contactos Devueltos"
               DISPLAY " (84) Cajillas de Seguridad"
               INVOKE obj-Validacion "AceptarOpcion" using 0 84
                                     returning seleccionMenuAdmin.
               EVALUATE seleccionMenuAdmin
               WHEN 0 MOVE 99 TO seleccionMenuAdmin
                                       "EmitirTarjetaAdicional"
               WHEN 23 perform
                     INVOKE obj-Admnistrador
                                       "GestionarChequeras"
               WHEN 24 perform
                     INVOKE obj-Admnistrador
                                       "SuspenderCheque"
               WHEN 59 perform
                     INVOKE obj-Admnistrador
                                       "ConsultarIncidentes"
               WHEN 60 perform
                     INVOKE obj-Admnistrador
                                       "MarcarCuentaExentaGMF"
               WHEN 61 perform
                     INVOKE obj-Admnistrador
                                       "ProteccionSobregiro"
               WHEN 62 perform
                     INVOKE obj-Admnistrador
                                       "CastigoCartera"
               WHEN 63 perform
                     INVOKE obj-Admnistrador
                                       "ReaperturaFecha"
               WHEN 64 perform
                     INVOKE obj-Admnistrador
                                       "ConsultarSaldosHistoricos"
               WHEN 65 perform
                     INVOKE obj-Admnistrador
                                       "GestionarPartidasPuente"
               WHEN 66 perform
                     INVOKE obj-Admnistrador
                                       "RecertificarAccesos"
               WHEN 67 perform
                     INVOKE obj-Admnistrador
                                       "MantenerProductos"
               WHEN 68 perform
                     INVOKE obj-Admnistrador
                                       "CuposRotativos"
               WHEN 69 perform
                     INVOKE obj-Admnistrador
                                       "MantenerTasasReferencia"
               WHEN 70 perform
                     INVOKE obj-Admnistrador
                                       "SeguroVidaDeudor"
               WHEN 71 perform
                     INVOKE obj-Admnistrador
                                       "GestionCobranza"
               WHEN 72 perform
                     INVOKE obj-Admnistrador
                                       "VinculadosGrupos"
               WHEN 73 perform
                     INVOKE obj-Admnistrador
                                       "OfertasPreaprobadas"
               WHEN 74 perform
                     INVOKE obj-Admnistrador
                                       "CertificadoTributario"
               WHEN 75 perform
                     INVOKE obj-Admnistrador
                                       "SaldosAbandonados"
               WHEN 76 perform
                     INVOKE obj-Admnistrador
                                       "GirosExterior"
               WHEN 77 perform
                     INVOKE obj-Admnistrador
                                       "PagosProveedores"
               WHEN 78 perform
                     INVOKE obj-Admnistrador
                                       "TrasladosSucursal"
               WHEN 79 perform
                     INVOKE obj-Admnistrador
                                       "RetencionBilletes"
               WHEN 80 perform
                     INVOKE obj-Admnistrador
                                       "ArchivoHistorico"
               WHEN 81 perform
                     INVOKE obj-Admnistrador
                                       "MascarasSalida"
               WHEN 82 perform
                     INVOKE obj-Admnistrador
                                       "Consentimientos"
               WHEN 83 perform
                     INVOKE obj-Admnistrador
                                       "ContactosDevueltos"
               WHEN 84 perform
                     INVOKE obj-Admnistrador
                                       "CajillasSeguridad"
               WHEN OTHER move zero to seleccionMenuAdmin
               END-EVALUATE.

               IF loginUsuOk = 1 THEN
                  move zero to seleccionMenuUsu
                  perform MenuUsuarioSesion
                          UNTIL seleccionMenuUsu = 22
               END-IF.

              MenuUsuarioSesion.
               DISPLAY "(11) Congelar/Descongelar Tarjeta"
               DISPLAY "(12) Bolsillos de Ahorro"
               DISPLAY "(13) Transferencias Programadas"
               DISPLAY "(14) Cupo Rotativo"
               DISPLAY "(15) Ofertas Preaprobadas"
               DISPLAY "(16) Mis Prestamos"
               DISPLAY "(17) Abrir Plazo Fijo"
               DISPLAY "(18) Limites de mis Canales"
               DISPLAY "(19) Pedir Chequera"
               DISPLAY "(20) Firmar Pagos a Proveedores"
               DISPLAY "(21) Mis Consentimientos"
               DISPLAY "(22) Salir"
               INVOKE obj-Validacion "AceptarOpcion" using 1 22
                                     returning seleccionMenuUsu.
               EVALUATE seleccionMenuUsu
               WHEN 1 perform
                     INVOKE obj-Usuario
                                   "ProgramarTransferenciaSesion"

               WHEN 14 perform

                     INVOKE obj-Usuario
                                       "CupoRotativoSesion"

               WHEN 15 perform

                     INVOKE obj-Usuario
                                       "OfertasSesion"

               WHEN 16 perform

                     INVOKE obj-Usuario
                                       "PrestamosSesion"

               WHEN 17 perform

                     INVOKE obj-Usuario
                                       "PlazoFijoSesion"

               WHEN 18 perform

                     INVOKE obj-Usuario
                                       "LimitesCanalSesion"

               WHEN 19 perform

                     INVOKE obj-Usuario
                                       "ChequeraSesion"

               WHEN 20 perform

                     INVOKE obj-Usuario
                                       "FirmarProveedoresSesion"

               WHEN 21 perform

                     INVOKE obj-Usuario
                                       "ConsentimientosSesion"

               WHEN 22 DISPLAY "Hasta luego"

               WHEN OTHER move zero to seleccionMenuUsu
               END-EVALUATE.
