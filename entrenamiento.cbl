           05  FILLER PIC X(30) VALUE "cierre_control.dat".
           05  FILLER PIC X(30) VALUE "balance_prueba.dat".
           05  FILLER PIC X(30) VALUE "revaluacion.dat".
           05  FILLER PIC X(30) VALUE "gmf_exentas.dat".
           05  FILLER PIC X(30) VALUE "gmf_movimientos.dat".
           05  FILLER PIC X(30) VALUE "proteccion_sobregiro.dat".
           05  FILLER PIC X(30) VALUE "central_riesgo.dat".
           05  FILLER PIC X(30) VALUE "castigos.dat".
           05  FILLER PIC X(30) VALUE "recuperaciones.dat".
           05  FILLER PIC X(30) VALUE "asientos_especiales.dat".
           05  FILLER PIC X(30) VALUE "retenciones_tarjeta.dat".
           05  FILLER PIC X(30) VALUE "operaciones_cola.dat".
           05  FILLER PIC X(30) VALUE "saldos_historicos.dat".
           05  FILLER PIC X(30) VALUE "pagos_interbancarios.dat".
           05  FILLER PIC X(30) VALUE "ach_respuesta.dat".
           05  FILLER PIC X(30) VALUE "canje_devoluciones.dat".
           05  FILLER PIC X(30) VALUE "causacion_intereses.dat".
           05  FILLER PIC X(30) VALUE "saldos_mensuales.dat".
           05  FILLER PIC X(30) VALUE "periodos_contables.dat".
           05  FILLER PIC X(30) VALUE "partidas_puente.dat".
           05  FILLER PIC X(30) VALUE "movimientos_sucursal.dat".
           05  FILLER PIC X(30) VALUE "terminales.dat".
           05  FILLER PIC X(30) VALUE "recertificaciones.dat".
           05  FILLER PIC X(30) VALUE "productos.dat".
           05  FILLER PIC X(30) VALUE "bodega_claves.dat".
           05  FILLER PIC X(30) VALUE "bodega_historial.dat".
           05  FILLER PIC X(30) VALUE "bodega_control.dat".
           05  FILLER PIC X(30) VALUE "cupos.dat".
           05  FILLER PIC X(30) VALUE "cupo_movimientos.dat".
           05  FILLER PIC X(30) VALUE "tasas_referencia.dat".
           05  FILLER PIC X(30) VALUE "primas_seguro_vida.dat".
           05  FILLER PIC X(30) VALUE "siniestros_seguro_vida.dat".
           05  FILLER PIC X(30) VALUE "cobranza_gestores.dat".
           05  FILLER PIC X(30) VALUE "cobranza_cola.dat".
           05  FILLER PIC X(30) VALUE "cobranza_gestiones.dat".
           05  FILLER PIC X(30) VALUE "grupos_economicos.dat".
           05  FILLER PIC X(30) VALUE "vinculados.dat".
           05  FILLER PIC X(30) VALUE "ofertas.dat".
           05  FILLER PIC X(30) VALUE "plazos_fijos.dat".
           05  FILLER PIC X(30) VALUE "limites_cliente.dat".
           05  FILLER PIC X(30) VALUE "limites_cliente_cambios.dat".
           05  FILLER PIC X(30) VALUE "codigos_verificacion.dat".
           05  FILLER PIC X(30) VALUE "destinos_verificados.dat".
           05  FILLER PIC X(30) VALUE "enfriamientos.dat".
           05  FILLER PIC X(30) VALUE "certificados_tributarios.dat".
           05  FILLER PIC X(30) VALUE "exogena_envios.dat".
           05  FILLER PIC X(30) VALUE "saldos_abandonados.dat".
           05  FILLER PIC X(30) VALUE "encajes.dat".
           05  FILLER PIC X(30) VALUE "giros_exterior.dat".
           05  FILLER PIC X(30) VALUE "pedidos_chequera.dat".
           05  FILLER PIC X(30) VALUE "lotes_proveedores.dat".
           05  FILLER PIC X(30) VALUE "lineas_proveedores.dat".
           05  FILLER PIC X(30) VALUE "traslados_sucursal.dat".
           05  FILLER PIC X(30) VALUE "bloqueos_actualizacion.dat".
           05  FILLER PIC X(30) VALUE "retencion_billetes.dat".
           05  FILLER PIC X(30) VALUE "cuentas_cerradas.dat".
           05  FILLER PIC X(30) VALUE "depuracion_catalogo.dat".
           05  FILLER PIC X(30) VALUE "mascaras_salida.dat".
           05  FILLER PIC X(30) VALUE "consentimientos.dat".
           05  FILLER PIC X(30)
                      VALUE "consentimientos_historia.dat".
           05  FILLER PIC X(30) VALUE "devoluciones_registro.dat".
           05  FILLER PIC X(30) VALUE "cajillas.dat".
           05  FILLER PIC X(30) VALUE "contratos_cajilla.dat".
           05  FILLER PIC X(30) VALUE "accesos_cajilla.dat".
           05  FILLER PIC X(30) VALUE "cobros_cajilla.dat".
       01  FamiliaTabla REDEFINES FamiliaArchivos.
           05  ArchivoFam PIC X(30) OCCURS 125.
       77  TotalFamilia    PIC 9(3) VALUE 125.
       77  IndFam          PIC 9(3).
       77  NombreTrabajo   PIC X(30).
       77  NombreProd      PIC X(36).
