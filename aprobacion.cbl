      *ADMINISTRADOR DISTINTO PUEDE APROBARLA; RECIEN ENTONCES EL
      *CAMBIO SE APLICA. TIPOS: TAS=TASA DE INTERES, TCA=TASA DE
      *CAMBIO, EMB=LEVANTAR EMBARGO, CTA=CERRAR CUENTA,
      *PAR=PARAMETRO, TRF=TASA DE REFERENCIA DE LOS PRESTAMOS DE
      *TASA VARIABLE. LOS DATOS VIAJAN EMPACADOS SEGUN EL TIPO
       01 aprobaciones-file.
           05  AprId           PIC 9(5).
           05  AprTipo         PIC X(3).
