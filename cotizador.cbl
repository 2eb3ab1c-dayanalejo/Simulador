           fechaproceso is class "fechaproceso"
           validacion   is class "validacion"
           reporte      is class "reporte"
           calendario   is class "calendario"
           producto     is class "producto"
           cotizador    is class "cotizador".

       working-storage section.
       End Method CotizarPantalla.
      *>----------------------------------------------

       Method-ID. CotizarPlazoFijo.
      *>----------------------------------------------
      *COTIZACION EN FIRME DE UN PLAZO FIJO PARA SU APERTURA: EL
      *VENCIMIENTO CORRE DESDE LA FECHA DE PROCESO Y SI CAE EN DIA
      *NO HABIL RUEDA AL SIGUIENTE HABIL; LA TASA ES LA DEL MAESTRO
      *VIGENTE HOY PARA EL PRODUCTO BASE DE PLAZO FIJO Y EL MONTO, Y
      *QUEDA PACTADA HASTA EL VENCIMIENTO. DEVUELVE EL NETO AL
      *VENCIMIENTO (CAPITAL MAS INTERES MENOS RETENCION)
       Data Division.
       Local-Storage Section.
         01  obj-tasas         object reference.
         01  obj-fechaproceso  object reference.
         01  obj-calendario    object reference.
         01  obj-producto      object reference.
         77  FechaHoy          PIC X(8).
         77  FechaCalculada    PIC X(8).
         77  TipoBase          PIC 9 VALUE 2.
         77  TipoTasaPF        PIC 9.
         77  SinProducto       PIC X(4) VALUE SPACES.
         77  SaldoParaTasa     PIC S9(10)V99.
         77  InteresCalc       PIC S9(10)V99.
         77  TasaRetencion     PIC 9V9999.

       Linkage Section.
         77  LSMonto           PIC 9(10)V99.
         77  LSDias            PIC 9(3).
         77  LSFechaVence      PIC X(8).
         77  LSTasa            PIC 9V9999.
         77  LSInteres         PIC 9(10)V99.
         77  LSRetencion       PIC 9(10)V99.
         77  LSNeto            PIC 9(12)V99.

       Procedure Division using  LSMonto
                                 LSDias
                                 LSFechaVence
                                 LSTasa
                                 LSInteres
                                 LSRetencion
                                 returning LSNeto.

         INVOKE tasas "New"
                 RETURNING obj-tasas

         INVOKE fechaproceso "New"
                 RETURNING obj-fechaproceso

         INVOKE calendario "New"
                 RETURNING obj-calendario

         INVOKE producto "New"
                 RETURNING obj-producto

       INVOKE obj-fechaproceso "GetFechaProceso"
                             returning FechaHoy
       INVOKE obj-fechaproceso "CalcularFechaMasDias"
                                using FechaHoy LSDias
                                returning FechaCalculada
       INVOKE obj-calendario "SiguienteDiaHabil"
                                using FechaCalculada
                                returning LSFechaVence

       INVOKE obj-producto "GetTipoTasaProducto"
                                using SinProducto
                                      TipoBase
                                returning TipoTasaPF
       MOVE LSMonto TO SaldoParaTasa
       INVOKE obj-tasas "ObtenerTasaVigente"
                       using TipoTasaPF
                             SaldoParaTasa
                             FechaHoy
                       returning LSTasa

      *UN SOLO CREDITO AL VENCIMIENTO, COMO LO HACE EL TRABAJO DE
      *VENCIMIENTOS, CON LA RETENCION EN LA FUENTE (TIPO 9)
       COMPUTE InteresCalc ROUNDED = LSMonto * LSTasa
       INVOKE obj-tasas "ObtenerTasaVigente"
                       using 9
                             InteresCalc
                             FechaHoy
                       returning TasaRetencion
       MOVE InteresCalc TO LSInteres
       COMPUTE LSRetencion ROUNDED = LSInteres * TasaRetencion
       COMPUTE LSNeto = LSMonto + LSInteres - LSRetencion.

       End Method CotizarPlazoFijo.
      *>----------------------------------------------

       end object.
       end class Cotizador.
