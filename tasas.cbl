                     MOVE "CORRIENTE"  TO TipoTexto
                   WHEN 2
                     MOVE "PLAZO FIJO" TO TipoTexto
                   WHEN 3 THRU 8
                     MOVE "TRAMO PROD" TO TipoTexto
                   WHEN 9
                     MOVE "RETENCION"  TO TipoTexto
                   WHEN OTHER
