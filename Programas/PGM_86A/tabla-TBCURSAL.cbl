      * AFUERA, SE DEBITA LA CUENTA LOCAL) / 'DE' = DEBITAR            *
      * (COBRANZA NUESTRA, SE ACREDITA LA CUENTA LOCAL).               *
      * ESTADO 'P' = PENDIENTE / 'E' = ENVIADO / 'R' = RECHAZADO.      *
      * 'X' = VENCIDO SIN ENVIAR (PGMVNCOL); SI ESTABA APLICADO LA     *
      * CONTRAPARTIDA LOCAL SE REVIERTE CON CANAL 'CT'.                *
      * APLICADO 'S' = LA CONTRAPARTIDA LOCAL YA POSTEO AL ENCOLAR     *
      * (CASO DE LAS TRANSACCIONES ONLINE); 'N' = LA APLICA PGMCAMSA   *
      * AL EMITIR EL ARCHIVO.                                          *
