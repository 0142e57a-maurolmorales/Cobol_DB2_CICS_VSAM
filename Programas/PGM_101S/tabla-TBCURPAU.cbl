      * LAS RECHAZA. DESTEXT LLEVA EL CBU NORMALIZADO SI LA            *
      * TRANSFERENCIA ERA HACIA OTRO BANCO.                            *
      * ESTADO 'P' = PENDIENTE / 'A' = APROBADA / 'R' = RECHAZADA.     *
      * 'X' = VENCIDA SIN RESOLVER (PGMVNCOL, AUTORIZANTE 'VTO').      *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURPAU TABLE
           ( NROAUT                         DECIMAL(9, 0) NOT NULL,
