      * APROBACION INSERTA LA FILA EFECTIVA EN TBCURTAS.               *
      * LA FILA QUEDA COMO HISTORIA CON LOS DOS OPERADORES.            *
      * ESTADO 'P' = PENDIENTE / 'A' = APROBADA / 'R' = RECHAZADA.     *
      * 'X' = VENCIDA SIN SEGUNDA FIRMA (PGMVNCOL, OPERAPRO 'VTO').    *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURTAP TABLE
           ( NROPEND                        DECIMAL(7, 0) NOT NULL,
             VIGDESDE                       DATE NOT NULL,
             TASA                           DECIMAL(6, 4) NOT NULL,
             IMPORTE                        DECIMAL(13, 2),
             FRANQUIC                       DECIMAL(3, 0)
                                            NOT NULL WITH DEFAULT,
             OPERALTA                       CHAR(3) NOT NULL,
             FECALTA                        DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
           10 TAP-VIGDESDE    PIC X(10).                    *> VIGDESDE
           10 TAP-TASA        PIC S9(2)V9(4) USAGE COMP-3.  *> TASA
           10 TAP-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 TAP-FRANQUIC    PIC S9(3)V     USAGE COMP-3.  *> FRANQUIC
           10 TAP-OPERALTA    PIC X(3).                     *> OPERALTA
           10 TAP-FECALTA     PIC X(10).                    *> FECALTA
           10 TAP-ESTADO      PIC X(1).                     *> ESTADO
           10 TAP-OPERAPRO    PIC X(3).                     *> OPERAPRO
           10 TAP-FECAPRO     PIC X(10).                    *> FECAPRO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
