      *   PAGAINT  'S'/'N' = DEVENGA INTERESES                         *
      *   CLASECOM          = CLASE DE COMISION (SUBTIPO EN TBCURTAS   *
      *                       CONCEPTO 'CM')                           *
      *   GARANTIA 'S'/'N' = ALCANZADO POR LA GARANTIA DE LOS          *
      *                       DEPOSITOS ('N' = PRODUCTO EXCLUIDO DEL   *
      *                       ARCHIVO DE PGMGARDE)                     *
      * UNA COMBINACION QUE NO FIGURA EN ESTA TABLA NO ES UN PRODUCTO  *
      * VALIDO Y NO DEBE DARSE DE ALTA.                                *
      * EL SUBTIPO 30 DE TIPCUEN '02' ES LA CAJA DE AHORRO UVA: SU     *
             DESCRIP                        CHAR(20) NOT NULL,
             PERMDESC                       CHAR(1) NOT NULL,
             PAGAINT                        CHAR(1) NOT NULL,
             CLASECOM                       DECIMAL(2, 0) NOT NULL,
             GARANTIA                       CHAR(1)
                                            NOT NULL WITH DEFAULT 'S'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURPRD                    *
           10 PRD-PERMDESC    PIC X(1).                     *> PERMDESC
           10 PRD-PAGAINT     PIC X(1).                     *> PAGAINT
           10 PRD-CLASECOM    PIC S9(2)V     USAGE COMP-3.  *> CLASECOM
           10 PRD-GARANTIA    PIC X(1).                     *> GARANTIA
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
