      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCSG)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCSG))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CSG-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * INVENTARIO DE CAJAS DE SEGURIDAD POR SUCURSAL. TAMANIO         *
      * 1 = CHICA / 2 = MEDIANA / 3 = GRANDE (ES EL SUBTIPO DE LA      *
      * TARIFA ANUAL EN TBCURTAS CONCEPTO 'CS').                       *
      * ESTADO 'L' = LIBRE / 'O' = OCUPADA (CONTRATO EN TBCURCSC) /    *
      * 'F' = FUERA DE SERVICIO.                                       *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCSG TABLE
           ( SUCCAJA                        DECIMAL(2, 0) NOT NULL,
             NROCAJA                        DECIMAL(5, 0) NOT NULL,
             TAMANIO                        DECIMAL(1, 0) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECALTA                        DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCSG                    *
      ******************************************************************
       01  DCLTBCURCSG.
           10 CSG-SUCCAJA     PIC S9(2)V     USAGE COMP-3.  *> SUCCAJA
           10 CSG-NROCAJA     PIC S9(5)V     USAGE COMP-3.  *> NROCAJA
           10 CSG-TAMANIO     PIC S9(1)V     USAGE COMP-3.  *> TAMANIO
           10 CSG-ESTADO      PIC X(1).                     *> ESTADO
           10 CSG-FECALTA     PIC X(10).                    *> FECALTA
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
