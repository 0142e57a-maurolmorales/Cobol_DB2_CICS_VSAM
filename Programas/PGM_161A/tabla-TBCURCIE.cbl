      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCIE)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCIE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CIE-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PERIODOS CERRADOS POR LA CADENA MENSUAL (CAFMENSU): UNA FILA   *
      * POR PERIODO (EL DE CAF.PARM.PERIODO). LA GRABA PGMCIMES AL     *
      * FINAL DE UN CIERRE SIN ERRORES, DESPUES DE HABER VERIFICADO    *
      * AL COMIENZO QUE CADA DIA HABIL DEL PERIODO TERMINO LA CADENA   *
      * NOCTURNA (TBCURRUN, PASO 'CAFNOCTE').                          *
      *   ESTADO    'C' CERRADO: NINGUNA IMPUTACION PUEDE LLEVAR FECHA *
      *             VALOR DENTRO DEL PERIODO; LA RUTINA PGMCICAF LA    *
      *             CORRE AL PRIMER DIA HABIL ABIERTO Y LA DEJA EN     *
      *             TBCURAJP PARA EL LISTADO DE AJUSTES.               *
      *   DIASHAB   DIAS HABILES DEL PERIODO (SEGUN PGMFECAF).         *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCIE TABLE
           ( FECDESDE                       DATE NOT NULL,
             FECHASTA                       DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             DIASHAB                        DECIMAL(3, 0)
                                            NOT NULL WITH DEFAULT,
             FECCIERRE                      DATE NOT NULL,
             HORACIERRE                     CHAR(8)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCIE                    *
      ******************************************************************
       01  DCLTBCURCIE.
           10 CIE-FECDESDE    PIC X(10).                    *> FECDESDE
           10 CIE-FECHASTA    PIC X(10).                    *> FECHASTA
           10 CIE-ESTADO      PIC X(1).                     *> ESTADO
           10 CIE-DIASHAB     PIC S9(3)V     USAGE COMP-3.  *> DIASHAB
           10 CIE-FECCIERRE   PIC X(10).                   *> FECCIERRE
           10 CIE-HORACIERRE  PIC X(8).                   *> HORACIERRE
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
