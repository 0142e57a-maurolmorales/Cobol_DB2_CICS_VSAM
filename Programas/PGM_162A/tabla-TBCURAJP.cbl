      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURAJP)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURAJP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AJP-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * AJUSTES POR PERIODO CERRADO: UNA FILA POR MOVIMIENTO CUYA      *
      * FECHA VALOR CAIA EN UN PERIODO YA CERRADO (TBCURCIE) Y QUE SE  *
      * IMPUTO AL PRIMER DIA HABIL ABIERTO. LA GRABA LA RUTINA         *
      * PGMCICAF EN LA MISMA UNIDAD DE TRABAJO QUE EL MOVIMIENTO.      *
      *   ORIGEN    PROGRAMA QUE IMPUTO EL MOVIMIENTO.                 *
      *   FECORIG   FECHA VALOR PEDIDA; FECNUEVA LA IMPUTADA (LA DEL   *
      *             MOVIMIENTO EN TBCURMOV).                           *
      *   LISTADO   'N' PENDIENTE DE LISTAR / 'S' YA SALIO EN EL       *
      *             LISTADO DE AJUSTES (PGMAJPER).                     *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURAJP TABLE
           ( FECPROC                        DATE NOT NULL,
             ORIGEN                         CHAR(8) NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             TIPMOV                         CHAR(2) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             CANAL                          CHAR(2) NOT NULL,
             REFMOV                         CHAR(12)
                                            NOT NULL WITH DEFAULT,
             FECORIG                        DATE NOT NULL,
             FECNUEVA                       DATE NOT NULL,
             LISTADO                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURAJP                    *
      ******************************************************************
       01  DCLTBCURAJP.
           10 AJP-FECPROC     PIC X(10).                    *> FECPROC
           10 AJP-ORIGEN      PIC X(8).                     *> ORIGEN
           10 AJP-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 AJP-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 AJP-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSAL
           10 AJP-TIPMOV      PIC X(2).                     *> TIPMOV
           10 AJP-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 AJP-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 AJP-CANAL       PIC X(2).                     *> CANAL
           10 AJP-REFMOV      PIC X(12).                    *> REFMOV
           10 AJP-FECORIG     PIC X(10).                    *> FECORIG
           10 AJP-FECNUEVA    PIC X(10).                    *> FECNUEVA
           10 AJP-LISTADO     PIC X(1).                     *> LISTADO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
