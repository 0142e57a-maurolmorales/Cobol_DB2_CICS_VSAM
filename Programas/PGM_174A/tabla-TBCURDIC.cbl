      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURDIC)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURDIC))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DIC-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CONTROL DEL DIARIO ELECTRONICO DE CAJA: UNA FILA POR OPERADOR  *
      * Y DIA, CLAVE FECHA + OPERADOR.                                 *
      *   ULTNUM    ULTIMO NUMERO ASIGNADO (PGMDICAF LO INCREMENTA EN  *
      *             LA MISMA UNIDAD DE TRABAJO QUE GRABA LA FILA DE    *
      *             TBCURDIA, ASI QUE UN RETROCESO NO DEJA SALTOS).    *
      *   SELLADO   'N' ABIERTO / 'S' SELLADO POR PGMDISEL.            *
      *   NUMSELLO  ULTIMO NUMERO CUBIERTO POR EL SELLO.               *
      *   HASHCTL   CONTROL CALCULADO SOBRE LAS FILAS 1..NUMSELLO.     *
      *   FECSELLO  FECHA DEL SELLO (NULA MIENTRAS ESTA ABIERTO).      *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURDIC TABLE
           ( FECHA                          DATE NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             ULTNUM                         DECIMAL(7, 0) NOT NULL,
             SELLADO                        CHAR(1) NOT NULL,
             NUMSELLO                       DECIMAL(7, 0)
                                            NOT NULL WITH DEFAULT,
             HASHCTL                        DECIMAL(9, 0)
                                            NOT NULL WITH DEFAULT,
             FECSELLO                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURDIC                    *
      ******************************************************************
       01  DCLTBCURDIC.
           10 DIC-FECHA       PIC X(10).                    *> FECHA
           10 DIC-OPERADOR    PIC X(3).                     *> OPERADOR
           10 DIC-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSAL
           10 DIC-ULTNUM      PIC S9(7)V     USAGE COMP-3.  *> ULTNUM
           10 DIC-SELLADO     PIC X(1).                     *> SELLADO
           10 DIC-NUMSELLO    PIC S9(7)V     USAGE COMP-3.  *> NUMSELLO
           10 DIC-HASHCTL     PIC S9(9)V     USAGE COMP-3.  *> HASHCTL
           10 DIC-FECSELLO    PIC X(10).                    *> FECSELLO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
