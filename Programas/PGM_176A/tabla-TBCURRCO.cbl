      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURRCO)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURRCO))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RCO-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RECERTIFICACION PERIODICA DE ACCESOS DE OPERADORES (OPERCAF).  *
      * UNA FILA POR OPERADOR DE CADA CAMPANA, CLAVE FECCAMP+OPERADOR; *
      * LAS FILAS NO SE BORRAN: SON LA EVIDENCIA PARA LA AUDITORIA.    *
      *   FECCAMP   FECHA DE LA CAMPANA (LA ARMA PGMRCSEL).            *
      *   SUCURSAL, NOMBRE Y NIVEL DEL PERFIL AL ARMAR LA CAMPANA.     *
      *   FECULTFIR ULTIMA FIRMA EXITOSA CONOCIDA (FECFIRMA DEL PERFIL *
      *             O ACTIVIDAD DEL DIA); NULA SI NUNCA FIRMO.         *
      *   DIASINAC  DIAS DESDE FECULTFIR (99999 = NUNCA FIRMO).        *
      *   FALLAS    EVENTOS DE SEGUCAF DEL OPERADOR DESDE LA CAMPANA   *
      *             ANTERIOR.                                          *
      *   FECLIMITE FECHA TOPE PARA ATESTAR (PARAMETRO RCOPLAZO).      *
      *   ESTADO    'P' PENDIENTE, 'M' SE MANTIENE, 'N' SE BAJA AL     *
      *             NIVEL NIVNUEVO, 'D' DESHABILITADO POR EL           *
      *             SUPERVISOR, 'V' DESHABILITADO AL VENCER EL PLAZO   *
      *             (PGMRCVEN).                                        *
      *   ATESTA    SUPERVISOR QUE ATESTO (PGMRCOPE) CON FECHA Y HORA; *
      *             'BAT' CUANDO DESHABILITA EL PROCESO DE VENCIDOS.   *
      *   APLICADO  'S' CUANDO LA DECISION YA SE GRABO EN OPERCAF.     *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURRCO TABLE
           ( FECCAMP                        DATE NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             NOMBRE                         CHAR(30) NOT NULL,
             NIVEL                          DECIMAL(1, 0) NOT NULL,
             FECULTFIR                      DATE,
             DIASINAC                       DECIMAL(5, 0) NOT NULL,
             FALLAS                         DECIMAL(5, 0) NOT NULL,
             FECLIMITE                      DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             NIVNUEVO                       DECIMAL(1, 0)
                                            NOT NULL WITH DEFAULT,
             ATESTA                         CHAR(3)
                                            NOT NULL WITH DEFAULT,
             FECATES                        DATE,
             HORAATES                       CHAR(8)
                                            NOT NULL WITH DEFAULT,
             APLICADO                       CHAR(1)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURRCO                    *
      ******************************************************************
       01  DCLTBCURRCO.
           10 RCO-FECCAMP     PIC X(10).                    *> FECCAMP
           10 RCO-OPERADOR    PIC X(3).                     *> OPERADOR
           10 RCO-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSAL
           10 RCO-NOMBRE      PIC X(30).                    *> NOMBRE
           10 RCO-NIVEL       PIC S9(1)V     USAGE COMP-3.  *> NIVEL
           10 RCO-FECULTFIR   PIC X(10).                    *> FECULTFIR
           10 RCO-DIASINAC    PIC S9(5)V     USAGE COMP-3.  *> DIASINAC
           10 RCO-FALLAS      PIC S9(5)V     USAGE COMP-3.  *> FALLAS
           10 RCO-FECLIMITE   PIC X(10).                    *> FECLIMITE
           10 RCO-ESTADO      PIC X(1).                     *> ESTADO
           10 RCO-NIVNUEVO    PIC S9(1)V     USAGE COMP-3.  *> NIVNUEVO
           10 RCO-ATESTA      PIC X(3).                     *> ATESTA
           10 RCO-FECATES     PIC X(10).                    *> FECATES
           10 RCO-HORAATES    PIC X(8).                     *> HORAATES
           10 RCO-APLICADO    PIC X(1).                     *> APLICADO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
