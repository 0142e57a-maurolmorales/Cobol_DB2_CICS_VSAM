      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURREP)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURREP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(REP-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * REMESAS PROPUESTAS: UNA FILA POR FECHA, SUCURSAL Y MONEDA CON  *
      * EL ENVIO O RETIRO DE EFECTIVO QUE PROPONE EL PRONOSTICO        *
      * NOCTURNO PGMPRREM PARA MANTENER EL TESORO ENTRE EL MINIMO      *
      * OPERATIVO Y EL LIMITE DE SEGURO (TBCURPAR LIMTESOR).           *
      *   TIPO     'IN' ENVIO A LA SUCURSAL / 'EG' RETIRO DEL TESORO   *
      *            (LOS CODIGOS DE REMESA DE TBCURTES)                 *
      *   POSACT   POSICION DEL TESORO AL CIERRE (PGMTESPO)            *
      *   DEMANDA  DEMANDA NETA PRONOSTICADA EN EL HORIZONTE           *
      *   POSMIN/POSMAX  POSICION PROYECTADA MINIMA Y MAXIMA SIN LA    *
      *            REMESA                                              *
      *   MARCA    'T' EL ENVIO QUEDO RECORTADO POR EL LIMITE DE       *
      *            SEGURO Y NO CUBRE TODO EL HORIZONTE                 *
      *   ESTADO   'P' PROPUESTA / 'C' CONFIRMADA / 'R' RECHAZADA /    *
      *            'V' VENCIDA (REEMPLAZADA POR UNA CORRIDA POSTERIOR) *
      *   IMPCONF  IMPORTE QUE CONFIRMO EL OFICIAL DE TESORERIA        *
      *            (TRANSACCION REMC, PGMREMCO)                        *
      * LA REMESA FISICA SE REGISTRA EN TBCURTES (PGMTESCA) AL         *
      * RECIBIRLA O DESPACHARLA, CON EL REMITO DE LA TRANSPORTADORA.   *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURREP TABLE
           ( FECPROP                        DATE NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             TIPO                           CHAR(2) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             POSACT                         DECIMAL(13, 2) NOT NULL,
             DEMANDA                        DECIMAL(13, 2) NOT NULL,
             POSMIN                         DECIMAL(13, 2) NOT NULL,
             POSMAX                         DECIMAL(13, 2) NOT NULL,
             MARCA                          CHAR(1) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             IMPCONF                        DECIMAL(13, 2)
                                            NOT NULL WITH DEFAULT,
             OPERADOR                       CHAR(3)
                                            NOT NULL WITH DEFAULT,
             FECCONF                        DATE,
             HORACONF                       CHAR(8)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURREP                    *
      ******************************************************************
       01  DCLTBCURREP.
           10 REP-FECPROP     PIC X(10).                    *> FECPROP
           10 REP-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSAL
           10 REP-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
      *    'IN' ENVIO A LA SUCURSAL / 'EG' RETIRO DEL TESORO
           10 REP-TIPO        PIC X(2).                     *> TIPO
           10 REP-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 REP-POSACT      PIC S9(11)V9(2) USAGE COMP-3. *> POSACT
           10 REP-DEMANDA     PIC S9(11)V9(2) USAGE COMP-3. *> DEMANDA
           10 REP-POSMIN      PIC S9(11)V9(2) USAGE COMP-3. *> POSMIN
           10 REP-POSMAX      PIC S9(11)V9(2) USAGE COMP-3. *> POSMAX
           10 REP-MARCA       PIC X(1).                     *> MARCA
      *    'P' PROPUESTA / 'C' CONFIRMADA / 'R' RECHAZADA / 'V' VENCIDA
           10 REP-ESTADO      PIC X(1).                     *> ESTADO
           10 REP-IMPCONF     PIC S9(11)V9(2) USAGE COMP-3. *> IMPCONF
           10 REP-OPERADOR    PIC X(3).                     *> OPERADOR
           10 REP-FECCONF     PIC X(10).                    *> FECCONF
           10 REP-HORACONF    PIC X(8).                     *> HORACONF
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
