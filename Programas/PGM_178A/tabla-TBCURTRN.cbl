      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURTRN)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURTRN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TRN-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * REGISTRO DE LA CUENTA TRANSITORIA: FONDOS RECIBIDOS QUE NO SE  *
      * PUDIERON APLICAR Y QUE, EN LUGAR DE DEVOLVERSE EN LA CORRIDA,  *
      * QUEDAN A LA ESPERA DE QUE OPERACIONES LOS APLIQUE A LA CUENTA  *
      * CORRECTA O LOS DEVUELVA (TRANSACCION TRNS, PGMTRMAN).          *
      * LOS DA DE ALTA LA RUTINA PGMTRCAF DESDE PGMHABER (ORIGEN 'HA') *
      * Y PGMCAMAR (ORIGEN 'CL', SOLO CREDITOS) SEGUN LAS REGLAS DE    *
      * TBCURPAR (TRNHABER, TRNCAMAR, TRNIMPMX).                       *
      *   IDENT    IDENTIFICADOR DE CUENTA TAL COMO VINO EN EL ARCHIVO *
      *   EMISOR   EMPRESA (HABERES) O BANCO (CAMARA)                  *
      *   REGORIG  REGISTRO ORIGINAL, PARA DEVOLVERLO TAL CUAL         *
      *   ESTADO   'P' PENDIENTE / 'A' APLICADO / 'D' DEVUELTO         *
      *   FECRESOL FECHA DE APLICACION O DEVOLUCION (NULA SI 'P')      *
      *   TIPCUEND/NROCUEND CUENTA A LA QUE SE APLICO                  *
      * PGMTRAGE CONTABILIZA CADA NOCHE LAS ALTAS Y RESOLUCIONES DEL   *
      * DIA CONTRA LA CUENTA TRANSITORIA, ARMA LOS ARCHIVOS DE         *
      * DEVOLUCION Y LISTA LA ANTIGUEDAD DE LO PENDIENTE.              *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURTRN TABLE
           ( NROITEM                        DECIMAL(9, 0) NOT NULL,
             ORIGEN                         CHAR(2) NOT NULL,
             FECALTA                        DATE NOT NULL,
             EMISOR                         CHAR(10) NOT NULL,
             IDENT                          CHAR(16) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             REFER                          CHAR(12) NOT NULL,
             MOTIVO                         CHAR(2) NOT NULL,
             MOTDESC                        CHAR(30) NOT NULL,
             REGORIG                        CHAR(65) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECRESOL                       DATE,
             TIPCUEND                       CHAR(2)
                                            NOT NULL WITH DEFAULT,
             NROCUEND                       DECIMAL(10, 0)
                                            NOT NULL WITH DEFAULT,
             OPERADOR                       CHAR(3)
                                            NOT NULL WITH DEFAULT,
             HORARESOL                      CHAR(8)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURTRN                    *
      ******************************************************************
       01  DCLTBCURTRN.
           10 TRN-NROITEM     PIC S9(9)V     USAGE COMP-3.  *> NROITEM
      *    'HA' HABERES (PGMHABER) / 'CL' CAMARA (PGMCAMAR)
           10 TRN-ORIGEN      PIC X(2).                     *> ORIGEN
           10 TRN-FECALTA     PIC X(10).                    *> FECALTA
           10 TRN-EMISOR      PIC X(10).                    *> EMISOR
           10 TRN-IDENT       PIC X(16).                    *> IDENT
           10 TRN-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 TRN-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 TRN-REFER       PIC X(12).                    *> REFER
           10 TRN-MOTIVO      PIC X(2).                     *> MOTIVO
           10 TRN-MOTDESC     PIC X(30).                    *> MOTDESC
           10 TRN-REGORIG     PIC X(65).                    *> REGORIG
      *    'P' PENDIENTE / 'A' APLICADO / 'D' DEVUELTO
           10 TRN-ESTADO      PIC X(1).                     *> ESTADO
           10 TRN-FECRESOL    PIC X(10).                    *> FECRESOL
           10 TRN-TIPCUEND    PIC X(2).                     *> TIPCUEND
           10 TRN-NROCUEND    PIC S9(10)V    USAGE COMP-3.  *> NROCUEND
           10 TRN-OPERADOR    PIC X(3).                     *> OPERADOR
           10 TRN-HORARESOL   PIC X(8).                     *> HORARESOL
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
