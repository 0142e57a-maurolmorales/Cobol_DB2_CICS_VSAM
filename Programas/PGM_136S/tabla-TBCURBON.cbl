      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURBON)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURBON))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BON-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * BONIFICACIONES SOBRE LA COMISION DE MANTENIMIENTO (PGMCOCTA).  *
      * TIPOBON 'C' = CLIENTE PUNTUAL (NROCLI, EJ. CORPORATIVO         *
      *               NEGOCIADO)                                       *
      *         'H' = REGLA HABERES: CLIENTES CON ACREDITACION DE      *
      *               SUELDO (PGMHABER, CANAL 'HA') EN LOS ULTIMOS     *
      *               60 DIAS                                          *
      *         'S' = REGLA SEGMENTO: CLIENTES DEL SEGMENTO INDICADO   *
      *               (PGMPOSCL, COLUMNA SEGMENTO DE TBCURCLI)         *
      * PORCEN SOBRE LA COMISION BRUTA, VIGENTE ENTRE VIGDESDE Y       *
      * VIGHASTA. SI APLICAN VARIAS SE TOMA LA DE MAYOR PORCENTAJE     *
      * (NO SE ACUMULAN). ALTA Y BAJA POR PGMBOCAF, CON OPERADOR Y     *
      * AUDITORIA; LA BAJA ES LOGICA: ESTADO 'A' ACTIVA / 'B' BAJA.    *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURBON TABLE
           ( NROBON                         DECIMAL(7, 0) NOT NULL,
             TIPOBON                        CHAR(1) NOT NULL,
             NROCLI                         DECIMAL(7, 0)
                                            NOT NULL WITH DEFAULT,
             SEGMENTO                       CHAR(1)
                                            NOT NULL WITH DEFAULT,
             PORCEN                         DECIMAL(5, 2) NOT NULL,
             VIGDESDE                       DATE NOT NULL,
             VIGHASTA                       DATE NOT NULL,
             MOTIVO                         CHAR(30) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             OPERALTA                       CHAR(3) NOT NULL,
             FECALTA                        DATE NOT NULL,
             OPERBAJA                       CHAR(3)
                                            NOT NULL WITH DEFAULT,
             FECBAJA                        DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURBON                    *
      ******************************************************************
       01  DCLTBCURBON.
           10 BON-NROBON      PIC S9(7)V     USAGE COMP-3.  *> NROBON
           10 BON-TIPOBON     PIC X(1).                     *> TIPOBON
           10 BON-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 BON-SEGMENTO    PIC X(1).                     *> SEGMENT
           10 BON-PORCEN      PIC S9(3)V9(2) USAGE COMP-3.  *> PORCEN
           10 BON-VIGDESDE    PIC X(10).                    *> VIGDESD
           10 BON-VIGHASTA    PIC X(10).                    *> VIGHAST
           10 BON-MOTIVO      PIC X(30).                    *> MOTIVO
           10 BON-ESTADO      PIC X(1).                     *> ESTADO
           10 BON-OPERALTA    PIC X(3).                     *> OPERALT
           10 BON-FECALTA     PIC X(10).                    *> FECALTA
           10 BON-OPERBAJA    PIC X(3).                     *> OPERBAJ
           10 BON-FECBAJA     PIC X(10).                    *> FECBAJA
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
