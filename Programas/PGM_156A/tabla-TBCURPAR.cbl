      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURPAR)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURPAR))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PAR-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PARAMETROS DE NEGOCIO DE CAF CON VIGENCIA (REEMPLAZA A LOS     *
      * ARCHIVOS CAF.PARM DE UN SOLO VALOR Y A LAS CONSTANTES DE       *
      * PROGRAMA). UNA FILA POR VALOR Y FECHA DE VIGENCIA:             *
      *   VALOR    IMAGEN DEL VALOR, IDENTICA AL REGISTRO DEL ARCHIVO  *
      *            QUE REEMPLAZA (EL PROGRAMA LA REDEFINE IGUAL).      *
      *   FORMATO  'N' SOLO DIGITOS (LOS DECIMALES VAN IMPLICITOS,     *
      *            LOS INDICA DESCRIP), 'F' FECHA AAAA-MM-DD, 'X'      *
      *            TEXTO LIBRE. LARGO = POSICIONES SIGNIFICATIVAS.     *
      *   ESTADO   'P' PROPUESTO, PENDIENTE DE APROBACION (NO RIGE).   *
      *            'V' APROBADO: RIGE DESDE VIGDESDE HASTA LA          *
      *            SIGUIENTE 'V' DEL MISMO CODIGO. 'H' APROBADO Y      *
      *            REEMPLAZADO POR OTRO CON LA MISMA VIGDESDE. 'R'     *
      *            RECHAZADO.                                          *
      * EL VALOR QUE RIGE A UNA FECHA ES LA 'V' DE MAYOR VIGDESDE QUE  *
      * NO LA SUPERE; LAS 'V' CON VIGDESDE FUTURA SON LOS VALORES      *
      * PROGRAMADOS. SE MANTIENE POR PGMPARAM (DOBLE CONTROL: CARGA    *
      * NIVEL 2, APRUEBA NIVEL 3 DISTINTO DE QUIEN CARGO, TODO A LA    *
      * COLA 'AUDC'); LOS BATCH LA LEEN POR LA RUTINA PGMPACAF.        *
      * LOS CODIGOS NUEVOS SE DAN DE ALTA POR PGMCGPAR.                *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURPAR TABLE
           ( NROPARM                        DECIMAL(7, 0) NOT NULL,
             CODPARM                        CHAR(8) NOT NULL,
             VIGDESDE                       DATE NOT NULL,
             VALOR                          CHAR(30) NOT NULL,
             DESCRIP                        CHAR(40) NOT NULL,
             FORMATO                        CHAR(1) NOT NULL,
             LARGO                          DECIMAL(2, 0) NOT NULL,
             OPERALTA                       CHAR(3) NOT NULL,
             FECALTA                        DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             OPERAPRO                       CHAR(3)
                                            NOT NULL WITH DEFAULT,
             FECAPRO                        DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURPAR                    *
      ******************************************************************
       01  DCLTBCURPAR.
           10 PAR-NROPARM     PIC S9(7)V     USAGE COMP-3.  *> NROPARM
           10 PAR-CODPARM     PIC X(8).                     *> CODPARM
           10 PAR-VIGDESDE    PIC X(10).                    *> VIGDESDE
           10 PAR-VALOR       PIC X(30).                    *> VALOR
           10 PAR-DESCRIP     PIC X(40).                    *> DESCRIP
           10 PAR-FORMATO     PIC X(1).                     *> FORMATO
           10 PAR-LARGO       PIC S9(2)V     USAGE COMP-3.  *> LARGO
           10 PAR-OPERALTA    PIC X(3).                     *> OPERALTA
           10 PAR-FECALTA     PIC X(10).                    *> FECALTA
           10 PAR-ESTADO      PIC X(1).                     *> ESTADO
           10 PAR-OPERAPRO    PIC X(3).                     *> OPERAPRO
           10 PAR-FECAPRO     PIC X(10).                    *> FECAPRO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
