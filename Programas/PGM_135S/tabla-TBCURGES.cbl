      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURGES)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURGES))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(GES-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * COLA DE GESTION DE MORA: UNA FILA POR CLIENTE CON DEUDA EN     *
      * TBCURMOR. PGMMORAG LA RECALCULA CADA NOCHE (DEUDA EN PESOS     *
      * POR TRAMO DE ATRASO 1-30 / 31-60 / 61-90 / MAS DE 90 DIAS,     *
      * CON LOS DOLARES A LA ULTIMA COTIZACION DE TBCURCOT) Y LA       *
      * BORRA CUANDO EL CLIENTE SE REGULARIZA. EL OFICIAL LA TRABAJA   *
      * POR SUCURSAL EN PGMGEMOR.                                      *
      * ESTADO: 'N' NUEVO SIN GESTION / 'G' GESTIONADO SIN PROMESA /   *
      * 'P' PROMESA DE PAGO VIGENTE (FECPROM, IMPPROM; SALE DE LA      *
      * COLA HASTA ESA FECHA) / 'I' PROMESA INCUMPLIDA (PGMMORAG LA    *
      * MARCA AL PASAR FECPROM CON EL CLIENTE AUN EN MORA Y VUELVE     *
      * A LA COLA EN PRIMER LUGAR).                                    *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURGES TABLE
           ( NROCLI                         DECIMAL(7, 0) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             DEUDATOT                       DECIMAL(13, 2) NOT NULL,
             IMP0130                        DECIMAL(13, 2) NOT NULL,
             IMP3160                        DECIMAL(13, 2) NOT NULL,
             IMP6190                        DECIMAL(13, 2) NOT NULL,
             IMP90MAS                       DECIMAL(13, 2) NOT NULL,
             DIASMAX                        DECIMAL(5, 0) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECPROM                        DATE,
             IMPPROM                        DECIMAL(13, 2)
                                            NOT NULL WITH DEFAULT,
             CANTGES                        DECIMAL(3, 0)
                                            NOT NULL WITH DEFAULT,
             FECULTGES                      DATE,
             OPERULT                        CHAR(3)
                                            NOT NULL WITH DEFAULT,
             FECALTA                        DATE NOT NULL,
             FECACT                         DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURGES                    *
      ******************************************************************
       01  DCLTBCURGES.
           10 GES-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 GES-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSA
           10 GES-DEUDATOT    PIC S9(11)V9(2) USAGE COMP-3. *> DEUDATO
           10 GES-IMP0130     PIC S9(11)V9(2) USAGE COMP-3. *> IMP0130
           10 GES-IMP3160     PIC S9(11)V9(2) USAGE COMP-3. *> IMP3160
           10 GES-IMP6190     PIC S9(11)V9(2) USAGE COMP-3. *> IMP6190
           10 GES-IMP90MAS    PIC S9(11)V9(2) USAGE COMP-3. *> IMP90MA
           10 GES-DIASMAX     PIC S9(5)V     USAGE COMP-3.  *> DIASMAX
           10 GES-ESTADO      PIC X(1).                     *> ESTADO
           10 GES-FECPROM     PIC X(10).                    *> FECPROM
           10 GES-IMPPROM     PIC S9(11)V9(2) USAGE COMP-3. *> IMPPROM
           10 GES-CANTGES     PIC S9(3)V     USAGE COMP-3.  *> CANTGES
           10 GES-FECULTGES   PIC X(10).                    *> FECULTG
           10 GES-OPERULT     PIC X(3).                     *> OPERULT
           10 GES-FECALTA     PIC X(10).                    *> FECALTA
           10 GES-FECACT      PIC X(10).                    *> FECACT
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
