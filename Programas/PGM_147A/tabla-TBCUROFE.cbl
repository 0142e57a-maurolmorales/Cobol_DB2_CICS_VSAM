      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCUROFE)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCUROFE))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(OFE-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * OFERTAS DE PRESTAMO PERSONAL PREAPROBADO: LAS GENERA EL        *
      * PROCESO MENSUAL PGMOFERT, UNA POR CLIENTE Y FECHA (FECGEN),    *
      * CON EL SUELDO PROMEDIO QUE LA ORIGINO, PLAZO, TASA Y CUOTA     *
      * DE REFERENCIA. ESTADO 'V' = VIGENTE (HASTA FECVTO) / 'U' =     *
      * USADA (PGMPRCTA OTORGO EL PRESTAMO NROPRES) / 'H' =            *
      * REEMPLAZADA POR LA OFERTA DEL MES SIGUIENTE. LA MUESTRAN       *
      * PGMC360 Y PGMPRCTA; PGMCARTA (PARM 'PREAPROB') LA ENVIA.       *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCUROFE TABLE
           ( NROCLI                         DECIMAL(7, 0) NOT NULL,
             FECGEN                         DATE NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             PLAZO                          DECIMAL(3, 0) NOT NULL,
             TASA                           DECIMAL(6, 4) NOT NULL,
             CUOTA                          DECIMAL(13, 2) NOT NULL,
             SUELDO                         DECIMAL(13, 2) NOT NULL,
             FECVTO                         DATE NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             NROPRES                        DECIMAL(7, 0)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCUROFE                    *
      ******************************************************************
       01  DCLTBCUROFE.
           10 OFE-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 OFE-FECGEN      PIC X(10).                    *> FECGEN
           10 OFE-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 OFE-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 OFE-PLAZO       PIC S9(3)V     USAGE COMP-3.  *> PLAZO
           10 OFE-TASA        PIC S9(2)V9(4) USAGE COMP-3.  *> TASA
           10 OFE-CUOTA       PIC S9(11)V9(2) USAGE COMP-3. *> CUOTA
           10 OFE-SUELDO      PIC S9(11)V9(2) USAGE COMP-3. *> SUELDO
           10 OFE-FECVTO      PIC X(10).                    *> FECVTO
           10 OFE-ESTADO      PIC X(1).                     *> ESTADO
           10 OFE-NROPRES     PIC S9(7)V     USAGE COMP-3.  *> NROPRES
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
