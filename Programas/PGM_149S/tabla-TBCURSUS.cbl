      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURSUS)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURSUS))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SUS-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * SUSCRIPCIONES DEL CLIENTE A AVISOS POR SMS O E-MAIL, POR       *
      * CUENTA Y TIPO DE EVENTO. LAS MANTIENE PGMSUSCR (WCAF).         *
      * TIPEVEN: 'DB' DEBITO / 'CR' CREDITO EN LA CUENTA, AMBOS DESDE  *
      * EL UMBRAL (IMPORTE MINIMO, EN LA MONEDA DE LA CUENTA) /        *
      * 'HA' ACREDITACION DE HABERES / 'CH' CHEQUE RECHAZADO.          *
      * MEDIO 'S' = SMS (DESTINO = NUMERO DE CELULAR) / 'E' = E-MAIL.  *
      * ESTADO 'A' = ACTIVA / 'B' = BAJA (CON FECBAJA Y OPERBAJA).     *
      * LOS PROGRAMAS DE POSTEO, VIA LA RUTINA PGMAVCAF, DEJAN EN      *
      * TBCURAVI UN AVISO POR CADA SUSCRIPCION ACTIVA QUE COINCIDE.    *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURSUS TABLE
           ( NROSUS                         DECIMAL(9, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             TIPEVEN                        CHAR(2) NOT NULL,
             UMBRAL                         DECIMAL(13, 2) NOT NULL,
             MEDIO                          CHAR(1) NOT NULL,
             DESTINO                        CHAR(40) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             FECALTA                        DATE NOT NULL,
             OPERALTA                       CHAR(3) NOT NULL,
             FECBAJA                        DATE,
             OPERBAJA                       CHAR(3)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURSUS                    *
      ******************************************************************
       01  DCLTBCURSUS.
           10 SUS-NROSUS      PIC S9(9)V     USAGE COMP-3.  *> NROSUS
           10 SUS-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 SUS-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 SUS-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 SUS-TIPEVEN     PIC X(2).                     *> TIPEVEN
           10 SUS-UMBRAL      PIC S9(11)V9(2) USAGE COMP-3. *> UMBRAL
           10 SUS-MEDIO       PIC X(1).                     *> MEDIO
           10 SUS-DESTINO     PIC X(40).                    *> DESTINO
           10 SUS-ESTADO      PIC X(1).                     *> ESTADO
           10 SUS-FECALTA     PIC X(10).                    *> FECALTA
           10 SUS-OPERALTA    PIC X(3).                     *> OPERALTA
           10 SUS-FECBAJA     PIC X(10).                    *> FECBAJA
           10 SUS-OPERBAJA    PIC X(3).                     *> OPERBAJA
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
