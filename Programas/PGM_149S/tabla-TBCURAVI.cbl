      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURAVI)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURAVI))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AVI-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * COLA DE AVISOS AL CLIENTE (SMS / E-MAIL). CADA FILA ES UN      *
      * EVENTO DE UNA SUSCRIPCION DE TBCURSUS, GRABADO POR LA RUTINA   *
      * PGMAVCAF EN LA MISMA UNIDAD DE TRABAJO QUE EL MOVIMIENTO QUE   *
      * LO ORIGINO (FECEVEN/HORAEVEN, REFER = REFMOV DEL MOVIMIENTO).  *
      * MEDIO Y DESTINO SE COPIAN DE LA SUSCRIPCION AL ENCOLAR.        *
      * ESTADO 'P' = PENDIENTE / 'X' = ENVIADO AL PROVEEDOR EN EL      *
      * LOTE NROLOTE (PGMAVIEX, FECENVIO) / 'E' = ENTREGADO / 'F' =    *
      * FALLIDO CON EL MOTIVO DEL PROVEEDOR (PGMAVIRE, FECRESP).       *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURAVI TABLE
           ( NROAVI                         DECIMAL(11, 0) NOT NULL,
             NROSUS                         DECIMAL(9, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             TIPEVEN                        CHAR(2) NOT NULL,
             IMPORTE                        DECIMAL(13, 2) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             REFER                          CHAR(12) NOT NULL,
             MEDIO                          CHAR(1) NOT NULL,
             DESTINO                        CHAR(40) NOT NULL,
             FECEVEN                        DATE NOT NULL,
             HORAEVEN                       CHAR(8) NOT NULL,
             ESTADO                         CHAR(1) NOT NULL,
             NROLOTE                        DECIMAL(9, 0)
                                            NOT NULL WITH DEFAULT,
             FECENVIO                       DATE,
             FECRESP                        DATE,
             MOTIVO                         CHAR(2)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURAVI                    *
      ******************************************************************
       01  DCLTBCURAVI.
           10 AVI-NROAVI      PIC S9(11)V    USAGE COMP-3.  *> NROAVI
           10 AVI-NROSUS      PIC S9(9)V     USAGE COMP-3.  *> NROSUS
           10 AVI-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 AVI-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 AVI-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 AVI-TIPEVEN     PIC X(2).                     *> TIPEVEN
           10 AVI-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 AVI-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 AVI-REFER       PIC X(12).                    *> REFER
           10 AVI-MEDIO       PIC X(1).                     *> MEDIO
           10 AVI-DESTINO     PIC X(40).                    *> DESTINO
           10 AVI-FECEVEN     PIC X(10).                    *> FECEVEN
           10 AVI-HORAEVEN    PIC X(8).                     *> HORAEVEN
           10 AVI-ESTADO      PIC X(1).                     *> ESTADO
           10 AVI-NROLOTE     PIC S9(9)V     USAGE COMP-3.  *> NROLOTE
           10 AVI-FECENVIO    PIC X(10).                    *> FECENVIO
           10 AVI-FECRESP     PIC X(10).                    *> FECRESP
           10 AVI-MOTIVO      PIC X(2).                     *> MOTIVO
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
