      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCIR)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCIR))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CIR-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CIRCULARIZACION DE SALDOS PEDIDA POR LA AUDITORIA EXTERNA.     *
      * UNA FILA POR CUENTA DE LA MUESTRA, CLAVE FECCORTE + CUENTA:    *
      *   FECCORTE  FECHA DE LA FOTO DE SALDOS DE LA MUESTRA (PGMCIRSE)*
      *   SALDO     SALDO DE LA CUENTA EN ESA FOTO (EL QUE SE PIDE     *
      *             CONFIRMAR), MONEDA DE LA CUENTA.                   *
      *   BANDA     1 BAJA / 2 MEDIA / 3 ALTA (PARAMETRO CIRBANDA).    *
      *   FECCARTA  NULA HASTA QUE PGMCARTA ('CIRCULAR') EMITE LA      *
      *             CARTA DE CONFIRMACION.                             *
      *   RESPUESTA 'P' PENDIENTE, 'C' CONFORME, 'D' DISCONFORME (CON  *
      *             EL SALDO QUE INFORMA EL CLIENTE EN SALDOINF), 'N'  *
      *             SIN RESPUESTA. LA CARGA PGMCICTA; LAS EXCEPCIONES  *
      *             LAS LISTA PGMCIREX.                                *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCIR TABLE
           ( FECCORTE                       DATE NOT NULL,
             TIPCUEN                        CHAR(2) NOT NULL,
             NROCUEN                        DECIMAL(10, 0) NOT NULL,
             SUCUEN                         DECIMAL(2, 0) NOT NULL,
             NROCLI                         DECIMAL(7, 0) NOT NULL,
             MONEDA                         DECIMAL(1, 0) NOT NULL,
             SALDO                          DECIMAL(13, 2) NOT NULL,
             BANDA                          DECIMAL(1, 0) NOT NULL,
             FECCARTA                       DATE,
             RESPUESTA                      CHAR(1) NOT NULL,
             SALDOINF                       DECIMAL(13, 2)
                                            NOT NULL WITH DEFAULT,
             OBSERV                         CHAR(30)
                                            NOT NULL WITH DEFAULT,
             FECRESP                        DATE,
             OPERADOR                       CHAR(3)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCIR                    *
      ******************************************************************
       01  DCLTBCURCIR.
           10 CIR-FECCORTE    PIC X(10).                    *> FECCORTE
           10 CIR-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 CIR-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 CIR-SUCUEN      PIC S9(2)V     USAGE COMP-3.  *> SUCUEN
           10 CIR-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 CIR-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 CIR-SALDO       PIC S9(11)V9(2) USAGE COMP-3. *> SALDO
           10 CIR-BANDA       PIC S9(1)V     USAGE COMP-3.  *> BANDA
           10 CIR-FECCARTA    PIC X(10).                    *> FECCARTA
           10 CIR-RESPUESTA   PIC X(1).                     *> RESPUESTA
           10 CIR-SALDOINF    PIC S9(11)V9(2) USAGE COMP-3. *> SALDOINF
           10 CIR-OBSERV      PIC X(30).                    *> OBSERV
           10 CIR-FECRESP     PIC X(10).                    *> FECRESP
           10 CIR-OPERADOR    PIC X(3).                     *> OPERADOR
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
