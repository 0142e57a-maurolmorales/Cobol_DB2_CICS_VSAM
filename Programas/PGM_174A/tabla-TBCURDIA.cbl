      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURDIA)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURDIA))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DIA-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DIARIO ELECTRONICO DE CAJA. UNA FILA POR INTENTO DE OPERACION  *
      * DE CAJA, CLAVE FECHA + OPERADOR + NUMERO. EL NUMERO LO ASIGNA  *
      * LA RUTINA PGMDICAF, CORRELATIVO Y SIN SALTOS POR OPERADOR Y    *
      * DIA (CONTADOR EN TBCURDIC, EN LA MISMA UNIDAD DE TRABAJO).     *
      *   RESULTADO 'A' ACEPTADA, 'R' RECHAZADA, 'C' CANCELADA POR EL  *
      *             CAJERO ANTES DE CONFIRMAR.                         *
      *   TRANSAC   TRANSACCION CICS QUE LA ORIGINO.                   *
      *   MENSAJE   EL MENSAJE QUE VIO EL CAJERO (MOTIVO DEL RECHAZO). *
      * LAS FILAS NO SE MODIFICAN NI SE BORRAN: EL SELLO DEL DIA       *
      * (PGMDISEL) LAS CUBRE CON UN CONTROL.                           *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURDIA TABLE
           ( FECHA                          DATE NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             NUMERO                         DECIMAL(7, 0) NOT NULL,
             TERMINAL                       CHAR(4) NOT NULL,
             SUCURSAL                       DECIMAL(2, 0) NOT NULL,
             HORA                           CHAR(8) NOT NULL,
             TRANSAC                        CHAR(4) NOT NULL,
             RESULTADO                      CHAR(1) NOT NULL,
             TIPCUEN                        CHAR(2)
                                            NOT NULL WITH DEFAULT,
             NROCUEN                        DECIMAL(10, 0)
                                            NOT NULL WITH DEFAULT,
             IMPORTE                        DECIMAL(13, 2)
                                            NOT NULL WITH DEFAULT,
             MONEDA                         DECIMAL(1, 0)
                                            NOT NULL WITH DEFAULT,
             MENSAJE                        CHAR(60)
                                            NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURDIA                    *
      ******************************************************************
       01  DCLTBCURDIA.
           10 DIA-FECHA       PIC X(10).                    *> FECHA
           10 DIA-OPERADOR    PIC X(3).                     *> OPERADOR
           10 DIA-NUMERO      PIC S9(7)V     USAGE COMP-3.  *> NUMERO
           10 DIA-TERMINAL    PIC X(4).                     *> TERMINAL
           10 DIA-SUCURSAL    PIC S9(2)V     USAGE COMP-3.  *> SUCURSAL
           10 DIA-HORA        PIC X(8).                     *> HORA
           10 DIA-TRANSAC     PIC X(4).                     *> TRANSAC
           10 DIA-RESULTADO   PIC X(1).                     *> RESULTADO
           10 DIA-TIPCUEN     PIC X(2).                     *> TIPCUEN
           10 DIA-NROCUEN     PIC S9(10)V    USAGE COMP-3.  *> NROCUEN
           10 DIA-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3. *> IMPORTE
           10 DIA-MONEDA      PIC S9(1)V     USAGE COMP-3.  *> MONEDA
           10 DIA-MENSAJE     PIC X(60).                    *> MENSAJE
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
