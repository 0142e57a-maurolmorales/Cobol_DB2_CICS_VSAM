      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURCON)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURCON))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CON-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CONSENTIMIENTO DEL CLIENTE PARA SER CONTACTADO CON FINES       *
      * COMERCIALES, UNA FILA POR CLIENTE Y CANAL (CLAVE NROCLI +      *
      * CANAL). LA MANTIENE LA RUTINA PGMCSCAF, DESDE LA PANTALLA      *
      * PGMCONSE O LA CARGA DEL CANAL DIGITAL PGMCONDG; CADA CAMBIO    *
      * QUEDA EN TBCURCOH.                                             *
      * CANAL 'C' = CORREO POSTAL / 'E' = E-MAIL / 'S' = SMS /         *
      * 'T' = TELEFONO. CONSIENTE 'S' = ACEPTA / 'N' = NO CONTACTAR.   *
      * SIN FILA PARA EL CANAL NO HAY OPOSICION REGISTRADA.            *
      * FECCONS = FECHA EN QUE EL CLIENTE LO MANIFESTO.                *
      * ORIGEN 'S' = SUCURSAL (PANTALLA) / 'D' = CANAL DIGITAL.        *
      * LAS CARTAS COMERCIALES (PGMCARTA) Y LAS ETIQUETAS (PGMETIQC)   *
      * SALTEAN A QUIEN NO CONSIENTE EL CORREO POSTAL. LOS ENVIOS DE   *
      * SERVICIO Y REGULATORIOS (EXTRACTOS, AVISOS) NO SE AFECTAN.     *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURCON TABLE
           ( NROCLI                         DECIMAL(7, 0) NOT NULL,
             CANAL                          CHAR(1) NOT NULL,
             CONSIENTE                      CHAR(1) NOT NULL,
             FECCONS                        DATE NOT NULL,
             ORIGEN                         CHAR(1) NOT NULL,
             OPERADOR                       CHAR(3) NOT NULL,
             FECACT                         DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURCON                    *
      ******************************************************************
       01  DCLTBCURCON.
           10 CON-NROCLI      PIC S9(7)V     USAGE COMP-3.  *> NROCLI
           10 CON-CANAL       PIC X(1).                     *> CANAL
           10 CON-CONSIENTE   PIC X(1).                     *> CONSIEN
           10 CON-FECCONS     PIC X(10).                    *> FECCONS
           10 CON-ORIGEN      PIC X(1).                     *> ORIGEN
           10 CON-OPERADOR    PIC X(3).                     *> OPERADO
           10 CON-FECACT      PIC X(10).                    *> FECACT
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
