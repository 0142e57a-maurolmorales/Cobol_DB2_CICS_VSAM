      *    ====================
      *    - LECTURA SECUENCIAL DE PERSOCAF (VSAM)
      *    - ARCHIVA Y ELIMINA LOS CLIENTES DADOS DE BAJA HACE MAS
      *      DE WS-ANIOS-RETENCION AÑOS (PARAMETRO ANIOSRET DE
      *      TBCURPAR; FECHA DE BAJA ESTAMPADA POR PGMBACAF EN
      *      PER-FECHA-BAJA)
      *    - LOS CLIENTES SIN BAJA, O DADOS DE BAJA DENTRO DEL PLAZO
      *      DE RETENCION, QUEDAN INTACTOS EN PERSOCAF
      ****************************************************************
           88  WS-NO-FIN-VSAM                           VALUE 'N'.

      *---- PARAMETRO DE RETENCION (AÑOS) -----------------------------
      *    EL PLAZO DE GUARDA ES EL PARAMETRO ANIOSRET DE TBCURPAR
      *    (MANTENIDO POR LA TRANSACCION XCAF); SI NO HAY VALOR
      *    VIGENTE SE USAN LOS 5 AÑOS DE SIEMPRE.
       77  WS-ANIOS-RETENCION       PIC 9(02)           VALUE 05.

       01  WS-VALOR-ANIOSRET.
           03  WS-VAL-ANIOSRET      PIC 9(02).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'ANIOSRET'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- FECHA DE PROCESO Y FECHA DE CORTE -------------------
       01  WS-FECHA-PROCESO.

           SET WS-NO-FIN-VSAM TO TRUE

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR    TO WS-VALOR-ANIOSRET
                 MOVE WS-VAL-ANIOSRET TO WS-ANIOS-RETENCION
              WHEN 'NE'
                 DISPLAY '* SIN ANIOSRET EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-VSAM TO TRUE
           END-EVALUATE
           DISPLAY 'AÑOS DE RETENCION: ' WS-ANIOS-RETENCION

           ACCEPT WS-FECHA-PROCESO FROM DATE.
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20 * 1000000 + WS-FEC-AA * 10000
                                 + WS-FEC-MM * 100 + WS-FEC-DD

           COMPUTE WS-ANIO-CORTE = 20 * 100 + WS-FEC-AA
                                             - WS-ANIOS-RETENCION
           COMPUTE WS-FECHA-CORTE-AAAAMMDD =
                   WS-ANIO-CORTE * 10000 + WS-FEC-MM * 100 + WS-FEC-DD

