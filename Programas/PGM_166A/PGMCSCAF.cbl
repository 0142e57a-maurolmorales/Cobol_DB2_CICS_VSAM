       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCSCAF.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCSCAF                                      *
      *  DESCRIPCIÓN:                                            *
      *    RUTINA DE REGISTRO DEL CONSENTIMIENTO DE CONTACTO     *
      *    COMERCIAL DEL CLIENTE POR CANAL (TBCURCON), INVOCADA  *
      *    POR LLAMADA DINAMICA DESDE LA PANTALLA PGMCONSE Y LA  *
      *    CARGA DEL CANAL DIGITAL PGMCONDG, AL ESTILO PGMAVCAF. *
      *    RECIBE CLIENTE, CANAL ('C' CORREO POSTAL / 'E' E-MAIL *
      *    / 'S' SMS / 'T' TELEFONO), CONSIENTE ('S' / 'N'),     *
      *    FECHA EN QUE EL CLIENTE LO MANIFESTO (AAAA-MM-DD),    *
      *    ORIGEN ('S' SUCURSAL / 'D' CANAL DIGITAL) Y OPERADOR. *
      *    DEJA EL VALOR VIGENTE EN TBCURCON Y EL CAMBIO EN LA   *
      *    HISTORIA TBCURCOH. UNA MANIFESTACION MAS VIEJA QUE LA *
      *    REGISTRADA NO LA PISA ('AN'), Y REPETIR EL MISMO      *
      *    VALOR NO GENERA HISTORIA ('IG').                      *
      *    NO CONFIRMA NI RETROCEDE: LO HACE EL INVOCANTE (SYNC  *
      *    POINT DE CICS O COMMIT DEL BATCH).                    *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  WS-FECHA-FUTURA         PIC X        VALUE 'N'.

      *-----------  SQL  ----------------------------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-UOW-RETROCEDIDA      PIC S9(9) COMP VALUE  -911.
       77  WS-EXISTE     PIC S9(9) COMP              VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURCON)   ------------------
       01  DCLTBCURCON.
           10 CON-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CON-CANAL       PIC X(1).
           10 CON-CONSIENTE   PIC X(1).
           10 CON-FECCONS     PIC X(10).
           10 CON-ORIGEN      PIC X(1).
           10 CON-OPERADOR    PIC X(3).

      *    VALOR REGISTRADO ANTES DEL CAMBIO (' ' = SIN REGISTRO).
       77  REG-CONSANT   PIC X(1)                    VALUE SPACES.
       77  REG-FECANT    PIC X(10)                   VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-CONSENT.
           03  LK-CON-NROCLI        PIC 9(7).
      *    'C' CORREO POSTAL / 'E' E-MAIL / 'S' SMS / 'T' TELEFONO.
           03  LK-CON-CANAL         PIC X(1).
      *    'S' ACEPTA SER CONTACTADO / 'N' NO CONTACTAR.
           03  LK-CON-CONSIENTE     PIC X(1).
      *    FECHA DE LA MANIFESTACION (AAAA-MM-DD), NO FUTURA.
           03  LK-CON-FECHA         PIC X(10).
      *    'S' SUCURSAL / 'D' CANAL DIGITAL.
           03  LK-CON-ORIGEN        PIC X(1).
           03  LK-CON-OPERADOR      PIC X(3).
      *    VALOR QUE TENIA EL CANAL (' ' = SIN REGISTRO PREVIO).
           03  LK-CON-ANTERIOR      PIC X(1).
      *    'OK' = REGISTRADO / 'IG' = IGUAL AL VIGENTE, SIN CAMBIO /
      *    'AN' = ANTERIOR A LO REGISTRADO, NO SE APLICA /
      *    'NC' = CLIENTE INEXISTENTE / 'DI' = DATOS INVALIDOS /
      *    'NO' = ERROR DE BASE / 'RB' = EL DB2 RETROCEDIO LA
      *    UNIDAD DE TRABAJO DEL INVOCANTE.
           03  LK-CON-RESULT        PIC X(2).

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-CONSENT.

       MAIN-PROGRAM-I.

           MOVE 'OK'   TO LK-CON-RESULT
           MOVE SPACES TO LK-CON-ANTERIOR

           PERFORM 1000-VALIDAR-I THRU 1000-VALIDAR-F
           IF LK-CON-RESULT IS NOT EQUAL 'OK'
              GO TO MAIN-PROGRAM-F
           END-IF

           PERFORM 2000-VIGENTE-I THRU 2000-VIGENTE-F
           IF LK-CON-RESULT IS NOT EQUAL 'OK'
              GO TO MAIN-PROGRAM-F
           END-IF

           PERFORM 3000-REGISTRAR-I THRU 3000-REGISTRAR-F.

       MAIN-PROGRAM-F. GOBACK.


      *---- CANAL, VALOR, ORIGEN, OPERADOR, FECHA Y CLIENTE -----------
       1000-VALIDAR-I.

           IF LK-CON-NROCLI IS NOT NUMERIC OR
              LK-CON-NROCLI IS EQUAL ZEROS
              MOVE 'DI' TO LK-CON-RESULT
              GO TO 1000-VALIDAR-F
           END-IF

           IF LK-CON-CANAL IS NOT EQUAL 'C' AND
              LK-CON-CANAL IS NOT EQUAL 'E' AND
              LK-CON-CANAL IS NOT EQUAL 'S' AND
              LK-CON-CANAL IS NOT EQUAL 'T'
              MOVE 'DI' TO LK-CON-RESULT
              GO TO 1000-VALIDAR-F
           END-IF

           IF (LK-CON-CONSIENTE IS NOT EQUAL 'S' AND
               LK-CON-CONSIENTE IS NOT EQUAL 'N') OR
              (LK-CON-ORIGEN IS NOT EQUAL 'S' AND
               LK-CON-ORIGEN IS NOT EQUAL 'D') OR
              LK-CON-OPERADOR IS EQUAL SPACES
              MOVE 'DI' TO LK-CON-RESULT
              GO TO 1000-VALIDAR-F
           END-IF

           MOVE LK-CON-NROCLI    TO CON-NROCLI
           MOVE LK-CON-CANAL     TO CON-CANAL
           MOVE LK-CON-CONSIENTE TO CON-CONSIENTE
           MOVE LK-CON-FECHA     TO CON-FECCONS
           MOVE LK-CON-ORIGEN    TO CON-ORIGEN
           MOVE LK-CON-OPERADOR  TO CON-OPERADOR

      *    FECHA VALIDA PARA DB2 Y NO POSTERIOR A HOY.
           EXEC SQL
              SELECT CHAR(DATE(:CON-FECCONS), ISO),
                     CASE WHEN DATE(:CON-FECCONS) > CURRENT DATE
                          THEN 'S' ELSE 'N' END
                INTO :CON-FECCONS, :WS-FECHA-FUTURA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE 'DI' TO LK-CON-RESULT
                 GO TO 1000-VALIDAR-F
              WHEN OTHER
                 PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
                 GO TO 1000-VALIDAR-F
           END-EVALUATE
           IF WS-FECHA-FUTURA IS EQUAL 'S'
              MOVE 'DI' TO LK-CON-RESULT
              GO TO 1000-VALIDAR-F
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXISTE
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CON-NROCLI
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
              GO TO 1000-VALIDAR-F
           END-IF
           IF WS-EXISTE IS EQUAL ZEROS
              MOVE 'NC' TO LK-CON-RESULT
           END-IF.

       1000-VALIDAR-F. EXIT.


      *---- VALOR VIGENTE DEL CANAL ----------------------------------
       2000-VIGENTE-I.

           EXEC SQL
              SELECT CONSIENTE, CHAR(FECCONS, ISO)
                INTO :REG-CONSANT, :REG-FECANT
                FROM KC02803.TBCURCON
               WHERE NROCLI = :CON-NROCLI
                 AND CANAL  = :CON-CANAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE REG-CONSANT TO LK-CON-ANTERIOR
              WHEN NOT-FOUND
                 MOVE SPACES TO REG-CONSANT REG-FECANT
                 GO TO 2000-VIGENTE-F
              WHEN OTHER
                 PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
                 GO TO 2000-VIGENTE-F
           END-EVALUATE

      *    LO QUE EL CLIENTE DIJO DESPUES MANDA, VENGA DE DONDE
      *    VENGA: UN ARCHIVO ATRASADO NO DESHACE LO DE LA SUCURSAL.
           IF CON-FECCONS IS LESS REG-FECANT
              MOVE 'AN' TO LK-CON-RESULT
              GO TO 2000-VIGENTE-F
           END-IF

           IF CON-CONSIENTE IS EQUAL REG-CONSANT
              MOVE 'IG' TO LK-CON-RESULT
           END-IF.

       2000-VIGENTE-F. EXIT.


      *---- VALOR VIGENTE Y UNA FILA DE HISTORIA ---------------------
       3000-REGISTRAR-I.

           IF REG-CONSANT IS EQUAL SPACES
              EXEC SQL
                 INSERT INTO KC02803.TBCURCON
                    ( NROCLI, CANAL, CONSIENTE, FECCONS, ORIGEN,
                      OPERADOR, FECACT )
                 VALUES
                    ( :CON-NROCLI, :CON-CANAL, :CON-CONSIENTE,
                      DATE(:CON-FECCONS), :CON-ORIGEN,
                      :CON-OPERADOR, CURRENT DATE )
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE KC02803.TBCURCON
                    SET CONSIENTE = :CON-CONSIENTE,
                        FECCONS   = DATE(:CON-FECCONS),
                        ORIGEN    = :CON-ORIGEN,
                        OPERADOR  = :CON-OPERADOR,
                        FECACT    = CURRENT DATE
                  WHERE NROCLI = :CON-NROCLI
                    AND CANAL  = :CON-CANAL
              END-EXEC
           END-IF
           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
              GO TO 3000-REGISTRAR-F
           END-IF

           EXEC SQL
              INSERT INTO KC02803.TBCURCOH
                 ( NROCLI, CANAL, FECHORA, CONSANT, CONSNUE,
                   FECCONS, ORIGEN, OPERADOR )
              VALUES
                 ( :CON-NROCLI, :CON-CANAL, CURRENT TIMESTAMP,
                   :REG-CONSANT, :CON-CONSIENTE,
                   DATE(:CON-FECCONS), :CON-ORIGEN, :CON-OPERADOR )
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
           END-IF.

       3000-REGISTRAR-F. EXIT.


      *---- RESULTADO DE UN ERROR DE BASE: 'RB' SI SE PERDIO LA -------
      *---- UNIDAD DE TRABAJO, 'NO' EN CUALQUIER OTRO CASO      -------
       9000-ERROR-SQL-I.

           IF SQLCODE IS EQUAL WS-UOW-RETROCEDIDA
              MOVE 'RB' TO LK-CON-RESULT
           ELSE
              MOVE 'NO' TO LK-CON-RESULT
           END-IF.

       9000-ERROR-SQL-F. EXIT.
