       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAVCAF.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMAVCAF                                      *
      *  DESCRIPCIÓN:                                            *
      *    RUTINA DE ENCOLADO DE AVISOS AL CLIENTE, INVOCADA     *
      *    POR LLAMADA DINAMICA DESDE LOS PROGRAMAS DE POSTEO    *
      *    (CAJA, SERVICIO DE CANALES, HABERES Y CHEQUES),       *
      *    ONLINE O BATCH, AL ESTILO PGMRNCAF.                   *
      *    RECIBE LA CUENTA, EL TIPO DE EVENTO ('DB' DEBITO /    *
      *    'CR' CREDITO / 'HA' HABERES / 'CH' CHEQUE RECHAZADO), *
      *    EL IMPORTE, LA MONEDA (0 = LA DE LA CUENTA) Y LA      *
      *    REFERENCIA DEL MOVIMIENTO, Y POR CADA SUSCRIPCION     *
      *    ACTIVA DE TBCURSUS DE ESA CUENTA Y EVENTO CUYO        *
      *    UMBRAL NO SUPERE EL IMPORTE DEJA UN AVISO PENDIENTE   *
      *    ('P') EN TBCURAVI.                                    *
      *    NO CONFIRMA NI RETROCEDE: EL AVISO QUEDA EN LA MISMA  *
      *    UNIDAD DE TRABAJO QUE EL MOVIMIENTO, ASI UN POSTEO    *
      *    RETROCEDIDO NUNCA AVISA.                              *
      *    EL AVISO NO CONDICIONA LA OPERACION: UN ERROR AL      *
      *    ENCOLAR SE DEVUELVE COMO 'NO' Y EL POSTEO SIGUE. SOLO *
      *    SI EL DB2 RETROCEDIO LA UNIDAD DE TRABAJO (-911) SE   *
      *    DEVUELVE 'RB', PORQUE EL MOVIMIENTO YA NO EXISTE.     *
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

       77  WS-FIN-CURSOR           PIC X        VALUE 'N'.

       01  WS-HORA-EDIT.
           03  WS-HE-HH            PIC 99.
           03  FILLER              PIC X        VALUE ':'.
           03  WS-HE-MM            PIC 99.
           03  FILLER              PIC X        VALUE ':'.
           03  WS-HE-SS            PIC 99.

       01  WS-HORA-NUM.
           03  WS-HN-HH            PIC 99.
           03  WS-HN-MM            PIC 99.
           03  WS-HN-SS            PIC 99.
           03  WS-HN-CC            PIC 99.

      *-----------  SQL  ----------------------------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-UOW-RETROCEDIDA      PIC S9(9) COMP VALUE  -911.

      *-----------   HOST VARIABLES DB2 (TBCURSUS)   ------------------
       01  DCLTBCURSUS.
           10 SUS-NROSUS      PIC S9(9)V     USAGE COMP-3.
           10 SUS-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 SUS-TIPCUEN     PIC X(2).
           10 SUS-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 SUS-TIPEVEN     PIC X(2).
           10 SUS-UMBRAL      PIC S9(11)V9(2) USAGE COMP-3.
           10 SUS-MEDIO       PIC X(1).
           10 SUS-DESTINO     PIC X(40).

      *-----------   HOST VARIABLES DB2 (TBCURAVI)   ------------------
       01  DCLTBCURAVI.
           10 AVI-NROAVI      PIC S9(11)V    USAGE COMP-3.
           10 AVI-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 AVI-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 AVI-REFER       PIC X(12).
           10 AVI-HORAEVEN    PIC X(8).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    SUSCRIPCIONES ACTIVAS DE LA CUENTA PARA EL EVENTO, CON
      *    UMBRAL ALCANZADO POR EL IMPORTE DEL MOVIMIENTO.
           EXEC SQL
              DECLARE CURSORSUS CURSOR FOR
                 SELECT NROSUS,
                        NROCLI,
                        MEDIO,
                        DESTINO
                 FROM KC02803.TBCURSUS
                 WHERE TIPCUEN = :SUS-TIPCUEN
                   AND NROCUEN = :SUS-NROCUEN
                   AND TIPEVEN = :SUS-TIPEVEN
                   AND ESTADO  = 'A'
                   AND UMBRAL <= :AVI-IMPORTE
                 ORDER BY NROSUS
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-AVISO.
           03  LK-AVI-TIPCUEN       PIC X(2).
           03  LK-AVI-NROCUEN       PIC 9(10).
      *    'DB' DEBITO / 'CR' CREDITO / 'HA' HABERES /
      *    'CH' CHEQUE RECHAZADO.
           03  LK-AVI-TIPEVEN       PIC X(2).
           03  LK-AVI-IMPORTE       PIC 9(11)V99.
      *    0 = TOMAR LA MONEDA DE LA CUENTA (TBCURCTA).
           03  LK-AVI-MONEDA        PIC 9(1).
           03  LK-AVI-REFER         PIC X(12).
      *    CANTIDAD DE AVISOS ENCOLADOS.
           03  LK-AVI-ENCOLADOS     PIC 9(3).
      *    'OK' = ENCOLADO O SIN SUSCRIPCION / 'NO' = NO SE PUDO
      *    ENCOLAR (LA OPERACION SIGUE) / 'SC' = CUENTA INEXISTENTE
      *    (NADA QUE AVISAR) / 'RB' = EL DB2 RETROCEDIO LA UNIDAD
      *    DE TRABAJO DEL INVOCANTE.
           03  LK-AVI-RESULT        PIC X(2).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-AVISO.

       MAIN-PROGRAM-I.

           MOVE 'OK'  TO LK-AVI-RESULT
           MOVE ZEROS TO LK-AVI-ENCOLADOS

           IF LK-AVI-NROCUEN IS NOT NUMERIC OR
              LK-AVI-IMPORTE IS NOT NUMERIC OR
              LK-AVI-MONEDA  IS NOT NUMERIC
              MOVE 'NO' TO LK-AVI-RESULT
              GO TO MAIN-PROGRAM-F
           END-IF

           ACCEPT WS-HORA-NUM FROM TIME
           MOVE WS-HN-HH TO WS-HE-HH
           MOVE WS-HN-MM TO WS-HE-MM
           MOVE WS-HN-SS TO WS-HE-SS
           MOVE WS-HORA-EDIT TO AVI-HORAEVEN

           MOVE LK-AVI-TIPCUEN TO SUS-TIPCUEN
           MOVE LK-AVI-NROCUEN TO SUS-NROCUEN
           MOVE LK-AVI-TIPEVEN TO SUS-TIPEVEN
           MOVE LK-AVI-IMPORTE TO AVI-IMPORTE
           MOVE LK-AVI-MONEDA  TO AVI-MONEDA
           MOVE LK-AVI-REFER   TO AVI-REFER

           IF AVI-MONEDA IS EQUAL ZEROS
              PERFORM 1500-MONEDA-CUENTA-I THRU 1500-MONEDA-CUENTA-F
              IF LK-AVI-RESULT IS NOT EQUAL 'OK'
                 GO TO MAIN-PROGRAM-F
              END-IF
           END-IF

           EXEC SQL OPEN CURSORSUS END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
              GO TO MAIN-PROGRAM-F
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 2000-SUSCRIPCION-I THRU 2000-SUSCRIPCION-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORSUS END-EXEC.

       MAIN-PROGRAM-F. GOBACK.


      *---- MONEDA DE LA CUENTA CUANDO EL INVOCANTE NO LA CONOCE ------
       1500-MONEDA-CUENTA-I.

           EXEC SQL
              SELECT MONEDA
                INTO :AVI-MONEDA
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :SUS-TIPCUEN
                 AND NROCUEN = :SUS-NROCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
      *       CUENTA INEXISTENTE: NO PUEDE TENER SUSCRIPCIONES.
              WHEN NOT-FOUND
                 MOVE 'SC' TO LK-AVI-RESULT
              WHEN OTHER
                 PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
           END-EVALUATE.

       1500-MONEDA-CUENTA-F. EXIT.


      *---- UNA SUSCRIPCION QUE COINCIDE: UN AVISO PENDIENTE ----------
       2000-SUSCRIPCION-I.

           EXEC SQL
              FETCH CURSORSUS INTO :SUS-NROSUS,
                                   :SUS-NROCLI,
                                   :SUS-MEDIO,
                                   :SUS-DESTINO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 2000-SUSCRIPCION-F
              WHEN OTHER
                 MOVE 'S' TO WS-FIN-CURSOR
                 PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
                 GO TO 2000-SUSCRIPCION-F
           END-EVALUATE

           EXEC SQL
              SELECT VALUE(MAX(NROAVI), 0) + 1
                INTO :AVI-NROAVI
                FROM KC02803.TBCURAVI
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE 'S' TO WS-FIN-CURSOR
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
              GO TO 2000-SUSCRIPCION-F
           END-IF

      *    MEDIO Y DESTINO VIAJAN CON EL AVISO: UNA BAJA POSTERIOR
      *    DE LA SUSCRIPCION NO CAMBIA LO YA ENCOLADO.
           EXEC SQL
              INSERT INTO KC02803.TBCURAVI
                 ( NROAVI, NROSUS, NROCLI, TIPCUEN, NROCUEN,
                   TIPEVEN, IMPORTE, MONEDA, REFER, MEDIO,
                   DESTINO, FECEVEN, HORAEVEN, ESTADO, NROLOTE,
                   FECENVIO, FECRESP, MOTIVO )
              VALUES
                 ( :AVI-NROAVI, :SUS-NROSUS, :SUS-NROCLI,
                   :SUS-TIPCUEN, :SUS-NROCUEN, :SUS-TIPEVEN,
                   :AVI-IMPORTE, :AVI-MONEDA, :AVI-REFER,
                   :SUS-MEDIO, :SUS-DESTINO, CURRENT DATE,
                   :AVI-HORAEVEN, 'P', 0, NULL, NULL, ' ' )
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE 'S' TO WS-FIN-CURSOR
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
              GO TO 2000-SUSCRIPCION-F
           END-IF

           ADD 1 TO LK-AVI-ENCOLADOS.

       2000-SUSCRIPCION-F. EXIT.


      *---- RESULTADO DE UN ERROR DE BASE: 'RB' SI SE PERDIO LA -------
      *---- UNIDAD DE TRABAJO, 'NO' EN CUALQUIER OTRO CASO      -------
       9000-ERROR-SQL-I.

           IF SQLCODE IS EQUAL WS-UOW-RETROCEDIDA
              MOVE 'RB' TO LK-AVI-RESULT
           ELSE
              MOVE 'NO' TO LK-AVI-RESULT
           END-IF.

       9000-ERROR-SQL-F. EXIT.
