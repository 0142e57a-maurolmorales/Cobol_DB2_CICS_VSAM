       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDICAF.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMDICAF                                      *
      *  DESCRIPCIÓN:                                            *
      *    RUTINA DEL DIARIO ELECTRONICO DE CAJA, INVOCADA POR   *
      *    LLAMADA DINAMICA DESDE LAS PANTALLAS DE CAJA          *
      *    (PGMDPCTA, PGMEXCTA, PGMTRCTA, PGMFXCTA, PGMPCPLF Y   *
      *    PGMPSCTA), AL ESTILO PGMTVCAF.                        *
      *    ASIGNA AL INTENTO DE OPERACION EL PROXIMO NUMERO DEL  *
      *    DIARIO DEL OPERADOR EN EL DIA (TBCURDIC) Y GRABA LA   *
      *    FILA EN TBCURDIA, LAS DOS COSAS EN LA UNIDAD DE       *
      *    TRABAJO DEL INVOCANTE: SI LA OPERACION SE RETROCEDE,  *
      *    SE RETROCEDE TAMBIEN EL NUMERO Y NO QUEDAN SALTOS.    *
      *    POR ESO UNA OPERACION ACEPTADA SE REGISTRA ANTES DEL  *
      *    FIN DE LA TAREA, Y UNA RECHAZADA DESPUES DEL          *
      *    SYNCPOINT ROLLBACK QUE LA DESHIZO.                    *
      *    EL DIARIO SELLADO POR PGMDISEL SIGUE NUMERANDO: LOS   *
      *    ASIENTOS POSTERIORES AL SELLO LOS INFORMA Y LOS       *
      *    CUBRE EL SELLO SIGUIENTE.                             *
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

      *-----------  SQL  ----------------------------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-CLAVE-DUPLICADA      PIC S9(9) COMP VALUE  -803.
       77  WS-UOW-RETROCEDIDA      PIC S9(9) COMP VALUE  -911.
       77  WS-INTENTOS             PIC 9(01)      VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURDIA)   ------------------
       01  DCLTBCURDIA.
           10 DIA-FECHA       PIC X(10).
           10 DIA-OPERADOR    PIC X(3).
           10 DIA-NUMERO      PIC S9(7)V     USAGE COMP-3.
           10 DIA-TERMINAL    PIC X(4).
           10 DIA-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 DIA-HORA        PIC X(8).
           10 DIA-TRANSAC     PIC X(4).
           10 DIA-RESULTADO   PIC X(1).
           10 DIA-TIPCUEN     PIC X(2).
           10 DIA-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 DIA-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 DIA-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 DIA-MENSAJE     PIC X(60).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-DIARIO.
           03  LK-DIA-OPERADOR      PIC X(3).
           03  LK-DIA-SUCURSAL      PIC 9(2).
           03  LK-DIA-TERMINAL      PIC X(4).
           03  LK-DIA-TRANSAC       PIC X(4).
      *    'A' ACEPTADA / 'R' RECHAZADA / 'C' CANCELADA.
           03  LK-DIA-RESULTADO     PIC X(1).
           03  LK-DIA-TIPCUEN       PIC X(2).
           03  LK-DIA-NROCUEN       PIC 9(10).
           03  LK-DIA-IMPORTE       PIC 9(11)V99.
           03  LK-DIA-MONEDA        PIC 9(1).
           03  LK-DIA-HORA          PIC X(8).
           03  LK-DIA-MENSAJE       PIC X(60).
      *    NUMERO ASIGNADO EN EL DIARIO DEL OPERADOR.
           03  LK-DIA-NUMERO        PIC 9(7).
      *    'OK' = REGISTRADO / 'NO' = ERROR DE BASE / 'RB' = EL DB2
      *    RETROCEDIO LA UNIDAD DE TRABAJO DEL INVOCANTE.
           03  LK-DIA-RESULT        PIC X(2).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-DIARIO.

       MAIN-PROGRAM-I.

           MOVE 'OK'  TO LK-DIA-RESULT
           MOVE ZEROS TO LK-DIA-NUMERO WS-INTENTOS

           MOVE LK-DIA-OPERADOR   TO DIA-OPERADOR
           MOVE LK-DIA-SUCURSAL   TO DIA-SUCURSAL
           MOVE LK-DIA-TERMINAL   TO DIA-TERMINAL
           MOVE LK-DIA-TRANSAC    TO DIA-TRANSAC
           MOVE LK-DIA-RESULTADO  TO DIA-RESULTADO
           MOVE LK-DIA-TIPCUEN    TO DIA-TIPCUEN
           MOVE LK-DIA-HORA       TO DIA-HORA
           MOVE LK-DIA-MENSAJE    TO DIA-MENSAJE
           IF LK-DIA-NROCUEN IS NUMERIC
              MOVE LK-DIA-NROCUEN TO DIA-NROCUEN
           ELSE
              MOVE ZEROS          TO DIA-NROCUEN
           END-IF
           IF LK-DIA-IMPORTE IS NUMERIC
              MOVE LK-DIA-IMPORTE TO DIA-IMPORTE
           ELSE
              MOVE ZEROS          TO DIA-IMPORTE
           END-IF
           IF LK-DIA-MONEDA IS NUMERIC
              MOVE LK-DIA-MONEDA  TO DIA-MONEDA
           ELSE
              MOVE ZEROS          TO DIA-MONEDA
           END-IF

           PERFORM 1000-NUMERAR-I THRU 1000-NUMERAR-F
           IF LK-DIA-RESULT IS NOT EQUAL 'OK'
              GO TO MAIN-PROGRAM-F
           END-IF

           PERFORM 2000-GRABAR-I THRU 2000-GRABAR-F.

       MAIN-PROGRAM-F. GOBACK.


      *---- PROXIMO NUMERO DEL OPERADOR EN EL DIA ---------------------
      *---- LA ACTUALIZACION DEL CONTADOR RETIENE LA FILA HASTA EL ----
      *---- FIN DE LA UNIDAD DE TRABAJO: DOS TERMINALES DEL MISMO -----
      *---- OPERADOR NO PUEDEN TOMAR EL MISMO NUMERO. -----------------
       1000-NUMERAR-I.

           ADD 1 TO WS-INTENTOS

           EXEC SQL
              UPDATE KC02803.TBCURDIC
                 SET ULTNUM   = ULTNUM + 1
               WHERE FECHA    = CURRENT DATE
                 AND OPERADOR = :DIA-OPERADOR
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
      *          PRIMERA OPERACION DEL OPERADOR EN EL DIA.
                 EXEC SQL
                    INSERT INTO KC02803.TBCURDIC
                       ( FECHA, OPERADOR, SUCURSAL, ULTNUM,
                         SELLADO, NUMSELLO, HASHCTL, FECSELLO )
                    VALUES
                       ( CURRENT DATE, :DIA-OPERADOR, :DIA-SUCURSAL,
                         1, 'N', 0, 0, NULL )
                 END-EXEC
                 IF SQLCODE IS EQUAL WS-CLAVE-DUPLICADA AND
                    WS-INTENTOS IS LESS 2
      *             OTRA TERMINAL LA DIO DE ALTA RECIEN: SE VUELVE
      *             A NUMERAR SOBRE ESA FILA.
                    GO TO 1000-NUMERAR-I
                 END-IF
                 IF SQLCODE IS NOT EQUAL ZEROS
                    PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
                    GO TO 1000-NUMERAR-F
                 END-IF
              WHEN OTHER
                 PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
                 GO TO 1000-NUMERAR-F
           END-EVALUATE

           EXEC SQL
              SELECT CHAR(FECHA, ISO), ULTNUM
                INTO :DIA-FECHA, :DIA-NUMERO
                FROM KC02803.TBCURDIC
               WHERE FECHA    = CURRENT DATE
                 AND OPERADOR = :DIA-OPERADOR
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
           END-IF.

       1000-NUMERAR-F. EXIT.


      *---- FILA DEL DIARIO CON EL NUMERO ASIGNADO --------------------
       2000-GRABAR-I.

           EXEC SQL
              INSERT INTO KC02803.TBCURDIA
                 ( FECHA, OPERADOR, NUMERO, TERMINAL, SUCURSAL,
                   HORA, TRANSAC, RESULTADO, TIPCUEN, NROCUEN,
                   IMPORTE, MONEDA, MENSAJE )
              VALUES
                 ( DATE(:DIA-FECHA), :DIA-OPERADOR, :DIA-NUMERO,
                   :DIA-TERMINAL, :DIA-SUCURSAL, :DIA-HORA,
                   :DIA-TRANSAC, :DIA-RESULTADO, :DIA-TIPCUEN,
                   :DIA-NROCUEN, :DIA-IMPORTE, :DIA-MONEDA,
                   :DIA-MENSAJE )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              PERFORM 9000-ERROR-SQL-I THRU 9000-ERROR-SQL-F
              GO TO 2000-GRABAR-F
           END-IF

           MOVE DIA-NUMERO TO LK-DIA-NUMERO.

       2000-GRABAR-F. EXIT.


      *---- RESULTADO DE UN ERROR DE BASE: 'RB' SI SE PERDIO LA -------
      *---- UNIDAD DE TRABAJO, 'NO' EN CUALQUIER OTRO CASO      -------
       9000-ERROR-SQL-I.

           IF SQLCODE IS EQUAL WS-UOW-RETROCEDIDA
              MOVE 'RB' TO LK-DIA-RESULT
           ELSE
              MOVE 'NO' TO LK-DIA-RESULT
           END-IF.

       9000-ERROR-SQL-F. EXIT.
