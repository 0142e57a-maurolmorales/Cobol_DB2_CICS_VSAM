       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAVIRE.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMAVIRE                                      *
      *  DESCRIPCIÓN:                                            *
      *    RESULTADO DE LA ENTREGA DE LOS AVISOS AL CLIENTE.     *
      *    LEE EL ARCHIVO DE RESPUESTA DEL PROVEEDOR DE SMS /    *
      *    E-MAIL (DDRESPU, 100 BYTES): CABECERA, UN DETALLE     *
      *    POR AVISO CON SU LOTE, EL RESULTADO ('E' ENTREGADO /  *
      *    'F' FALLIDO) Y EL MOTIVO DEL PROVEEDOR, Y TRAILER     *
      *    CON LA CANTIDAD. CADA AVISO ENVIADO ('X') DE TBCURAVI *
      *    PASA AL ESTADO INFORMADO CON LA FECHA DE RESPUESTA.   *
      *    UNA RESPUESTA REPETIDA, DE UN AVISO YA CERRADO O DE   *
      *    UN AVISO DESCONOCIDO NO MODIFICA NADA Y SE CUENTA     *
      *    COMO IGNORADA, DE MODO QUE EL ARCHIVO PUEDE           *
      *    REPROCESARSE. UN ARCHIVO VACIO NO ES ERROR (EL        *
      *    PROVEEDOR AUN NO RESPONDIO).                          *
      *    NADA SE CONFIRMA HASTA CUADRAR CONTRA EL TRAILER.     *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RESPUESTA ASSIGN DDRESPU
                  FILE STATUS IS FS-RESPUESTA.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  RESPUESTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-RESPUESTA  PIC X(100).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *---- FILE STATUS -----------------------------------------------
       77  FS-RESPUESTA               PIC XX      VALUE SPACES.
           88  FS-RESPUESTA-FIN                   VALUE '10'.

      *---- CONTADORES ------------------------------------------------
       77  WS-CANT-LEIDOS             PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-ENTREGADOS         PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-FALLIDOS           PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-IGNORADOS          PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-INVALIDOS          PIC 9(07)   VALUE ZEROS.
       77  WS-TRAILER-VISTO           PIC X       VALUE 'N'.
       77  WS-ARCHIVO-VACIO           PIC X       VALUE 'N'.

       77  WS-TIPO-REG-HEADER         PIC XX      VALUE 'HD'.
       77  WS-TIPO-REG-TRAILER        PIC XX      VALUE 'TR'.

      *---- LAYOUT DEL ARCHIVO DE RESPUESTA (100 BYTES) ---------------
       01  WS-REG-RESPU.
           03  RES-TIPO-REG        PIC X(02).
           03  RES-NROLOTE         PIC 9(09).
           03  RES-NROAVI          PIC 9(11).
           03  RES-ESTADO          PIC X(01).
           03  RES-MOTIVO          PIC X(02).
           03  RES-FECHA           PIC 9(08).
           03  FILLER              PIC X(67).

       01  WS-REG-RESPU-CAB REDEFINES WS-REG-RESPU.
           03  CAB-TIPO-REG        PIC X(02).
           03  CAB-FECHA-PROCESO   PIC 9(08).
           03  FILLER              PIC X(90).

       01  WS-REG-RESPU-FIN REDEFINES WS-REG-RESPU.
           03  FIN-TIPO-REG        PIC X(02).
           03  FIN-CANT-REGISTROS  PIC 9(07).
           03  FILLER              PIC X(91).

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99            VALUE 20.
           03  WS-FPI-AA           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-MM           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-DD           PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE         PIC +++999 USAGE DISPLAY  VALUE ZEROS.
       77  NOT-FOUND                PIC S9(9) COMP      VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURAVI)   ------------------
       77  AVI-NROAVI         PIC S9(11)V USAGE COMP-3  VALUE ZEROS.
       77  AVI-NROLOTE        PIC S9(9)V  USAGE COMP-3  VALUE ZEROS.
       77  AVI-ESTADO         PIC X(1)                  VALUE SPACES.
       77  AVI-MOTIVO         PIC X(2)                  VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                 UNTIL FS-RESPUESTA-FIN
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *----  CUERPO INICIO APERTURA ARCHIVOS --------------------------
       1000-INICIO-I.

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           MOVE WS-FECHA-SISTEMA-AA TO WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO WS-FPI-DD

           OPEN INPUT  RESPUESTA
           IF FS-RESPUESTA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RESPUESTA = ' FS-RESPUESTA
              MOVE 9999 TO RETURN-CODE
              SET  FS-RESPUESTA-FIN TO TRUE
           ELSE
              PERFORM 1010-VERIFICAR-CABECERA-I
                 THRU 1010-VERIFICAR-CABECERA-F
              IF NOT FS-RESPUESTA-FIN
                 PERFORM 2100-LEER-I  THRU 2100-LEER-F
              END-IF
           END-IF.

       1000-INICIO-F. EXIT.


      *---- LEE Y VERIFICA EL REGISTRO DE CABECERA DEL ARCHIVO --------
       1010-VERIFICAR-CABECERA-I.

           READ RESPUESTA INTO WS-REG-RESPU

           EVALUATE FS-RESPUESTA
              WHEN '00'
                 IF CAB-TIPO-REG IS EQUAL WS-TIPO-REG-HEADER THEN
                    DISPLAY 'CABECERA OK - FECHA RESPUESTA: '
                             CAB-FECHA-PROCESO
                 ELSE
                    DISPLAY '* ARCHIVO SIN REGISTRO DE CABECERA'
                    MOVE 9999 TO RETURN-CODE
                    SET FS-RESPUESTA-FIN TO TRUE
                 END-IF
              WHEN '10'
                 DISPLAY 'ARCHIVO DE RESPUESTA VACIO - SIN NOVEDADES'
                 MOVE 'S' TO WS-ARCHIVO-VACIO
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DE CABECERA = '
                          FS-RESPUESTA
                 MOVE 9999 TO RETURN-CODE
                 SET FS-RESPUESTA-FIN TO TRUE
           END-EVALUATE.

       1010-VERIFICAR-CABECERA-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           PERFORM 3000-REGISTRAR-I THRU 3000-REGISTRAR-F
           IF NOT FS-RESPUESTA-FIN
              PERFORM 2100-LEER-I THRU 2100-LEER-F
           END-IF.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       2100-LEER-I.

           READ RESPUESTA INTO WS-REG-RESPU

           EVALUATE FS-RESPUESTA
              WHEN '00'
                 IF RES-TIPO-REG IS EQUAL WS-TIPO-REG-TRAILER THEN
                    PERFORM 2105-VERIFICAR-TRAILER-I
                       THRU 2105-VERIFICAR-TRAILER-F
                    SET FS-RESPUESTA-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-LEIDOS
                 END-IF
              WHEN '10'
                 DISPLAY '* ARCHIVO DE RESPUESTA SIN TRAILER'
                 MOVE 9999 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA = ' FS-RESPUESTA
                 MOVE 9999 TO RETURN-CODE
                 SET FS-RESPUESTA-FIN  TO TRUE
           END-EVALUATE.

       2100-LEER-F. EXIT.


      *---- LA CANTIDAD DEL TRAILER DEBE COINCIDIR CON LO LEIDO -------
       2105-VERIFICAR-TRAILER-I.

           MOVE 'S' TO WS-TRAILER-VISTO

           IF FIN-CANT-REGISTROS IS NOT EQUAL WS-CANT-LEIDOS
              DISPLAY '* CANTIDAD DE TRAILER NO COINCIDE: '
                       FIN-CANT-REGISTROS ' VS ' WS-CANT-LEIDOS
              MOVE 9999 TO RETURN-CODE
           ELSE
              DISPLAY 'TRAILER OK - RESPUESTAS: ' WS-CANT-LEIDOS
           END-IF.

       2105-VERIFICAR-TRAILER-F. EXIT.


      *---- APLICA EL RESULTADO AL AVISO SI SIGUE ENVIADO -------------
       3000-REGISTRAR-I.

           IF RES-TIPO-REG IS NOT EQUAL 'DT' OR
              RES-NROAVI IS NOT NUMERIC OR
              RES-NROLOTE IS NOT NUMERIC OR
              (RES-ESTADO IS NOT EQUAL 'E' AND
               RES-ESTADO IS NOT EQUAL 'F')
              ADD 1 TO WS-CANT-INVALIDOS
              DISPLAY '* RESPUESTA INVALIDA: ' WS-REG-RESPU (1:33)
              GO TO 3000-REGISTRAR-F
           END-IF

           MOVE RES-NROAVI  TO AVI-NROAVI
           MOVE RES-NROLOTE TO AVI-NROLOTE
           MOVE RES-ESTADO  TO AVI-ESTADO
           IF RES-ESTADO IS EQUAL 'F'
              MOVE RES-MOTIVO TO AVI-MOTIVO
           ELSE
              MOVE SPACES     TO AVI-MOTIVO
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURAVI
                 SET ESTADO  = :AVI-ESTADO,
                     MOTIVO  = :AVI-MOTIVO,
                     FECRESP = :WS-FECHA-PROCESO-ISO
               WHERE NROAVI  = :AVI-NROAVI
                 AND NROLOTE = :AVI-NROLOTE
                 AND ESTADO  = 'X'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF RES-ESTADO IS EQUAL 'E'
                    ADD 1 TO WS-CANT-ENTREGADOS
                 ELSE
                    ADD 1 TO WS-CANT-FALLIDOS
                 END-IF
              WHEN NOT-FOUND
                 ADD 1 TO WS-CANT-IGNORADOS
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR UPDATE TBCURAVI = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET FS-RESPUESTA-FIN TO TRUE
           END-EVALUATE.

       3000-REGISTRAR-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

      *    SIN TRAILER CUADRADO NO SE CONFIRMA NADA, SALVO QUE EL
      *    ARCHIVO HAYA LLEGADO VACIO.
           IF RETURN-CODE IS EQUAL ZEROS AND
              (WS-TRAILER-VISTO IS EQUAL 'S' OR
               WS-ARCHIVO-VACIO IS EQUAL 'S')
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* RESPUESTAS NO CONFIRMADAS - SE '
                      'RETROCEDEN TODOS LOS AVISOS ACTUALIZADOS'
              IF RETURN-CODE IS EQUAL ZEROS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF

           CLOSE RESPUESTA

           DISPLAY '=============================================='
           DISPLAY 'RESPUESTA DE AVISOS AL CLIENTE - TOTALES'
           DISPLAY ' RESPUESTAS LEIDAS: ' WS-CANT-LEIDOS
           DISPLAY ' ENTREGADOS       : ' WS-CANT-ENTREGADOS
           DISPLAY ' FALLIDOS         : ' WS-CANT-FALLIDOS
           DISPLAY ' IGNORADOS        : ' WS-CANT-IGNORADOS
           DISPLAY ' INVALIDOS        : ' WS-CANT-INVALIDOS.

       9999-FINAL-F. EXIT.
