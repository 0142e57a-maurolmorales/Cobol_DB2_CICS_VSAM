      *       TRAILER DEBEN CUADRAR (CANTIDAD Y HASH),           *
      *    2) LA CANTIDAD DEL ARCHIVO DEBE COINCIDIR CON LA      *
      *       CUENTA DIRECTA EN TBCURMOV PARA EL MISMO CORTE     *
      *       (MESESARC, EL MISMO PARAMETRO DEL PASO ANTERIOR),  *
      *    3) RECIEN ENTONCES SE BORRAN LAS FILAS ANTERIORES     *
      *       AL CORTE. CUALQUIER DESVIO => RC=8 Y NO SE BORRA   *
      *       NADA.                                              *
           SELECT ARCHIVO ASSIGN DDARCH
                  FILE STATUS IS FS-ARCHIVO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-ARCHIVO    PIC X(80).

       WORKING-STORAGE SECTION.
      *=======================*


       77  FS-ARCHIVO              PIC XX       VALUE SPACES.
           88  FS-ARCHIVO-FIN                   VALUE '10'.

       77  WS-MESES-CORTE          PIC 9(03)    VALUE 13.

       01  WS-VALOR-MESESARC.
           03  WS-VAL-MESESARC        PIC 9(03).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'MESESARC'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- CONTROL DEL ARCHIVO --------------------------------
       77  WS-CANT-LEIDOS          PIC 9(09)    VALUE ZEROS.
       77  WS-HASH-LEIDO  PIC S9(15)V99 COMP-3  VALUE ZEROS.
      *---------------------------------------------------------------
       1000-INICIO-I.

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-VALOR-MESESARC
                 MOVE WS-VAL-MESESARC TO WS-MESES-CORTE
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'N' TO WS-PRUEBA-OK
                 SET FS-ARCHIVO-FIN TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           MOVE WS-MESES-CORTE TO WS-MESES-HV

           OPEN INPUT ARCHIVO
