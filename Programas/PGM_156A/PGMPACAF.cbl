       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPACAF.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMPACAF                                      *
      *  DESCRIPCIÓN:                                            *
      *    RUTINA DE LECTURA DE PARAMETROS DE NEGOCIO (TBCURPAR),*
      *    INVOCADA POR LLAMADA DINAMICA DESDE LOS BATCH, AL     *
      *    ESTILO PGMRNCAF. REEMPLAZA LA LECTURA DE LOS ARCHIVOS *
      *    CAF.PARM DE UN SOLO VALOR.                            *
      *                                                          *
      *    DEVUELVE EN LK-PAR-VALOR LA IMAGEN DEL VALOR QUE      *
      *    RIGE PARA EL CODIGO A LA FECHA INDICADA (ESPACIOS =   *
      *    FECHA DEL DIA): LA FILA APROBADA ('V') DE MAYOR       *
      *    VIGDESDE QUE NO SUPERE ESA FECHA. LA IMAGEN ES LA     *
      *    MISMA QUE TENIA EL REGISTRO DEL ARCHIVO, ASI EL       *
      *    PROGRAMA LLAMADOR LA MUEVE A SU LAYOUT DE SIEMPRE.    *
      *                                                          *
      *    RESULTADO: 'OK' = VALOR DEVUELTO / 'NE' = EL CODIGO   *
      *    NO TIENE VALOR VIGENTE A LA FECHA (EL LLAMADOR USA    *
      *    SU VALOR POR DEFECTO, COMO HACIA SIN ARCHIVO) /       *
      *    'ER' = ERROR DE BASE DE DATOS.                        *
      *    ES SOLO LECTURA: NO HACE COMMIT.                      *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURPAR)   ------------------
       01  DCLTBCURPAR.
           10 PAR-CODPARM     PIC X(8).
           10 PAR-VIGDESDE    PIC X(10).
           10 PAR-VALOR       PIC X(30).

       77  WS-FECHA-VIG            PIC X(10)    VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8).
      *    FECHA A LA QUE SE PIDE EL VALOR (AAAA-MM-DD); ESPACIOS =
      *    FECHA DEL DIA.
           03  LK-PAR-FECHA         PIC X(10).
      *    SALIDA: IMAGEN DEL VALOR Y FECHA DESDE LA QUE RIGE.
           03  LK-PAR-VALOR         PIC X(30).
           03  LK-PAR-VIGDESDE      PIC X(10).
      *    'OK' = DEVUELTO / 'NE' = SIN VALOR VIGENTE /
      *    'ER' = ERROR DE BASE DE DATOS.
           03  LK-PAR-RESULT        PIC X(2).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-PARAMETRO.

       MAIN-PROGRAM-I.

           MOVE 'OK'   TO LK-PAR-RESULT
           MOVE SPACES TO LK-PAR-VALOR LK-PAR-VIGDESDE
           MOVE LK-PAR-CODIGO TO PAR-CODPARM

           PERFORM 1000-FECHA-I THRU 1000-FECHA-F
           IF LK-PAR-RESULT IS EQUAL 'OK'
              PERFORM 2000-LEER-VALOR-I THRU 2000-LEER-VALOR-F
           END-IF.

       MAIN-PROGRAM-F. GOBACK.


      *---- FECHA DE CONSULTA: LA INFORMADA O LA DEL DIA --------------
       1000-FECHA-I.

           IF LK-PAR-FECHA IS NOT EQUAL SPACES
              MOVE LK-PAR-FECHA TO WS-FECHA-VIG
              GO TO 1000-FECHA-F
           END-IF

           EXEC SQL
              SELECT CHAR(CURRENT DATE, ISO)
                INTO :WS-FECHA-VIG
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR FECHA DEL DIA (PGMPACAF) = ' WS-SQLCODE
              MOVE 'ER' TO LK-PAR-RESULT
           END-IF.

       1000-FECHA-F. EXIT.


      *---- VALOR APROBADO DE MAYOR VIGDESDE QUE NO SUPERE LA FECHA ---
       2000-LEER-VALOR-I.

           EXEC SQL
              SELECT VALOR, CHAR(VIGDESDE, ISO)
                INTO :PAR-VALOR, :PAR-VIGDESDE
                FROM KC02803.TBCURPAR
               WHERE CODPARM  = :PAR-CODPARM
                 AND ESTADO   = 'V'
                 AND VIGDESDE <= DATE(:WS-FECHA-VIG)
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE PAR-VALOR    TO LK-PAR-VALOR
                 MOVE PAR-VIGDESDE TO LK-PAR-VIGDESDE
                 DISPLAY 'PARAMETRO ' PAR-CODPARM ' VIGENTE DESDE '
                         PAR-VIGDESDE ': ' PAR-VALOR
              WHEN NOT-FOUND
                 MOVE 'NE' TO LK-PAR-RESULT
                 DISPLAY '* PARAMETRO ' PAR-CODPARM ' SIN VALOR '
                         'VIGENTE AL ' WS-FECHA-VIG
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURPAR (' PAR-CODPARM
                         ') = ' WS-SQLCODE
                 MOVE 'ER' TO LK-PAR-RESULT
           END-EVALUATE.

       2000-LEER-VALOR-F. EXIT.
