      *    CADA CASO SALE NUMERADO CON LA IDENTIDAD DEL          *
      *    CLIENTE (DOCUMENTO, NOMBRE, DOMICILIO DE TBCURCLI),   *
      *    LISTO PARA EL REPORTE REGULATORIO.                    *
      *    CADA CASO SE GRABA ADEMAS COMO ALERTA EN DDALERTA     *
      *    PARA LA CARGA DE CASOS DE CUMPLIMIENTO (PGMCASCG).    *
      *    UMBRALES PARAMETRIZABLES POR EL ARCHIVO DDUMBRAL      *
      *    (UNITARIO $ / UNITARIO U$S / MENSUAL $ / MENSUAL      *
      *    U$S, 11 DIGITOS CADA UNO, 9(9)V99).                   *
           SELECT UMBRALES ASSIGN DDUMBRAL
           FILE STATUS IS FS-UMBRALES.

           SELECT ALERTAS ASSIGN DDALERTA
           FILE STATUS IS FS-ALERTAS.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REG-UMBRALES   PIC X(44).

       FD  ALERTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ALERTAS    PIC X(150).

       WORKING-STORAGE SECTION.
      *=======================*

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-UMBRALES             PIC XX       VALUE SPACES.
       77  FS-ALERTAS              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
       77  WS-CASOS-UNIT-CANT    PIC 9(05)           VALUE ZEROES.
       77  WS-CASOS-ACUM-CANT    PIC 9(05)           VALUE ZEROES.
       77  WS-CASOS-FRAC-CANT    PIC 9(05)           VALUE ZEROES.
       77  WS-ALERTAS-CANT       PIC 9(05)           VALUE ZEROES.

      *----------- ALERTA PARA LA CARGA DE CASOS (150 BYTES) ----------
      *    ALE-ORIGEN: 'UN' UNITARIO / 'AC' ACUMULADO MES /
      *    'FR' FRACCIONAMIENTO. EL NROCLI VA EN CERO: PGMCASCG LO
      *    RESUELVE POR TIPO Y NUMERO DE DOCUMENTO.
       01  WS-REG-ALERTA.
           03  ALE-ORIGEN          PIC X(02)    VALUE SPACES.
           03  ALE-FECHA           PIC X(10)    VALUE SPACES.
           03  ALE-TIPDOC          PIC X(02)    VALUE SPACES.
           03  ALE-NRODOC          PIC 9(11)    VALUE ZEROES.
           03  ALE-NROCLI          PIC 9(07)    VALUE ZEROES.
           03  ALE-NOMAPE          PIC X(30)    VALUE SPACES.
           03  ALE-MONEDA          PIC 9(01)    VALUE ZEROES.
           03  ALE-IMPORTE         PIC 9(11)V99 VALUE ZEROES.
           03  ALE-CANTIDAD        PIC 9(05)    VALUE ZEROES.
           03  ALE-TIPO-LISTA      PIC X(01)    VALUE SPACES.
           03  ALE-DETALLE         PIC X(40)    VALUE SPACES.
           03  FILLER              PIC X(28)    VALUE SPACES.

      *----------- PARAMETROS DEL FRACCIONAMIENTO ---------------------
      *    BANDA SOSPECHOSA: DEL 80% DEL UMBRAL UNITARIO HASTA EL
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

       01  WS-FECHA-ISO.
           03  FILLER              PIC 99            VALUE 20.
           03  WS-ISO-AA           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-ISO-MM           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-ISO-DD           PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
           MOVE WS-FECHA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD
           MOVE WS-FECHA-AA TO WS-ISO-AA
           MOVE WS-FECHA-MM TO WS-ISO-MM
           MOVE WS-FECHA-DD TO WS-ISO-DD
           MOVE WS-FECHA-ISO TO ALE-FECHA

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN OUTPUT ALERTAS
           IF FS-ALERTAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN ALERTAS = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
           END-IF

           OPEN INPUT UMBRALES
           IF FS-UMBRALES IS EQUAL '00' THEN
              READ UMBRALES INTO WS-REG-UMBRALES
                 STRING 'MOV ' REG-TIPMOV ' CANAL ' REG-CANAL
                        DELIMITED BY SIZE INTO IMP-DETALLE
                 PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F
                 MOVE 'UN'            TO ALE-ORIGEN
                 MOVE 1               TO ALE-CANTIDAD
                 MOVE SPACES          TO ALE-DETALLE
                 STRING 'MOVIMIENTO SOBRE UMBRAL, ' IMP-DETALLE
                        DELIMITED BY SIZE INTO ALE-DETALLE
                 PERFORM 6950-GRABAR-ALERTA-I THRU 6950-GRABAR-ALERTA-F
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 WRITE REG-SALIDA FROM IMP-REG-LISTADO AFTER 1
                 PERFORM 4700-DETALLE-FRAC-I
                    THRU 4700-DETALLE-FRAC-F
                 MOVE 'FR'            TO ALE-ORIGEN
                 MOVE WS-FRA-CANT     TO ALE-CANTIDAD
                 MOVE 'DEPOSITOS EN EFECTIVO BAJO UMBRAL 7 DIAS'
                                      TO ALE-DETALLE
                 PERFORM 6950-GRABAR-ALERTA-I THRU 6950-GRABAR-ALERTA-F
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-CASOS-ACUM-CANT
                 MOVE 'ACUMULADO MES    ' TO IMP-DETALLE
                 PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F
                 MOVE 'AC'            TO ALE-ORIGEN
                 MOVE 1               TO ALE-CANTIDAD
                 MOVE 'ACUMULADO DEL MES SOBRE UMBRAL MENSUAL'
                                      TO ALE-DETALLE
                 PERFORM 6950-GRABAR-ALERTA-I THRU 6950-GRABAR-ALERTA-F
              WHEN NOT-FOUND
                 SET WS-FIN-ACUM TO TRUE
              WHEN OTHER
       6900-IMP-REGISTRO-F. EXIT.


      *---- ALERTA DEL CASO PARA LA CARGA DE CASOS DE CUMPLIMIENTO ----
       6950-GRABAR-ALERTA-I.

           MOVE REG-TIPDOC    TO ALE-TIPDOC
           MOVE REG-NRODOC    TO ALE-NRODOC
           MOVE ZEROES        TO ALE-NROCLI
           MOVE REG-NOMAPE    TO ALE-NOMAPE
           MOVE REG-MONEDA    TO ALE-MONEDA
           MOVE REG-IMPORTE   TO ALE-IMPORTE
           MOVE SPACES        TO ALE-TIPO-LISTA

           WRITE REG-ALERTAS FROM WS-REG-ALERTA
           IF FS-ALERTAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE ALERTAS = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-ALERTAS-CANT
           END-IF.

       6950-GRABAR-ALERTA-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           DISPLAY 'CASOS UNITARIOS   : ' WS-CASOS-UNIT-CANT
           DISPLAY 'CASOS ACUMULADOS  : ' WS-CASOS-ACUM-CANT
           DISPLAY 'CASOS FRACCIONAM. : ' WS-CASOS-FRAC-CANT
           DISPLAY 'ALERTAS GRABADAS  : ' WS-ALERTAS-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE ALERTAS
           IF FS-ALERTAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN CLOSE ALERTAS = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.
