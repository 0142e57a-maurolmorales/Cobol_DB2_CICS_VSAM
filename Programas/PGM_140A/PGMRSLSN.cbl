       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRSLSN.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRSLSN                                      *
      *  DESCRIPCIÓN:                                            *
      *    RE-FILTRO DE LA CARTERA DE CLIENTES CONTRA LAS        *
      *    ALTAS DE LA LISTA DE CONTROL. CORRE DESPUES DE        *
      *    PGMCGLSN:                                             *
      *    - COMPARA LA LISTA VIGENTE (DDLISTAN) CONTRA LA       *
      *      ULTIMA LISTA CARGADA (DDLSANT) Y SE QUEDA SOLO CON  *
      *      LAS ENTRADAS NUEVAS;                                *
      *    - RECORRE TODOS LOS CLIENTES ACTIVOS DE TBCURCLI Y    *
      *      LOS BUSCA EN ESAS ENTRADAS CON LAS REGLAS DE        *
      *      PGMSCREE: DOCUMENTO EXACTO O APELLIDO IGUAL / MISMA *
      *      RAIZ DE 5 LETRAS;                                   *
      *    - IGUAL CON LOS BENEFICIARIOS FINALES (TBCURBEN) DE   *
      *      LOS CLIENTES JURIDICOS ACTIVOS: LA COINCIDENCIA DE  *
      *      UN BENEFICIARIO RETIENE AL CLIENTE JURIDICO Y QUEDA *
      *      MARCADA EN EL BENEFICIARIO (LISTA = 'S');           *
      *    - CADA COINCIDENCIA VA A LA COLA DE REVISION DE       *
      *      CUMPLIMIENTO COMPCAF (NOVEDAD 'RS', CON EL NROCLI)  *
      *      Y SUS CUENTAS, COMO TITULAR O COTITULAR, PASAN A    *
      *      ESTADO 'R' (RETENIDA POR CUMPLIMIENTO) HASTA QUE EL *
      *      OFICIAL LA RESUELVA EN PGMCMPRV;                    *
      *    - Y SE GRABA COMO ALERTA 'LS' EN DDALERTA PARA LA     *
      *      CARGA DE CASOS DE CUMPLIMIENTO (PGMCASCG).          *
      *    AL FINAL GRABA LA LISTA VIGENTE (DDLSNUE) COMO LA     *
      *    ULTIMA CARGADA PARA LA PROXIMA CORRIDA. LAS           *
      *    COINCIDENCIAS SE LISTAN SIN CORTAR LA CADENA (RC=0).  *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LISTAANT ASSIGN DDLSANT
           FILE STATUS IS FS-LISTAANT.

           SELECT LISTANEG ASSIGN DDLISTAN
           FILE STATUS IS FS-LISTANEG.

           SELECT LISTANUE ASSIGN DDLSNUE
           FILE STATUS IS FS-LISTANUE.

           SELECT COMPCAF ASSIGN TO DDCOMPK
           ORGANIZATION IS INDEXED
           ACCESS       IS RANDOM
           RECORD KEY   IS CMP-KEY
           FILE STATUS  IS FS-COMPCAF.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

           SELECT ALERTAS ASSIGN DDALERTA
           FILE STATUS IS FS-ALERTAS.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTAANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-LISTAANT   PIC X(50).

       FD  LISTANEG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-LISTANEG   PIC X(50).

       FD  LISTANUE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-LISTANUE   PIC X(50).

      *---- RETENCION DE CUMPLIMIENTO, CLAVE DOC + SECUENCIA ----------
       FD  COMPCAF.
       01  REG-COMPCAF.
           05 CMP-KEY.
              10 CMP-TIPDOC        PIC X(02).
              10 CMP-NRODOC        PIC 9(11).
              10 CMP-SECUEN        PIC 9(03).
           05 CMP-ESTADO           PIC X(01).
           05 CMP-TIPO-LISTA       PIC X(01).
           05 CMP-APELLIDO-LISTA   PIC X(30).
           05 CMP-REGISTRO         PIC X(246).
      *    FECHA DE RETENCION AAAAMMDD, DESDE LA QUE CORRE EL
      *    VENCIMIENTO DE LA REVISION (PGMVNCOL).
           05 CMP-FECRET           PIC 9(08).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       FD  ALERTAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ALERTAS    PIC X(150).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-LISTAANT             PIC XX       VALUE SPACES.
           88  FS-LISTAANT-FIN                  VALUE '10'.
       77  FS-LISTANEG             PIC XX       VALUE SPACES.
           88  FS-LISTANEG-FIN                  VALUE '10'.
       77  FS-LISTANUE             PIC XX       VALUE SPACES.
       77  FS-COMPCAF              PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-ALERTAS              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *---- ENTRADA DE LA LISTA (LAYOUT DE PGMSCREE) ------------------
      *    TIPO 'S' = SANCIONADO / 'P' = PEP / 'N' = NO-CLIENTE.
       01  WS-REG-LISTA.
           03  LIS-TIPO            PIC X(01).
           03  LIS-TIPDOC          PIC X(02).
           03  LIS-NRODOC          PIC 9(11).
           03  LIS-APELLIDO        PIC X(30).
           03  FILLER              PIC X(06).

      *---- ULTIMA LISTA CARGADA, EN MEMORIA --------------------------
       77  WS-ANT-MAX              PIC 9(04)    VALUE 2000.
       77  WS-ANT-CANT             PIC 9(04)    VALUE ZEROS.
       77  WS-ANT-IDX              PIC 9(04)    VALUE ZEROS.
       77  WS-ANT-HALLADA          PIC X        VALUE 'N'.

       01  WS-TABLA-ANTERIOR.
           03  WS-ANT-ITEM OCCURS 2000 TIMES
                                   PIC X(44).

      *---- ENTRADAS NUEVAS DE LA LISTA -------------------------------
       77  WS-NUE-MAX              PIC 9(04)    VALUE 2000.
       77  WS-NUE-CANT             PIC 9(04)    VALUE ZEROS.
       77  WS-NUE-IDX              PIC 9(04)    VALUE ZEROS.

       01  WS-TABLA-NUEVAS.
           03  WS-NUE-ITEM OCCURS 2000 TIMES.
              05  TNU-TIPO         PIC X(01).
              05  TNU-TIPDOC       PIC X(02).
              05  TNU-NRODOC       PIC 9(11).
              05  TNU-APELLIDO     PIC X(30).

      *---- RESULTADO DEL FILTRO --------------------------------------
       77  WS-COINCIDE             PIC X        VALUE 'N'.
       77  WS-TIPO-HALLADO         PIC X        VALUE SPACES.
       77  WS-APE-HALLADO          PIC X(30)    VALUE SPACES.
       77  WS-YA-PENDIENTE         PIC X        VALUE 'N'.
       77  WS-FIN-COLA             PIC X        VALUE 'N'.

      *    APELLIDO DEL CLIENTE: NOMAPE VIENE 'NOMBRE, APELLIDO'
      *    DESDE LA CADENA (PGMB2CAF); SIN COMA SE USA COMPLETO.
       77  WS-CLI-NOMBRE           PIC X(30)    VALUE SPACES.
       77  WS-CLI-APELLIDO         PIC X(30)    VALUE SPACES.

      *---- NOVEDAD DE CLIENTE (246 BYTES, LAYOUT DE PGMB2CAF) --------
      *    EN EL RE-FILTRO VIAJA CON TIPO 'RS' Y EL NROCLI DEL
      *    CLIENTE EXISTENTE: PGMCMPRV LA RESUELVE SOBRE SUS
      *    CUENTAS Y NUNCA REINGRESA A LA CADENA DE ALTAS.
       01  WK-TBCLIE.
           10 WK-CLI-TIPO-NOVEDAD        PIC X(2).
           10 WK-CLI-TIPO-DOCUMENTO      PIC X(2).
           10 WK-CLI-NRO-DOCUMENTO       PIC 9(11).
           10 WK-CLI-NRO-SEC             PIC 9(2).
           10 WK-CLI-NRO-CLIENTE         PIC 9(7).
           10 WK-CLI-NOMBRE-CLIENTE      PIC X(30).
           10 WK-CLI-APELLIDO-CLIENTE    PIC X(30).
           10 FILLER                     PIC X(162).

      *    VISTA DE LA NOVEDAD YA RETENIDA EN COMPCAF.
       01  WS-NOV-COLA.
           10 COL-TIPO-NOVEDAD           PIC X(2).
           10 FILLER                     PIC X(15).
           10 COL-NRO-CLIENTE            PIC 9(7).
           10 FILLER                     PIC X(222).

      *---- CONTADORES ------------------------------------------------
       77  WS-ANT-LEIDAS           PIC 9(05)    VALUE ZEROS.
       77  WS-VIG-LEIDAS           PIC 9(05)    VALUE ZEROS.
       77  WS-CLI-LEIDOS           PIC 9(07)    VALUE ZEROS.
       77  WS-CLI-RETENIDOS        PIC 9(05)    VALUE ZEROS.
       77  WS-CLI-YA-PENDIENTES    PIC 9(05)    VALUE ZEROS.
       77  WS-CTA-BLOQUEADAS       PIC 9(07)    VALUE ZEROS.
       77  WS-CTA-CLIENTE          PIC 9(05)    VALUE ZEROS.
       77  WS-ALERTAS-CANT         PIC 9(05)    VALUE ZEROS.
       77  WS-BEN-LEIDOS           PIC 9(07)    VALUE ZEROS.
       77  WS-BEN-COINCIDEN        PIC 9(05)    VALUE ZEROS.

      *---- ALERTA PARA LA CARGA DE CASOS (150 BYTES) -----------------
      *    ALE-ORIGEN 'LS' = COINCIDENCIA CON LISTA DE CONTROL;
      *    ALE-TIPO-LISTA FIJA EL PLAZO DEL CASO EN PGMCASCG.
       01  WS-REG-ALERTA.
           03  ALE-ORIGEN          PIC X(02)    VALUE 'LS'.
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

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99       VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99       VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99       VALUE ZEROS.

       77  WS-FECHA-AAAAMMDD       PIC 9(08)    VALUE ZEROS.

       01  WS-FECHA-ISO.
           03  FILLER              PIC 99       VALUE 20.
           03  WS-ISO-AA           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-ISO-MM           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-ISO-DD           PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(132)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(07)    VALUE 'FECHA: '.
           03  IMP-TIT-DD          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  IMP-TIT-MM          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  FILLER              PIC 99       VALUE 20.
           03  IMP-TIT-AA          PIC 99       VALUE ZEROES.
           03  FILLER              PIC X(07)    VALUE SPACES.
           03  FILLER              PIC X(50)    VALUE
               'CLIENTES RETENIDOS POR ALTAS EN LA LISTA DE CONTRO'.
           03  FILLER              PIC X(01)    VALUE 'L'.
           03  FILLER              PIC X(49)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMRSLSN'.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               ' NROCLI   DOCUMENTO       NOMBRE Y APELLIDO '.
           03  FILLER              PIC X(44)    VALUE
               '               LISTAAPELLIDO EN LISTA       '.
           03  FILLER              PIC X(44)    VALUE
               '       CTAS.RET.  OBSERVACION               '.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCLI          PIC 9(07).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TIPDOC          PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NRODOC          PIC 9(11).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-NOMAPE          PIC X(30).
           03  FILLER              PIC X(05)    VALUE SPACES.
           03  IMP-TIPO-LISTA      PIC X(01).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-APE-LISTA       PIC X(30).
           03  FILLER              PIC X(06)    VALUE SPACES.
           03  IMP-CTAS            PIC ZZZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-OBSERV          PIC X(26).

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(82)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DEL CURSOR.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  REG-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-ORIGEN    PIC X(1)                    VALUE SPACES.
           88  REG-ES-CLIENTE                        VALUE 'C'.
           88  REG-ES-BENEFICIARIO                   VALUE 'B'.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    TODA LA CARTERA ACTIVA (SIN FECHA DE BAJA) Y LOS
      *    BENEFICIARIOS FINALES DE SUS CLIENTES JURIDICOS: EL
      *    BENEFICIARIO VIENE CON SU DOCUMENTO Y NOMBRE Y EL NROCLI
      *    DEL CLIENTE JURIDICO, DESPUES DEL CLIENTE ('C' > 'B').
           EXEC SQL
              DECLARE CURSORCLI CURSOR FOR
                 SELECT NROCLI, TIPDOC, NRODOC, NOMAPE, 'C'
                 FROM KC02803.TBCURCLI
                 WHERE FECBAJA IS NULL
              UNION ALL
                 SELECT B.NROCLI, B.TIPDOC, B.NRODOC, B.NOMAPE, 'B'
                 FROM KC02803.TBCURBEN B,
                      KC02803.TBCURCLI C
                 WHERE C.NROCLI = B.NROCLI
                   AND C.FECBAJA IS NULL
                 ORDER BY 1, 5 DESC
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD
           MOVE WS-FECHA-AA TO WS-ISO-AA
           MOVE WS-FECHA-MM TO WS-ISO-MM
           MOVE WS-FECHA-DD TO WS-ISO-DD
           MOVE WS-FECHA-ISO TO ALE-FECHA
           COMPUTE WS-FECHA-AAAAMMDD = 20000000 +
                   WS-FECHA-AA * 10000 +
                   WS-FECHA-MM * 100 +
                   WS-FECHA-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    SE ABRE SIEMPRE: SIN ALTAS EN LA LISTA QUEDA VACIO.
           OPEN OUTPUT ALERTAS
           IF FS-ALERTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ALERTAS = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

      *    LA ULTIMA LISTA CARGADA.
           OPEN INPUT LISTAANT
           IF FS-LISTAANT IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DDLSANT = ' FS-LISTAANT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           PERFORM 1100-CARGAR-ANTERIOR-I THRU 1100-CARGAR-ANTERIOR-F
              UNTIL FS-LISTAANT-FIN
           CLOSE LISTAANT
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    LA LISTA VIGENTE: SE COPIA COMO PROXIMA "ULTIMA CARGADA"
      *    Y LO QUE NO ESTABA ANTES QUEDA COMO ENTRADA NUEVA.
           OPEN INPUT LISTANEG
           IF FS-LISTANEG IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DDLISTAN = ' FS-LISTANEG
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           OPEN OUTPUT LISTANUE
           IF FS-LISTANUE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DDLSNUE = ' FS-LISTANUE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           PERFORM 1200-CARGAR-VIGENTE-I THRU 1200-CARGAR-VIGENTE-F
              UNTIL FS-LISTANEG-FIN
           CLOSE LISTANEG
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           DISPLAY 'ENTRADAS LISTA ANTERIOR : ' WS-ANT-LEIDAS
           DISPLAY 'ENTRADAS LISTA VIGENTE  : ' WS-VIG-LEIDAS
           DISPLAY 'ENTRADAS NUEVAS         : ' WS-NUE-CANT

      *    SIN ALTAS EN LA LISTA NO HAY NADA QUE RE-FILTRAR.
           IF WS-NUE-CANT IS EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN I-O COMPCAF
           IF FS-COMPCAF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN COMPCAF = ' FS-COMPCAF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORCLI END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORCLI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       1100-CARGAR-ANTERIOR-I.

           READ LISTAANT INTO WS-REG-LISTA

           EVALUATE FS-LISTAANT
              WHEN '00'
                 IF WS-REG-LISTA IS EQUAL SPACES
                    GO TO 1100-CARGAR-ANTERIOR-F
                 END-IF
                 IF WS-ANT-CANT IS EQUAL WS-ANT-MAX
                    DISPLAY '* LISTA ANTERIOR EXCEDE LA TABLA'
                    MOVE 9999 TO RETURN-CODE
                    SET FS-LISTAANT-FIN TO TRUE
                    GO TO 1100-CARGAR-ANTERIOR-F
                 END-IF
                 ADD 1 TO WS-ANT-LEIDAS
                 ADD 1 TO WS-ANT-CANT
                 MOVE WS-REG-LISTA (1:44) TO WS-ANT-ITEM (WS-ANT-CANT)
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DDLSANT = ' FS-LISTAANT
                 MOVE 9999 TO RETURN-CODE
                 SET FS-LISTAANT-FIN TO TRUE
           END-EVALUATE.

       1100-CARGAR-ANTERIOR-F. EXIT.


      *---------------------------------------------------------------
       1200-CARGAR-VIGENTE-I.

           READ LISTANEG INTO WS-REG-LISTA

           EVALUATE FS-LISTANEG
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 GO TO 1200-CARGAR-VIGENTE-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DDLISTAN = ' FS-LISTANEG
                 MOVE 9999 TO RETURN-CODE
                 SET FS-LISTANEG-FIN TO TRUE
                 GO TO 1200-CARGAR-VIGENTE-F
           END-EVALUATE

           IF WS-REG-LISTA IS EQUAL SPACES
              GO TO 1200-CARGAR-VIGENTE-F
           END-IF
           ADD 1 TO WS-VIG-LEIDAS

           WRITE REG-LISTANUE FROM WS-REG-LISTA
           IF FS-LISTANUE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR DDLSNUE = ' FS-LISTANUE
              MOVE 9999 TO RETURN-CODE
              SET FS-LISTANEG-FIN TO TRUE
              GO TO 1200-CARGAR-VIGENTE-F
           END-IF

           MOVE 'N' TO WS-ANT-HALLADA
           PERFORM 1250-BUSCAR-ANTERIOR-I THRU 1250-BUSCAR-ANTERIOR-F
              VARYING WS-ANT-IDX FROM 1 BY 1
              UNTIL WS-ANT-IDX > WS-ANT-CANT
                 OR WS-ANT-HALLADA IS EQUAL 'S'
           IF WS-ANT-HALLADA IS EQUAL 'S'
              GO TO 1200-CARGAR-VIGENTE-F
           END-IF

           IF WS-NUE-CANT IS EQUAL WS-NUE-MAX
              DISPLAY '* ENTRADAS NUEVAS EXCEDEN LA TABLA'
              MOVE 9999 TO RETURN-CODE
              SET FS-LISTANEG-FIN TO TRUE
              GO TO 1200-CARGAR-VIGENTE-F
           END-IF
           ADD 1 TO WS-NUE-CANT
           MOVE LIS-TIPO     TO TNU-TIPO (WS-NUE-CANT)
           MOVE LIS-TIPDOC   TO TNU-TIPDOC (WS-NUE-CANT)
           IF LIS-NRODOC IS NUMERIC
              MOVE LIS-NRODOC TO TNU-NRODOC (WS-NUE-CANT)
           ELSE
              MOVE ZEROS TO TNU-NRODOC (WS-NUE-CANT)
           END-IF
           MOVE LIS-APELLIDO TO TNU-APELLIDO (WS-NUE-CANT).

       1200-CARGAR-VIGENTE-F. EXIT.


      *---------------------------------------------------------------
       1250-BUSCAR-ANTERIOR-I.

           IF WS-ANT-ITEM (WS-ANT-IDX) IS EQUAL WS-REG-LISTA (1:44)
              MOVE 'S' TO WS-ANT-HALLADA
           END-IF.

       1250-BUSCAR-ANTERIOR-F. EXIT.


      *---- UN CLIENTE CONTRA LAS ENTRADAS NUEVAS ---------------------
       2000-PROCESO-I.

           IF REG-ES-BENEFICIARIO
              ADD 1 TO WS-BEN-LEIDOS
           ELSE
              ADD 1 TO WS-CLI-LEIDOS
           END-IF

           MOVE SPACES TO WS-CLI-NOMBRE WS-CLI-APELLIDO
           UNSTRING REG-NOMAPE DELIMITED BY ', '
               INTO WS-CLI-NOMBRE WS-CLI-APELLIDO
           END-UNSTRING
           IF WS-CLI-APELLIDO IS EQUAL SPACES
              MOVE REG-NOMAPE TO WS-CLI-APELLIDO
           END-IF

           MOVE 'N' TO WS-COINCIDE
           PERFORM 3100-COMPARAR-I THRU 3100-COMPARAR-F
              VARYING WS-NUE-IDX FROM 1 BY 1
              UNTIL WS-NUE-IDX > WS-NUE-CANT
                 OR WS-COINCIDE IS EQUAL 'S'

           IF WS-COINCIDE IS EQUAL 'S'
              PERFORM 5000-RETENER-I THRU 5000-RETENER-F
              IF RETURN-CODE IS NOT EQUAL ZEROS
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              END-IF
           END-IF

           PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F.

       2000-PROCESO-F. EXIT.


      *---- COINCIDENCIA: DOCUMENTO EXACTO O APELLIDO APROXIMADO ------
       3100-COMPARAR-I.

           IF TNU-NRODOC (WS-NUE-IDX) IS NOT EQUAL ZEROS AND
              TNU-TIPDOC (WS-NUE-IDX) IS EQUAL REG-TIPDOC AND
              TNU-NRODOC (WS-NUE-IDX) IS EQUAL REG-NRODOC
              MOVE 'S' TO WS-COINCIDE
              MOVE TNU-TIPO (WS-NUE-IDX) TO WS-TIPO-HALLADO
              MOVE TNU-APELLIDO (WS-NUE-IDX) TO WS-APE-HALLADO
              GO TO 3100-COMPARAR-F
           END-IF

      *    APELLIDO APROXIMADO: IGUAL COMPLETO O MISMA RAIZ DE 5
      *    LETRAS (LAS DOS CON RAIZ SIGNIFICATIVA).
           IF TNU-APELLIDO (WS-NUE-IDX) IS EQUAL SPACES
              GO TO 3100-COMPARAR-F
           END-IF
           IF TNU-APELLIDO (WS-NUE-IDX) IS EQUAL WS-CLI-APELLIDO
              OR TNU-APELLIDO (WS-NUE-IDX) IS EQUAL REG-NOMAPE
              OR (TNU-APELLIDO (WS-NUE-IDX) (1:5) IS EQUAL
                  WS-CLI-APELLIDO (1:5) AND
                  TNU-APELLIDO (WS-NUE-IDX) (5:1) IS NOT EQUAL
                  SPACE AND
                  WS-CLI-APELLIDO (5:1) IS NOT EQUAL SPACE)
              MOVE 'S' TO WS-COINCIDE
              MOVE TNU-TIPO (WS-NUE-IDX) TO WS-TIPO-HALLADO
              MOVE TNU-APELLIDO (WS-NUE-IDX) TO WS-APE-HALLADO
           END-IF.

       3100-COMPARAR-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORCLI INTO :REG-NROCLI, :REG-TIPDOC,
                                   :REG-NRODOC, :REG-NOMAPE,
                                   :REG-ORIGEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORCLI = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-FETCH-F. EXIT.


      *---- CLIENTE A REVISION DE CUMPLIMIENTO Y CUENTAS RETENIDAS ----
       5000-RETENER-I.

           PERFORM 5500-BLOQUEAR-I THRU 5500-BLOQUEAR-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 5000-RETENER-F
           END-IF

           IF REG-ES-BENEFICIARIO
              PERFORM 5600-MARCAR-BENEF-I THRU 5600-MARCAR-BENEF-F
              IF RETURN-CODE IS NOT EQUAL ZEROS
                 GO TO 5000-RETENER-F
              END-IF
           END-IF

           MOVE SPACES          TO WK-TBCLIE
           MOVE 'RS'            TO WK-CLI-TIPO-NOVEDAD
           MOVE ZEROS           TO WK-CLI-NRO-SEC
           MOVE REG-TIPDOC      TO WK-CLI-TIPO-DOCUMENTO
           MOVE REG-NRODOC      TO WK-CLI-NRO-DOCUMENTO
           MOVE REG-NROCLI      TO WK-CLI-NRO-CLIENTE
           IF WS-CLI-APELLIDO IS EQUAL REG-NOMAPE
              MOVE SPACES        TO WK-CLI-NOMBRE-CLIENTE
           ELSE
              MOVE WS-CLI-NOMBRE TO WK-CLI-NOMBRE-CLIENTE
           END-IF
           MOVE WS-CLI-APELLIDO TO WK-CLI-APELLIDO-CLIENTE

      *    PRIMERA SECUENCIA LIBRE DEL DOCUMENTO; SI EL CLIENTE YA
      *    ESPERA REVISION POR UN RE-FILTRO NO SE DUPLICA.
           MOVE 'N'        TO WS-YA-PENDIENTE WS-FIN-COLA
           MOVE REG-TIPDOC TO CMP-TIPDOC
           MOVE REG-NRODOC TO CMP-NRODOC
           MOVE ZEROS      TO CMP-SECUEN
           PERFORM 5100-BUSCAR-LUGAR-I THRU 5100-BUSCAR-LUGAR-F
              UNTIL WS-FIN-COLA IS EQUAL 'S'
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 5000-RETENER-F
           END-IF

           IF WS-YA-PENDIENTE IS EQUAL 'S'
              ADD 1 TO WS-CLI-YA-PENDIENTES
              MOVE 'YA PENDIENTE DE REVISION' TO IMP-OBSERV
           ELSE
              MOVE REG-TIPDOC       TO CMP-TIPDOC
              MOVE REG-NRODOC       TO CMP-NRODOC
              MOVE 'P'              TO CMP-ESTADO
              MOVE WS-TIPO-HALLADO  TO CMP-TIPO-LISTA
              MOVE WS-APE-HALLADO   TO CMP-APELLIDO-LISTA
              MOVE WK-TBCLIE        TO CMP-REGISTRO
              MOVE WS-FECHA-AAAAMMDD TO CMP-FECRET
              WRITE REG-COMPCAF
              IF FS-COMPCAF IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE COMPCAF = ' FS-COMPCAF
                 MOVE 9999 TO RETURN-CODE
                 GO TO 5000-RETENER-F
              END-IF
              ADD 1 TO WS-CLI-RETENIDOS
              MOVE 'A REVISION DE CUMPLIMIENTO' TO IMP-OBSERV
           END-IF

           IF REG-ES-BENEFICIARIO
              IF WS-YA-PENDIENTE IS EQUAL 'S'
                 MOVE 'BENEF.FINAL, YA PENDIENTE' TO IMP-OBSERV
              ELSE
                 MOVE 'BENEF.FINAL, A REVISION' TO IMP-OBSERV
              END-IF
              DISPLAY '* CLIENTE ' REG-NROCLI ' RETENIDO POR LISTA '
                      WS-TIPO-HALLADO ' BENEF.FINAL ' REG-TIPDOC
                      REG-NRODOC
           ELSE
              DISPLAY '* CLIENTE ' REG-NROCLI ' RETENIDO POR LISTA '
                      WS-TIPO-HALLADO ' DOC ' REG-TIPDOC REG-NRODOC
           END-IF

           MOVE REG-NROCLI      TO IMP-NROCLI
           MOVE REG-TIPDOC      TO IMP-TIPDOC
           MOVE REG-NRODOC      TO IMP-NRODOC
           MOVE REG-NOMAPE      TO IMP-NOMAPE
           MOVE WS-TIPO-HALLADO TO IMP-TIPO-LISTA
           MOVE WS-APE-HALLADO  TO IMP-APE-LISTA
           MOVE WS-CTA-CLIENTE  TO IMP-CTAS
           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-RETENER-F
           END-IF

      *    ALERTA 'LS' PARA EL CASO DE CUMPLIMIENTO (SI EL CLIENTE
      *    YA TIENE UNO ABIERTO, PGMCASCG LA SUMA A ESE CASO).
           MOVE REG-TIPDOC      TO ALE-TIPDOC
           MOVE REG-NRODOC      TO ALE-NRODOC
           MOVE REG-NROCLI      TO ALE-NROCLI
           MOVE REG-NOMAPE      TO ALE-NOMAPE
           MOVE ZEROS           TO ALE-MONEDA ALE-IMPORTE
           MOVE 1               TO ALE-CANTIDAD
           MOVE WS-TIPO-HALLADO TO ALE-TIPO-LISTA
           MOVE SPACES          TO ALE-DETALLE
           IF REG-ES-BENEFICIARIO
              STRING 'BENEF.FINAL LISTA ' WS-TIPO-HALLADO ' '
                     WS-APE-HALLADO
                     DELIMITED BY SIZE INTO ALE-DETALLE
           ELSE
              STRING 'LISTA ' WS-TIPO-HALLADO ' ' WS-APE-HALLADO
                     DELIMITED BY SIZE INTO ALE-DETALLE
           END-IF
           WRITE REG-ALERTAS FROM WS-REG-ALERTA
           IF FS-ALERTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE ALERTAS = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-ALERTAS-CANT
           END-IF.

       5000-RETENER-F. EXIT.


      *---------------------------------------------------------------
       5100-BUSCAR-LUGAR-I.

           READ COMPCAF

           EVALUATE FS-COMPCAF
              WHEN '00'
                 MOVE CMP-REGISTRO TO WS-NOV-COLA
                 IF CMP-ESTADO IS EQUAL 'P' AND
                    COL-TIPO-NOVEDAD IS EQUAL 'RS' AND
                    COL-NRO-CLIENTE IS EQUAL REG-NROCLI
                    MOVE 'S' TO WS-YA-PENDIENTE WS-FIN-COLA
                 ELSE
                    IF CMP-SECUEN IS GREATER 990
                       DISPLAY '* SIN SECUENCIA LIBRE EN COMPCAF'
                       MOVE 9999 TO RETURN-CODE
                       MOVE 'S' TO WS-FIN-COLA
                    ELSE
                       ADD 1 TO CMP-SECUEN
                    END-IF
                 END-IF
              WHEN '23'
                 MOVE 'S' TO WS-FIN-COLA
              WHEN OTHER
                 DISPLAY '* ERROR EN READ COMPCAF = ' FS-COMPCAF
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'S' TO WS-FIN-COLA
           END-EVALUATE.

       5100-BUSCAR-LUGAR-F. EXIT.


      *---- CUENTAS DEL CLIENTE (TITULAR O COTITULAR) A ESTADO 'R' ----
       5500-BLOQUEAR-I.

      *    SOLO LAS OPERABLES: LAS CERRADAS, BLOQUEADAS POR BAJA O
      *    EN SUCESION CONSERVAN SU ESTADO.
           EXEC SQL
              UPDATE KC02803.TBCURCTA A
                 SET ESTCTA = 'R'
               WHERE A.ESTCTA IN ('A', 'I')
                 AND (A.NROCLI = :REG-NROCLI
                      OR EXISTS
                         (SELECT 1
                            FROM KC02803.TBCURTIT T
                           WHERE T.TIPCUEN = A.TIPCUEN
                             AND T.NROCUEN = A.NROCUEN
                             AND T.NROCLI  = :REG-NROCLI))
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE SQLERRD (3) TO WS-CTA-CLIENTE
              WHEN NOT-FOUND
                 MOVE ZEROS TO WS-CTA-CLIENTE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR UPDATE TBCURCTA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 5500-BLOQUEAR-F
           END-EVALUATE

           ADD WS-CTA-CLIENTE TO WS-CTA-BLOQUEADAS.

       5500-BLOQUEAR-F. EXIT.


      *---- BENEFICIARIO FINAL QUE COINCIDE: QUEDA MARCADO -----------
       5600-MARCAR-BENEF-I.

           EXEC SQL
              UPDATE KC02803.TBCURBEN
                 SET LISTA  = 'S',
                     FECACT = CURRENT DATE
               WHERE NROCLI = :REG-NROCLI
                 AND TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURBEN = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5600-MARCAR-BENEF-F
           END-IF

           ADD 1 TO WS-BEN-COINCIDEN.

       5600-MARCAR-BENEF-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF WS-NUE-CANT IS GREATER ZEROS
              EXEC SQL CLOSE CURSORCLI END-EXEC
           END-IF

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDEN '
                      'LOS BLOQUEOS NO CONFIRMADOS'
           END-IF

           IF FS-LISTADO IS EQUAL '00'
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
              MOVE 'ENTRADAS NUEVAS EN LA LISTA' TO IMP-TOT-LEYENDA
              MOVE WS-NUE-CANT TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CLIENTES REVISADOS' TO IMP-TOT-LEYENDA
              MOVE WS-CLI-LEIDOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'BENEFICIARIOS FINALES REVISADOS'
                                         TO IMP-TOT-LEYENDA
              MOVE WS-BEN-LEIDOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'BENEFICIARIOS FINALES COINCIDENTES'
                                         TO IMP-TOT-LEYENDA
              MOVE WS-BEN-COINCIDEN TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CLIENTES A REVISION' TO IMP-TOT-LEYENDA
              MOVE WS-CLI-RETENIDOS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CLIENTES YA PENDIENTES' TO IMP-TOT-LEYENDA
              MOVE WS-CLI-YA-PENDIENTES TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'CUENTAS RETENIDAS' TO IMP-TOT-LEYENDA
              MOVE WS-CTA-BLOQUEADAS TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CLIENTES REVISADOS   : ' WS-CLI-LEIDOS
           DISPLAY 'BENEF.FINALES REVIS. : ' WS-BEN-LEIDOS
           DISPLAY 'BENEF.FINALES COINC. : ' WS-BEN-COINCIDEN
           DISPLAY 'CLIENTES A REVISION  : ' WS-CLI-RETENIDOS
           DISPLAY 'YA PENDIENTES        : ' WS-CLI-YA-PENDIENTES
           DISPLAY 'CUENTAS RETENIDAS    : ' WS-CTA-BLOQUEADAS
           DISPLAY 'ALERTAS GRABADAS     : ' WS-ALERTAS-CANT

           CLOSE LISTANUE
           IF FS-LISTANUE IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE DDLSNUE = ' FS-LISTANUE
              MOVE 9999 TO RETURN-CODE
           END-IF
           IF WS-NUE-CANT IS GREATER ZEROS
              CLOSE COMPCAF
              IF FS-COMPCAF IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE COMPCAF = ' FS-COMPCAF
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE ALERTAS
           IF FS-ALERTAS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE ALERTAS = ' FS-ALERTAS
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.
