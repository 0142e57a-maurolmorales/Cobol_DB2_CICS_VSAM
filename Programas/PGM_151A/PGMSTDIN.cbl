       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSTDIN.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMSTDIN                                      *
      *  DESCRIPCIÓN:                                            *
      *    CONTROL DE LAS APROBACIONES EN STAND-IN DEL SWITCH    *
      *    DE ATM CONTRA EL ARCHIVO POSITIVO QUE LES ENVIAMOS    *
      *    (PGMPOSIT). CORRE A LA MAÑANA SIGUIENTE.              *
      *    CARGA LAS APROBACIONES DEL SWITCH (DDSTDIN, 80       *
      *    BYTES, CON CABECERA Y TRAILER) EN UNA TABLA POR       *
      *    TARJETA, LA APAREA CONTRA EL POSITIVO VIGENTE ESA     *
      *    NOCHE (DDPOSIT, ORDENADO POR TARJETA) Y LISTA:        *
      *      - TARJETAS APROBADAS QUE NO ESTABAN EN EL POSITIVO  *
      *      - CUENTAS CON MAS IMPORTE APROBADO QUE EL LIMITE    *
      *      - TARJETAS CON MAS OPERACIONES QUE LAS PERMITIDAS   *
      *    EL LIMITE SE CONTROLA POR CUENTA, SUMANDO TODAS SUS   *
      *    TARJETAS, PORQUE TODAS LLEVAN EL DISPONIBLE DE LA     *
      *    CUENTA. CON EXCEPCIONES TERMINA CON RETURN-CODE 4.    *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENTRADA  ASSIGN DDSTDIN
                  FILE STATUS IS FS-ENTRADA.

           SELECT POSITIVO ASSIGN DDPOSIT
                  FILE STATUS IS FS-POSITIVO.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  ENTRADA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ENTRADA    PIC X(80).

       FD  POSITIVO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-POSITIVO   PIC X(80).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-ENTRADA                 PIC XX      VALUE SPACES.
           88  FS-ENTRADA-FIN                     VALUE '10'.
       77  FS-POSITIVO                PIC XX      VALUE SPACES.
           88  FS-POSITIVO-FIN                    VALUE '10'.
       77  FS-LISTADO                 PIC XX      VALUE SPACES.

      *---- CONTADORES Y TOTALES --------------------------------------
       77  WS-CANT-APROBADAS          PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-POSITIVOS          PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-SIN-POSITIVO       PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-EXC-LIMITE         PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-EXC-OPER           PIC 9(07)   VALUE ZEROS.
       77  WS-APR-PESOS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-APR-DOLAR      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-EXC-PESOS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-EXC-DOLAR      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-EDIT                PIC -Z(12)9,99.

      *---- TABLA INTERNA DE TARJETAS APROBADAS, ORDENADA POR TARJETA -
       77  WS-ST-MAX               PIC 9(05)      VALUE 5000.
       77  WS-ST-CANT              PIC 9(05)      VALUE ZEROS.
       77  WS-ST-IDX               PIC 9(05)      VALUE ZEROS.
       77  WS-ST-POS               PIC 9(05)      VALUE ZEROS.
       77  WS-ST-AUX               PIC 9(05)      VALUE ZEROS.
       77  WS-ENCONTRADO           PIC X          VALUE 'N'.

       01  WS-TABLA-STANDIN.
           03  WS-ST-ITEM OCCURS 5000 TIMES.
              05  ST-NROTARJ       PIC 9(16).
              05  ST-TIPCUEN       PIC X(02).
              05  ST-NROCUEN       PIC 9(10).
              05  ST-MONEDA        PIC 9(01).
              05  ST-CANT          PIC 9(05).
              05  ST-IMPORTE       PIC 9(11)V99.
              05  ST-EN-POSITIVO   PIC X(01).
              05  ST-LIMITE        PIC 9(11)V99.
              05  ST-OPERREST      PIC 9(05).
              05  ST-CTA-VISTA     PIC X(01).

      *---- ACUMULADO POR CUENTA PARA EL CONTROL DEL LIMITE -----------
       77  WS-CTA-TIPCUEN          PIC X(02)      VALUE SPACES.
       77  WS-CTA-NROCUEN          PIC 9(10)      VALUE ZEROS.
       77  WS-CTA-IMPORTE    PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-CTA-LIMITE     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-CTA-EXCESO     PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *---- LAYOUT DEL ARCHIVO DE STAND-IN DEL SWITCH (80 BYTES) ------
       01  WS-REG-STANDIN.
           03  STD-TIPO-REG        PIC X(02).
           03  STD-NROTARJ         PIC 9(16).
           03  STD-TIPCUEN         PIC X(02).
           03  STD-NROCUEN         PIC 9(10).
           03  STD-IMPORTE         PIC 9(11)V99.
           03  STD-MONEDA          PIC 9(01).
           03  STD-REFMOV          PIC X(12).
           03  STD-HORAMOV         PIC X(08).
           03  FILLER              PIC X(16).

       01  WS-REG-STANDIN-CAB REDEFINES WS-REG-STANDIN.
           03  CAB-TIPO-REG        PIC X(02).
           03  CAB-FECHA-STANDIN   PIC 9(08).
           03  FILLER              PIC X(70).

       01  WS-REG-STANDIN-FIN REDEFINES WS-REG-STANDIN.
           03  FIN-TIPO-REG        PIC X(02).
           03  FIN-CANT-REGISTROS  PIC 9(07).
           03  FILLER              PIC X(71).

      *---- LAYOUT DEL ARCHIVO POSITIVO (80 BYTES, VER PGMPOSIT) ------
       01  WS-REG-POSIT.
           03  POS-TIPO-REG        PIC X(02).
           03  POS-NROTARJ         PIC 9(16).
           03  POS-TIPCUEN         PIC X(02).
           03  POS-NROCUEN         PIC 9(10).
           03  POS-MONEDA          PIC 9(01).
           03  POS-LIMITE          PIC 9(11)V99.
           03  POS-OPERREST        PIC 9(05).
           03  FILLER              PIC X(31).

       01  WS-REG-POSIT-CAB REDEFINES WS-REG-POSIT.
           03  PCA-TIPO-REG        PIC X(02).
           03  PCA-FECHA-PROCESO   PIC 9(08).
           03  PCA-HORA-PROCESO    PIC 9(06).
           03  FILLER              PIC X(64).

       01  WS-REG-POSIT-FIN REDEFINES WS-REG-POSIT.
           03  PFI-TIPO-REG        PIC X(02).
           03  PFI-CANT-REGISTROS  PIC 9(07).
           03  FILLER              PIC X(71).

       77  WS-TIPO-REG-HEADER         PIC XX      VALUE 'HD'.
       77  WS-TIPO-REG-TRAILER        PIC XX      VALUE 'TR'.

      *---- LINEAS DEL LISTADO DE EXCEPCIONES -------------------------
       01  IMP-TITULO.
           03  FILLER              PIC X(42)    VALUE
               'STAND-IN SWITCH ATM - EXCEPCIONES         '.
           03  FILLER              PIC X(08)    VALUE 'PGMSTDIN'.
           03  FILLER              PIC X(13)    VALUE
               ' POSITIVO DEL'.
           03  IMP-FEC-POSIT       PIC 9(08).
           03  FILLER              PIC X(12)    VALUE
               ' STAND-IN DE'.
           03  IMP-FEC-STANDIN     PIC 9(08).
           03  FILLER              PIC X(41)    VALUE SPACES.

       01  IMP-EXCEPCION.
           03  IMP-MOTIVO          PIC X(13).
           03  FILLER              PIC X(06)    VALUE ' TARJ '.
           03  IMP-NROTARJ         PIC 9(16).
           03  FILLER              PIC X(05)    VALUE ' CTA '.
           03  IMP-TIPCUEN         PIC XX.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-NROCUEN         PIC 9(10).
           03  FILLER              PIC X(06)    VALUE ' OPER '.
           03  IMP-CANT            PIC ZZZZ9.
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-OPERREST        PIC ZZZZ9.
           03  FILLER              PIC X(07)    VALUE ' APROB '.
           03  IMP-IMPORTE         PIC -$$$.$$$.$$9,99.
           03  FILLER              PIC X(05)    VALUE ' LIM '.
           03  IMP-LIMITE          PIC -$$$.$$$.$$9,99.
           03  FILLER              PIC X(05)    VALUE ' EXC '.
           03  IMP-EXCESO          PIC -$$$.$$$.$$9,99.

       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-PRIMERA-LINEA        PIC XX       VALUE 'SI'.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                 UNTIL FS-ENTRADA-FIN
           PERFORM 5000-APAREAR-POSIT-I THRU 5000-APAREAR-POSIT-F
           PERFORM 7000-EXCEPCIONES-I THRU 7000-EXCEPCIONES-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           OPEN INPUT  ENTRADA
           IF FS-ENTRADA IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN STANDIN = ' FS-ENTRADA
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           ELSE
              PERFORM 1010-VERIFICAR-CABECERA-I
                 THRU 1010-VERIFICAR-CABECERA-F
              PERFORM 2100-LEER-I  THRU 2100-LEER-F
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---- LEE Y VERIFICA EL REGISTRO DE CABECERA DEL ARCHIVO --------
       1010-VERIFICAR-CABECERA-I.

           READ ENTRADA INTO WS-REG-STANDIN

           IF FS-ENTRADA IS EQUAL '00' THEN
              IF CAB-TIPO-REG IS EQUAL WS-TIPO-REG-HEADER THEN
                 MOVE CAB-FECHA-STANDIN TO IMP-FEC-STANDIN
              ELSE
                 DISPLAY '* ARCHIVO SIN REGISTRO DE CABECERA'
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ENTRADA-FIN TO TRUE
              END-IF
           ELSE
              DISPLAY '* ERROR EN LECTURA DE CABECERA = ' FS-ENTRADA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF.

       1010-VERIFICAR-CABECERA-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           PERFORM 3000-CARGAR-ITEM-I THRU 3000-CARGAR-ITEM-F
           PERFORM 2100-LEER-I THRU 2100-LEER-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       2100-LEER-I.

           READ ENTRADA  INTO WS-REG-STANDIN

           EVALUATE FS-ENTRADA
              WHEN '00'
                 IF STD-TIPO-REG IS EQUAL WS-TIPO-REG-TRAILER THEN
                    IF FIN-CANT-REGISTROS IS NOT EQUAL
                       WS-CANT-APROBADAS
                       DISPLAY '* CANTIDAD DE TRAILER NO COINCIDE: '
                                FIN-CANT-REGISTROS ' VS '
                                WS-CANT-APROBADAS
                       MOVE 9999 TO RETURN-CODE
                    END-IF
                    SET FS-ENTRADA-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-APROBADAS
                 END-IF
              WHEN '10'
                 DISPLAY '* ARCHIVO DE STAND-IN SIN TRAILER'
                 MOVE 9999 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA = ' FS-ENTRADA
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ENTRADA-FIN  TO TRUE
           END-EVALUATE.

       2100-LEER-F. EXIT.


      *---- ACUMULA UNA APROBACION EN LA TABLA, POR TARJETA -----------
       3000-CARGAR-ITEM-I.

           IF STD-TIPO-REG IS NOT EQUAL 'DT' OR
              STD-NROTARJ IS NOT NUMERIC OR
              STD-IMPORTE IS NOT NUMERIC OR
              STD-NROCUEN IS NOT NUMERIC
              DISPLAY '* ITEM DE STAND-IN MAL ARMADO, SE IGNORA'
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-CARGAR-ITEM-F
           END-IF

           IF STD-MONEDA IS EQUAL 2
              ADD STD-IMPORTE TO WS-APR-DOLAR
           ELSE
              ADD STD-IMPORTE TO WS-APR-PESOS
           END-IF

      *    POSICION DE LA TARJETA EN LA TABLA: LA PRIMERA CON
      *    NUMERO MAYOR O IGUAL. LA TABLA QUEDA SIEMPRE ORDENADA
      *    PARA EL APAREO CONTRA EL POSITIVO.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM 3100-BUSCAR-POSICION-I THRU 3100-BUSCAR-POSICION-F
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-CANT
                 OR WS-ENCONTRADO IS EQUAL 'S'

           IF WS-ENCONTRADO IS EQUAL 'S'
              SUBTRACT 1 FROM WS-ST-IDX
              IF ST-NROTARJ (WS-ST-IDX) IS EQUAL STD-NROTARJ
                 ADD 1 TO ST-CANT (WS-ST-IDX)
                 ADD STD-IMPORTE TO ST-IMPORTE (WS-ST-IDX)
                 GO TO 3000-CARGAR-ITEM-F
              END-IF
           END-IF
           MOVE WS-ST-IDX TO WS-ST-POS

           IF WS-ST-CANT IS NOT LESS WS-ST-MAX
              DISPLAY '* TABLA DE TARJETAS DE STAND-IN DESBORDADA'
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
              GO TO 3000-CARGAR-ITEM-F
           END-IF

           PERFORM 3200-CORRER-ITEM-I THRU 3200-CORRER-ITEM-F
              VARYING WS-ST-AUX FROM WS-ST-CANT BY -1
              UNTIL WS-ST-AUX < WS-ST-POS
           ADD 1 TO WS-ST-CANT

           INITIALIZE WS-ST-ITEM (WS-ST-POS)
           MOVE STD-NROTARJ TO ST-NROTARJ (WS-ST-POS)
           MOVE STD-TIPCUEN TO ST-TIPCUEN (WS-ST-POS)
           MOVE STD-NROCUEN TO ST-NROCUEN (WS-ST-POS)
           MOVE STD-MONEDA  TO ST-MONEDA  (WS-ST-POS)
           MOVE 1           TO ST-CANT    (WS-ST-POS)
           MOVE STD-IMPORTE TO ST-IMPORTE (WS-ST-POS)
           MOVE 'N'         TO ST-EN-POSITIVO (WS-ST-POS)
           MOVE 'N'         TO ST-CTA-VISTA   (WS-ST-POS).

       3000-CARGAR-ITEM-F. EXIT.


      *---------------------------------------------------------------
       3100-BUSCAR-POSICION-I.

           IF ST-NROTARJ (WS-ST-IDX) IS NOT LESS STD-NROTARJ
              MOVE 'S' TO WS-ENCONTRADO
           END-IF.

       3100-BUSCAR-POSICION-F. EXIT.


      *---- CORRE UN LUGAR HACIA ABAJO PARA INSERTAR LA TARJETA -------
       3200-CORRER-ITEM-I.

           MOVE WS-ST-ITEM (WS-ST-AUX) TO WS-ST-ITEM (WS-ST-AUX + 1).

       3200-CORRER-ITEM-F. EXIT.


      *---- APAREA LA TABLA CONTRA EL POSITIVO, AMBOS POR TARJETA -----
       5000-APAREAR-POSIT-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 5000-APAREAR-POSIT-F
           END-IF

           OPEN INPUT POSITIVO
           IF FS-POSITIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSITIVO = ' FS-POSITIVO
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-APAREAR-POSIT-F
           END-IF

           READ POSITIVO INTO WS-REG-POSIT
           IF FS-POSITIVO IS NOT EQUAL '00' OR
              PCA-TIPO-REG IS NOT EQUAL WS-TIPO-REG-HEADER
              DISPLAY '* POSITIVO SIN REGISTRO DE CABECERA'
              MOVE 9999 TO RETURN-CODE
              CLOSE POSITIVO
              GO TO 5000-APAREAR-POSIT-F
           END-IF
           MOVE PCA-FECHA-PROCESO TO IMP-FEC-POSIT

           MOVE 1 TO WS-ST-IDX
           PERFORM 5100-LEER-POSIT-I THRU 5100-LEER-POSIT-F
           PERFORM 5200-APAREAR-ITEM-I THRU 5200-APAREAR-ITEM-F
              UNTIL FS-POSITIVO-FIN

           CLOSE POSITIVO.

       5000-APAREAR-POSIT-F. EXIT.


      *---------------------------------------------------------------
       5100-LEER-POSIT-I.

           READ POSITIVO INTO WS-REG-POSIT

           EVALUATE FS-POSITIVO
              WHEN '00'
                 IF POS-TIPO-REG IS EQUAL WS-TIPO-REG-TRAILER THEN
                    IF PFI-CANT-REGISTROS IS NOT EQUAL
                       WS-CANT-POSITIVOS
                       DISPLAY '* CANTIDAD DE TRAILER NO COINCIDE: '
                                PFI-CANT-REGISTROS ' VS '
                                WS-CANT-POSITIVOS
                       MOVE 9999 TO RETURN-CODE
                    END-IF
                    SET FS-POSITIVO-FIN TO TRUE
                 ELSE
                    ADD 1 TO WS-CANT-POSITIVOS
                 END-IF
              WHEN '10'
                 DISPLAY '* ARCHIVO POSITIVO SIN TRAILER'
                 MOVE 9999 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA POSITIVO = ' FS-POSITIVO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-POSITIVO-FIN TO TRUE
           END-EVALUATE.

       5100-LEER-POSIT-F. EXIT.


      *---- AVANZA EN LA TABLA HASTA LA TARJETA DEL POSITIVO ----------
       5200-APAREAR-ITEM-I.

           PERFORM 5300-AVANZAR-TABLA-I THRU 5300-AVANZAR-TABLA-F
              UNTIL WS-ST-IDX > WS-ST-CANT
                 OR ST-NROTARJ (WS-ST-IDX) IS NOT LESS POS-NROTARJ

           IF WS-ST-IDX > WS-ST-CANT
      *       NO QUEDAN TARJETAS APROBADAS: EL RESTO DEL POSITIVO
      *       SOLO SE CUENTA PARA EL CONTROL DEL TRAILER.
              CONTINUE
           ELSE
              IF ST-NROTARJ (WS-ST-IDX) IS EQUAL POS-NROTARJ
                 MOVE 'S'          TO ST-EN-POSITIVO (WS-ST-IDX)
                 MOVE POS-LIMITE   TO ST-LIMITE      (WS-ST-IDX)
                 MOVE POS-OPERREST TO ST-OPERREST    (WS-ST-IDX)
              END-IF
           END-IF

           PERFORM 5100-LEER-POSIT-I THRU 5100-LEER-POSIT-F.

       5200-APAREAR-ITEM-F. EXIT.


      *---------------------------------------------------------------
       5300-AVANZAR-TABLA-I.

           ADD 1 TO WS-ST-IDX.

       5300-AVANZAR-TABLA-F. EXIT.


      *---- RECORRE LA TABLA Y LISTA LAS EXCEPCIONES ------------------
       7000-EXCEPCIONES-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 7000-EXCEPCIONES-F
           END-IF

           PERFORM 7100-VERIF-TARJETA-I THRU 7100-VERIF-TARJETA-F
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-CANT.

       7000-EXCEPCIONES-F. EXIT.


      *---------------------------------------------------------------
       7100-VERIF-TARJETA-I.

           MOVE ST-NROTARJ  (WS-ST-IDX) TO IMP-NROTARJ
           MOVE ST-TIPCUEN  (WS-ST-IDX) TO IMP-TIPCUEN
           MOVE ST-NROCUEN  (WS-ST-IDX) TO IMP-NROCUEN
           MOVE ST-CANT     (WS-ST-IDX) TO IMP-CANT
           MOVE ST-OPERREST (WS-ST-IDX) TO IMP-OPERREST
           MOVE ST-IMPORTE  (WS-ST-IDX) TO IMP-IMPORTE
           MOVE ST-LIMITE   (WS-ST-IDX) TO IMP-LIMITE

      *    SIN POSITIVO EL SWITCH NO DEBIO APROBAR NADA: TODO LO
      *    APROBADO ES EXCESO.
           IF ST-EN-POSITIVO (WS-ST-IDX) IS EQUAL 'N'
              ADD 1 TO WS-CANT-SIN-POSITIVO
              MOVE ST-IMPORTE (WS-ST-IDX) TO WS-CTA-EXCESO
              PERFORM 7500-ACUM-EXCESO-I THRU 7500-ACUM-EXCESO-F
              MOVE 'SIN POSITIVO' TO IMP-MOTIVO
              MOVE WS-CTA-EXCESO  TO IMP-EXCESO
              PERFORM 6900-IMP-EXCEPCION-I
                 THRU 6900-IMP-EXCEPCION-F
              GO TO 7100-VERIF-TARJETA-F
           END-IF

           IF ST-CANT (WS-ST-IDX) IS GREATER ST-OPERREST (WS-ST-IDX)
              ADD 1 TO WS-CANT-EXC-OPER
              MOVE 'EXCEDE OPER'  TO IMP-MOTIVO
              MOVE ZEROS          TO IMP-EXCESO
              PERFORM 6900-IMP-EXCEPCION-I
                 THRU 6900-IMP-EXCEPCION-F
           END-IF

      *    EL LIMITE SE CONTROLA UNA SOLA VEZ POR CUENTA, CON LO
      *    APROBADO A TODAS SUS TARJETAS QUE FIGURABAN EN EL
      *    POSITIVO.
           IF ST-CTA-VISTA (WS-ST-IDX) IS EQUAL 'S'
              GO TO 7100-VERIF-TARJETA-F
           END-IF

           MOVE ST-TIPCUEN (WS-ST-IDX) TO WS-CTA-TIPCUEN
           MOVE ST-NROCUEN (WS-ST-IDX) TO WS-CTA-NROCUEN
           MOVE ST-LIMITE  (WS-ST-IDX) TO WS-CTA-LIMITE
           MOVE ZEROS TO WS-CTA-IMPORTE
           PERFORM 7200-SUMAR-CUENTA-I THRU 7200-SUMAR-CUENTA-F
              VARYING WS-ST-AUX FROM WS-ST-IDX BY 1
              UNTIL WS-ST-AUX > WS-ST-CANT

           IF WS-CTA-IMPORTE IS GREATER WS-CTA-LIMITE
              ADD 1 TO WS-CANT-EXC-LIMITE
              COMPUTE WS-CTA-EXCESO = WS-CTA-IMPORTE - WS-CTA-LIMITE
              PERFORM 7500-ACUM-EXCESO-I THRU 7500-ACUM-EXCESO-F
              MOVE 'EXCEDE LIMITE' TO IMP-MOTIVO
              MOVE WS-CTA-IMPORTE  TO IMP-IMPORTE
              MOVE WS-CTA-EXCESO   TO IMP-EXCESO
              PERFORM 6900-IMP-EXCEPCION-I
                 THRU 6900-IMP-EXCEPCION-F
           END-IF.

       7100-VERIF-TARJETA-F. EXIT.


      *---------------------------------------------------------------
       7200-SUMAR-CUENTA-I.

           IF ST-TIPCUEN (WS-ST-AUX) IS EQUAL WS-CTA-TIPCUEN AND
              ST-NROCUEN (WS-ST-AUX) IS EQUAL WS-CTA-NROCUEN AND
              ST-EN-POSITIVO (WS-ST-AUX) IS EQUAL 'S'
              ADD ST-IMPORTE (WS-ST-AUX) TO WS-CTA-IMPORTE
              MOVE 'S' TO ST-CTA-VISTA (WS-ST-AUX)
           END-IF.

       7200-SUMAR-CUENTA-F. EXIT.


      *---------------------------------------------------------------
       7500-ACUM-EXCESO-I.

           IF ST-MONEDA (WS-ST-IDX) IS EQUAL 2
              ADD WS-CTA-EXCESO TO WS-EXC-DOLAR
           ELSE
              ADD WS-CTA-EXCESO TO WS-EXC-PESOS
           END-IF.

       7500-ACUM-EXCESO-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-EXCEPCION-I.

           IF WS-PRIMERA-LINEA IS EQUAL 'SI'
              MOVE 'NO' TO WS-PRIMERA-LINEA
              WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
           END-IF

           WRITE REG-SALIDA FROM IMP-EXCEPCION AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6900-IMP-EXCEPCION-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS AND
              (WS-CANT-SIN-POSITIVO IS GREATER ZEROS OR
               WS-CANT-EXC-LIMITE IS GREATER ZEROS OR
               WS-CANT-EXC-OPER IS GREATER ZEROS)
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'STAND-IN SWITCH ATM - TOTALES'
           DISPLAY ' APROBACIONES     : ' WS-CANT-APROBADAS
           DISPLAY ' TARJETAS         : ' WS-ST-CANT
           DISPLAY ' TARJETAS POSITIVO: ' WS-CANT-POSITIVOS
           DISPLAY ' SIN POSITIVO     : ' WS-CANT-SIN-POSITIVO
           DISPLAY ' EXCEDEN LIMITE   : ' WS-CANT-EXC-LIMITE
           DISPLAY ' EXCEDEN OPER     : ' WS-CANT-EXC-OPER
           MOVE WS-APR-PESOS TO WS-TOT-EDIT
           DISPLAY ' APROBADO       $ : ' WS-TOT-EDIT
           MOVE WS-APR-DOLAR TO WS-TOT-EDIT
           DISPLAY ' APROBADO     U$S : ' WS-TOT-EDIT
           MOVE WS-EXC-PESOS TO WS-TOT-EDIT
           DISPLAY ' EXCESO         $ : ' WS-TOT-EDIT
           MOVE WS-EXC-DOLAR TO WS-TOT-EDIT
           DISPLAY ' EXCESO       U$S : ' WS-TOT-EDIT

           CLOSE ENTRADA
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.
