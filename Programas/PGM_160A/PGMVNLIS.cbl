       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVNLIS.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMVNLIS                                      *
      *  DESCRIPCIÓN:                                            *
      *    LISTADO CONSOLIDADO DE LOS ITEMS VENCIDOS POR         *
      *    PGMVNCOL EN LAS COLAS DE APROBACION, POR SUCURSAL.    *
      *    LEE EL DETALLE DDVENCID (120 BYTES) ORDENADO POR      *
      *    SUCURSAL Y COLA Y LO IMPRIME CON EL CORTE DE CONTROL  *
      *    'SUCURSAL: NN' QUE USA PGMDISTR PARA REPARTIRLO.      *
      *    CADA LINEA LLEVA LA COLA, EL ITEM, LA ANTIGUEDAD, EL  *
      *    IMPORTE, SI VENCIO O QUEDO COMO AVISO, SI SE          *
      *    REVIRTIERON FONDOS Y EL MOTIVO. POR SUCURSAL TOTALIZA *
      *    VENCIDOS, AVISOS Y LO REVERTIDO POR MONEDA; AL FINAL  *
      *    EMITE EL RESUMEN POR COLA.                            *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENCIDOS ASSIGN DDVENCID
                  FILE STATUS IS FS-VENCIDOS.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  VENCIDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-VENCIDOS   PIC X(120).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-VENCIDOS             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *---- DETALLE DE ITEM VENCIDO O AVISADO (PGMVNCOL) --------------
       01  WS-REG-VENCIDO.
           03  VNC-SUCURSAL        PIC 9(02).
           03  VNC-COLA            PIC X(08).
           03  VNC-NUMERO          PIC 9(09).
           03  VNC-CLAVE           PIC X(20).
           03  VNC-FECALTA         PIC X(10).
           03  VNC-DIAS            PIC 9(05).
           03  VNC-IMPORTE         PIC 9(11)V99.
           03  VNC-MONEDA          PIC 9(01).
      *        'V' VENCIDO / 'A' AVISO (QUEDA PENDIENTE).
           03  VNC-ACCION          PIC X(01).
      *        'S' SE REVIRTIERON FONDOS EN LA CUENTA LOCAL.
           03  VNC-REVERSO         PIC X(01).
           03  VNC-MOTIVO-TXT      PIC X(40).
           03  VNC-OPERADOR        PIC X(03).
           03  FILLER              PIC X(07).

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCURSAL-ANT         PIC S9(03)        VALUE -1.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-LEIDOS-CANT          PIC 9(07)         VALUE ZEROES.
       77  WS-VEN-SUC              PIC 9(07)         VALUE ZEROES.
       77  WS-AVI-SUC              PIC 9(07)         VALUE ZEROES.
       77  WS-REV-SUC-PESOS  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  WS-REV-SUC-DOLAR  PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.

      *    RESUMEN POR COLA.
       01  WS-TABLA-COLAS-V.
           03  FILLER              PIC X(34)    VALUE
               'TBCURPAUAUTORIZACIONES DE CAJA'.
           03  FILLER              PIC X(34)    VALUE
               'TBCURTAPVIGENCIAS DE TASAS'.
           03  FILLER              PIC X(34)    VALUE
               'TBCURSALCAMARA SALIENTE'.
           03  FILLER              PIC X(34)    VALUE
               'RECHCAF RECHAZOS A CORREGIR'.
           03  FILLER              PIC X(34)    VALUE
               'COMPCAF RETENCIONES CUMPLIMIENTO'.

       01  WS-TABLA-COLAS REDEFINES WS-TABLA-COLAS-V.
           03  WS-COL-ITEM         OCCURS 5 TIMES.
               05  WS-COL-NOMBRE   PIC X(08).
               05  WS-COL-DESCRIP  PIC X(26).

       01  WS-TABLA-TOTALES.
           03  WS-TOT-ITEM         OCCURS 5 TIMES.
               05  WS-TOT-VENCIDOS PIC 9(07).
               05  WS-TOT-AVISOS   PIC 9(07).
               05  WS-TOT-REVERSOS PIC 9(07).
               05  WS-TOT-REV-PESOS PIC S9(13)V9(2) USAGE COMP-3.
               05  WS-TOT-REV-DOLAR PIC S9(13)V9(2) USAGE COMP-3.

       77  WS-COL-MAX              PIC 9(01)         VALUE 5.
       77  WS-COL-IDX              PIC 9(01)         VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 60.
       77  WS-CUENTA-LINEA         PIC 9(02)         VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)         VALUE 01.

      *    TITULO:
       01  IMP-TITULO.
           03  FILLER              PIC X(07)    VALUE 'FECHA: '.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-TIT-DD          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  IMP-TIT-MM          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  FILLER              PIC 99       VALUE 20.
           03  IMP-TIT-AA          PIC 99       VALUE ZEROES.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE
               'ITEMS VENCIDOS EN COLAS DE APROBACION'.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMVNLIS'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

      *    COLUMNAS:
       01  IMP-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               ' COLA        NUMERO CLAVE        '.
           03  FILLER              PIC X(33)    VALUE
               '        ALTA       DIAS  M       '.
           03  FILLER              PIC X(33)    VALUE
               '    IMPORTE ACCION  R OPE MOTIVO '.
           03  FILLER              PIC X(33)    VALUE SPACES.

      *    SUBTITULO-SUCURSAL:
       01  IMP-SUBT-SUCURSAL.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCURSAL-SUB    PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    DETALLE POR ITEM:
       01  IMP-REG-LISTADO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-COLA            PIC X(08).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NUMERO          PIC Z(08)9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CLAVE           PIC X(20).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECALTA         PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DIAS            PIC ZZZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MONEDA          PIC 9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-IMPORTE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ACCION          PIC X(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-REVERSO         PIC X(01).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-OPERADOR        PIC X(03).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MOTIVO          PIC X(40).

      *    TOTALES DE SUCURSAL:
       01  IMP-FOOTER.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(15)    VALUE 'TOTAL SUCURSAL'.
           03  FILLER              PIC X(11)    VALUE ' VENCIDOS: '.
           03  IMP-FOOT-VENCIDOS   PIC Z(06)9.
           03  FILLER              PIC X(09)    VALUE ' AVISOS: '.
           03  IMP-FOOT-AVISOS     PIC Z(06)9.
           03  FILLER              PIC X(14)    VALUE ' REVERTIDO $: '.
           03  IMP-FOOT-REV-PESOS  PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(08)    VALUE ' U$S: '.
           03  IMP-FOOT-REV-DOLAR  PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(22)    VALUE SPACES.

      *    RESUMEN POR COLA:
       01  IMP-RESUMEN.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RES-COLA        PIC X(08).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RES-DESCRIP     PIC X(26).
           03  FILLER              PIC X(10)    VALUE ' VENCIDOS '.
           03  IMP-RES-VENCIDOS    PIC Z(06)9.
           03  FILLER              PIC X(08)    VALUE ' AVISOS '.
           03  IMP-RES-AVISOS      PIC Z(06)9.
           03  FILLER              PIC X(11)    VALUE ' REVERSOS '.
           03  IMP-RES-REVERSOS    PIC Z(06)9.
           03  FILLER              PIC X(03)    VALUE ' $ '.
           03  IMP-RES-REV-PESOS   PIC -$$$.$$$.$$$.$$9,99.
           03  FILLER              PIC X(05)    VALUE ' U$S '.
           03  IMP-RES-REV-DOLAR   PIC -$$$.$$$.$$$.$$9,99.

       01  IMP-SIN-ITEMS.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(50)    VALUE
               'NO HAY ITEMS VENCIDOS NI AVISOS EN LAS COLAS'.
           03  FILLER              PIC X(81)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

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

           PERFORM 1100-LIMPIAR-TOTAL-I THRU 1100-LIMPIAR-TOTAL-F
              VARYING WS-COL-IDX FROM 1 BY 1
                UNTIL WS-COL-IDX IS GREATER WS-COL-MAX

           OPEN INPUT VENCIDOS
           IF FS-VENCIDOS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN VENCIDOS = ' FS-VENCIDOS
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 4000-LEER-I THRU 4000-LEER-F.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       1100-LIMPIAR-TOTAL-I.

           MOVE ZEROS TO WS-TOT-VENCIDOS  (WS-COL-IDX)
                         WS-TOT-AVISOS    (WS-COL-IDX)
                         WS-TOT-REVERSOS  (WS-COL-IDX)
                         WS-TOT-REV-PESOS (WS-COL-IDX)
                         WS-TOT-REV-DOLAR (WS-COL-IDX).

       1100-LIMPIAR-TOTAL-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           IF VNC-SUCURSAL IS NOT EQUAL WS-SUCURSAL-ANT THEN
              IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE VNC-SUCURSAL TO WS-SUCURSAL-ANT
           END-IF

           ADD 1 TO WS-LEIDOS-CANT
           PERFORM 3000-ACUMULAR-I THRU 3000-ACUMULAR-F
           PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F

           PERFORM 4000-LEER-I THRU 4000-LEER-F.

       2000-PROCESO-F. EXIT.


      *---- TOTALES DE LA SUCURSAL Y DE LA COLA -----------------------
       3000-ACUMULAR-I.

           EVALUATE VNC-COLA
              WHEN 'TBCURPAU'
                 MOVE 1 TO WS-COL-IDX
              WHEN 'TBCURTAP'
                 MOVE 2 TO WS-COL-IDX
              WHEN 'TBCURSAL'
                 MOVE 3 TO WS-COL-IDX
              WHEN 'RECHCAF '
                 MOVE 4 TO WS-COL-IDX
              WHEN OTHER
                 MOVE 5 TO WS-COL-IDX
           END-EVALUATE

           IF VNC-ACCION IS EQUAL 'A'
              ADD 1 TO WS-AVI-SUC WS-TOT-AVISOS (WS-COL-IDX)
           ELSE
              ADD 1 TO WS-VEN-SUC WS-TOT-VENCIDOS (WS-COL-IDX)
           END-IF

           IF VNC-REVERSO IS EQUAL 'S'
              ADD 1 TO WS-TOT-REVERSOS (WS-COL-IDX)
              IF VNC-MONEDA IS EQUAL 2
                 ADD VNC-IMPORTE TO WS-REV-SUC-DOLAR
                                    WS-TOT-REV-DOLAR (WS-COL-IDX)
              ELSE
                 ADD VNC-IMPORTE TO WS-REV-SUC-PESOS
                                    WS-TOT-REV-PESOS (WS-COL-IDX)
              END-IF
           END-IF.

       3000-ACUMULAR-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-I.

           READ VENCIDOS INTO WS-REG-VENCIDO

           EVALUATE FS-VENCIDOS
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA VENCIDOS = ' FS-VENCIDOS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-F. EXIT.


      *---------------------------------------------------------------
       6000-VERIF-TITULOS-I.

           IF WS-CUENTA-LINEA GREATER WS-LINEA-FIJA THEN
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
           END-IF

           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 3 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE     AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-SUC-I.

           MOVE VNC-SUCURSAL TO IMP-SUCURSAL-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCURSAL AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-VEN-SUC WS-AVI-SUC
                         WS-REV-SUC-PESOS WS-REV-SUC-DOLAR.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-VEN-SUC        TO IMP-FOOT-VENCIDOS
           MOVE WS-AVI-SUC        TO IMP-FOOT-AVISOS
           MOVE WS-REV-SUC-PESOS  TO IMP-FOOT-REV-PESOS
           MOVE WS-REV-SUC-DOLAR  TO IMP-FOOT-REV-DOLAR
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-REGISTRO-I.

           MOVE VNC-COLA       TO IMP-COLA
           MOVE VNC-NUMERO     TO IMP-NUMERO
           MOVE VNC-CLAVE      TO IMP-CLAVE
           MOVE VNC-FECALTA    TO IMP-FECALTA
           MOVE VNC-DIAS       TO IMP-DIAS
           MOVE VNC-MONEDA     TO IMP-MONEDA
           MOVE VNC-IMPORTE    TO IMP-IMPORTE
           IF VNC-ACCION IS EQUAL 'A'
              MOVE 'AVISO'     TO IMP-ACCION
           ELSE
              MOVE 'VENCIDO'   TO IMP-ACCION
           END-IF
           MOVE VNC-REVERSO    TO IMP-REVERSO
           MOVE VNC-OPERADOR   TO IMP-OPERADOR
           MOVE VNC-MOTIVO-TXT TO IMP-MOTIVO
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-LISTADO AFTER 1.

       6900-IMP-REGISTRO-F. EXIT.


      *---------------------------------------------------------------
       7000-IMP-RESUMEN-I.

           MOVE WS-COL-NOMBRE    (WS-COL-IDX) TO IMP-RES-COLA
           MOVE WS-COL-DESCRIP   (WS-COL-IDX) TO IMP-RES-DESCRIP
           MOVE WS-TOT-VENCIDOS  (WS-COL-IDX) TO IMP-RES-VENCIDOS
           MOVE WS-TOT-AVISOS    (WS-COL-IDX) TO IMP-RES-AVISOS
           MOVE WS-TOT-REVERSOS  (WS-COL-IDX) TO IMP-RES-REVERSOS
           MOVE WS-TOT-REV-PESOS (WS-COL-IDX) TO IMP-RES-REV-PESOS
           MOVE WS-TOT-REV-DOLAR (WS-COL-IDX) TO IMP-RES-REV-DOLAR
           WRITE REG-SALIDA FROM IMP-RESUMEN AFTER 1
           DISPLAY ' ' IMP-RES-COLA ' VENCIDOS: ' IMP-RES-VENCIDOS
                   ' AVISOS: ' IMP-RES-AVISOS.

       7000-IMP-RESUMEN-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 9999-CERRAR
           END-IF

           IF WS-LEIDOS-CANT IS EQUAL ZEROS
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
              WRITE REG-SALIDA FROM IMP-SIN-ITEMS AFTER 2
           END-IF

      *    EL RESUMEN POR COLA VA A CASA CENTRAL (SUCURSAL 00).
           MOVE ZEROS TO VNC-SUCURSAL
           PERFORM 6700-IMP-HEADER-SUC-I THRU 6700-IMP-HEADER-SUC-F
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           DISPLAY '____________________________________________'
           DISPLAY 'ITEMS LISTADOS : ' WS-LEIDOS-CANT
           PERFORM 7000-IMP-RESUMEN-I THRU 7000-IMP-RESUMEN-F
              VARYING WS-COL-IDX FROM 1 BY 1
                UNTIL WS-COL-IDX IS GREATER WS-COL-MAX.

       9999-CERRAR.

           CLOSE VENCIDOS LISTADO.

       9999-FINAL-F. EXIT.
