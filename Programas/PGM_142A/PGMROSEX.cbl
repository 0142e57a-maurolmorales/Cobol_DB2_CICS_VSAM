       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMROSEX.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMROSEX                                      *
      *  DESCRIPCIÓN:                                            *
      *    EXPORTACION DE LOS CASOS DE CUMPLIMIENTO DECIDIDOS    *
      *    COMO REPORTABLES ('R' EN TBCURCAS) EN EL DISENO DE    *
      *    PRESENTACION DEL REPORTE DE OPERACION SOSPECHOSA      *
      *    (ROS).                                                *
      *    GRABA EL ARCHIVO DDROS (350 BYTES: CABECERA, UN       *
      *    DETALLE POR CASO CON LOS DATOS DEL CLIENTE DE         *
      *    TBCURCLI, LA OPERATORIA, QUIEN DECIDIO Y CUANDO Y EL  *
      *    FUNDAMENTO DE LA DECISION TOMADO DE TBCURCAN, Y       *
      *    TRAILER DE CONTROL CON CANTIDAD Y HASH DE IMPORTES).  *
      *    CADA CASO EXPORTADO PASA A 'X' (REPORTADO) CON LA     *
      *    FECHA DE EXPORTACION, DE MODO QUE NO SE VUELVE A      *
      *    INFORMAR. SIN CASOS REPORTABLES SE GRABAN IGUAL LA    *
      *    CABECERA Y EL TRAILER EN CERO.                        *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROS ASSIGN DDROS
           FILE STATUS IS FS-ROS.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  ROS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ROS        PIC X(350).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-ROS                  PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- ENTIDAD INFORMANTE ---------------------------------
       77  CT-ENTIDAD              PIC 9(05)    VALUE 00285.

      *----------- REGISTROS DEL ARCHIVO ROS (350) --------------------
       01  WS-REG-CABECERA.
           03  FILLER              PIC X(02)    VALUE 'HD'.
           03  CAB-ENTIDAD         PIC 9(05).
           03  CAB-FECHA           PIC X(10).
           03  FILLER              PIC X(03)    VALUE 'ROS'.
           03  FILLER              PIC X(330)   VALUE SPACES.

       01  WS-REG-ROS.
           03  FILLER              PIC X(02)    VALUE 'DT'.
      *        CASO
           03  ROS-NROCASO         PIC 9(09).
           03  ROS-FECALTA         PIC X(10).
           03  ROS-ORIGEN          PIC X(02).
           03  ROS-TIPOLOGIA       PIC X(40).
      *        CLIENTE
           03  ROS-CLASE           PIC X(01).
           03  ROS-TIPDOC          PIC X(02).
           03  ROS-NRODOC          PIC 9(11).
           03  ROS-NROCLI          PIC 9(07).
           03  ROS-NOMAPE          PIC X(30).
           03  ROS-FECNAC          PIC X(10).
           03  ROS-NACIONALIDAD    PIC X(30).
           03  ROS-DOMICILIO       PIC X(30).
           03  ROS-CIUDAD          PIC X(30).
           03  ROS-CODPOSTAL       PIC X(08).
      *        OPERATORIA
           03  ROS-MONEDA          PIC 9(01).
           03  ROS-IMPORTE         PIC 9(13)V99.
           03  ROS-CANTALER        PIC 9(05).
           03  ROS-FECULTAL        PIC X(10).
      *        DECISION
           03  ROS-DECISOR         PIC X(03).
           03  ROS-FECDECIS        PIC X(10).
           03  ROS-FUNDAMENTO      PIC X(60).
           03  FILLER              PIC X(24)    VALUE SPACES.

       01  WS-REG-TRAILER.
           03  FILLER              PIC X(02)    VALUE 'TR'.
           03  TRA-CANTIDAD        PIC 9(07).
           03  TRA-HASH-IMPORTE    PIC 9(15)V99.
           03  FILLER              PIC X(324)   VALUE SPACES.

      *----------- CONTADORES Y TOTALES -------------------------------
       77  WS-EXPORTADOS-CANT      PIC 9(07)    VALUE ZEROS.
       77  WS-SIN-CLIENTE-CANT     PIC 9(05)    VALUE ZEROS.
       77  WS-HASH-IMPORTE PIC S9(15)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-EDIT             PIC -Z(14)9,99.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99       VALUE 20.
           03  WS-FPI-AA           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-MM           PIC 99       VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FPI-DD           PIC 99       VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)   VALUE ALL '='.
       77  WS-LINE3                PIC X(132)   VALUE ALL '-'.

       01  IMP-TITULO.
           03  FILLER              PIC X(45)    VALUE
               'EXPORTACION ROS - CASOS REPORTABLES         '.
           03  FILLER              PIC X(08)    VALUE 'PROCESO '.
           03  IMP-TIT-FECHA       PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(61)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMROSEX'.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               '      CASO OR  DOC         NRO.DOC   NROCLI '.
           03  FILLER              PIC X(44)    VALUE
               'APELLIDO Y NOMBRE              MON         I'.
           03  FILLER              PIC X(44)    VALUE
               'MPORTE DEC FECHA DECIS                      '.

       01  IMP-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NROCASO         PIC 9(09).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ORIGEN          PIC X(02).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-TIPDOC          PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NRODOC          PIC 9(11).
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-NROCLI          PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-NOMAPE          PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-MONEDA          PIC 9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-IMPORTE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DECISOR         PIC X(03).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FECDECIS        PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-OBSERVA         PIC X(25).

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-LEYENDA     PIC X(40).
           03  IMP-TOT-VALOR       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(72)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DEL CURSOR.
       77  CAS-NROCASO   PIC S9(9)V USAGE COMP-3     VALUE ZEROES.
       77  CAS-FECALTA   PIC X(10)                   VALUE SPACES.
       77  CAS-ORIGEN    PIC X(2)                    VALUE SPACES.
       77  CAS-DETALLE   PIC X(40)                   VALUE SPACES.
       77  CAS-TIPOLISTA PIC X(1)                    VALUE SPACES.
       77  CAS-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  CAS-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  CAS-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  CAS-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  CAS-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  CAS-IMPORTE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  CAS-CANTALER  PIC S9(5)V USAGE COMP-3     VALUE ZEROES.
       77  CAS-FECULTAL  PIC X(10)                   VALUE SPACES.
       77  CAS-DECISOR   PIC X(3)                    VALUE SPACES.
       77  CAS-FECDECIS  PIC X(10)                   VALUE SPACES.
       77  REG-CLASE     PIC X(1)                    VALUE SPACES.
       77  REG-FECNAC    PIC X(10)                   VALUE SPACES.
       77  REG-NACIONALIDAD PIC X(30)                VALUE SPACES.
       77  REG-DOMICILIO PIC X(30)                   VALUE SPACES.
       77  REG-CIUDAD    PIC X(30)                   VALUE SPACES.
       77  REG-CODPOSTAL PIC X(8)                    VALUE SPACES.
       77  REG-FUNDAMENTO PIC X(60)                  VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CASOS REPORTABLES CON LOS DATOS DEL CLIENTE (SI EL CASO NO
      *    TIENE CLIENTE EN TBCURCLI SALEN EN BLANCO) Y EL FUNDAMENTO
      *    DE LA ULTIMA NOTA DE DECISION ('D') DEL CASO.
           EXEC SQL
              DECLARE CURSORROS CURSOR FOR
                 SELECT S.NROCASO,
                        CHAR(S.FECALTA, ISO),
                        S.ORIGEN,
                        S.DETALLE,
                        S.TIPOLISTA,
                        S.TIPDOC,
                        S.NRODOC,
                        S.NROCLI,
                        S.NOMAPE,
                        S.MONEDA,
                        S.IMPORTE,
                        S.CANTALER,
                        CHAR(S.FECULTAL, ISO),
                        S.DECISOR,
                        CHAR(S.FECDECIS, ISO),
                        VALUE(C.CLASE, ' '),
                        VALUE(CHAR(C.FECNAC, ISO), ' '),
                        VALUE(C.NACIONALIDAD, ' '),
                        VALUE(C.DOMICILIO, ' '),
                        VALUE(C.CIUDAD, ' '),
                        VALUE(C.CODPOSTAL, ' '),
                        VALUE((SELECT N.TEXTO
                                 FROM KC02803.TBCURCAN N
                                WHERE N.NROCASO  = S.NROCASO
                                  AND N.TIPONOTA = 'D'
                                ORDER BY N.FECNOTA DESC,
                                         N.HORNOTA DESC
                                FETCH FIRST 1 ROW ONLY), ' ')
                 FROM KC02803.TBCURCAS S
                      LEFT OUTER JOIN KC02803.TBCURCLI C
                        ON  C.NROCLI = S.NROCLI
                 WHERE S.ESTADO = 'R'
                 ORDER BY S.NROCASO
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
           ACCEPT WS-FECHA-SISTEMA FROM DATE
           MOVE WS-FECHA-SISTEMA-AA TO WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO WS-FPI-DD

           OPEN OUTPUT ROS
           IF FS-ROS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DDROS = ' FS-ROS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE CT-ENTIDAD           TO CAB-ENTIDAD
           MOVE WS-FECHA-PROCESO-ISO TO CAB-FECHA
           WRITE REG-ROS FROM WS-REG-CABECERA
           IF FS-ROS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DDROS = ' FS-ROS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-FECHA-PROCESO-ISO TO IMP-TIT-FECHA
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           EXEC SQL OPEN CURSORROS END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           EXEC SQL
              FETCH CURSORROS INTO :CAS-NROCASO,
                                   :CAS-FECALTA,
                                   :CAS-ORIGEN,
                                   :CAS-DETALLE,
                                   :CAS-TIPOLISTA,
                                   :CAS-TIPDOC,
                                   :CAS-NRODOC,
                                   :CAS-NROCLI,
                                   :CAS-NOMAPE,
                                   :CAS-MONEDA,
                                   :CAS-IMPORTE,
                                   :CAS-CANTALER,
                                   :CAS-FECULTAL,
                                   :CAS-DECISOR,
                                   :CAS-FECDECIS,
                                   :REG-CLASE,
                                   :REG-FECNAC,
                                   :REG-NACIONALIDAD,
                                   :REG-DOMICILIO,
                                   :REG-CIUDAD,
                                   :REG-CODPOSTAL,
                                   :REG-FUNDAMENTO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           PERFORM 3000-GRABAR-ROS-I THRU 3000-GRABAR-ROS-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 4000-MARCAR-CASO-I THRU 4000-MARCAR-CASO-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 6000-IMP-DETALLE-I THRU 6000-IMP-DETALLE-F.

       2000-PROCESO-F. EXIT.


      *---------------------------------------------------------------
       3000-GRABAR-ROS-I.

           MOVE CAS-NROCASO       TO ROS-NROCASO
           MOVE CAS-FECALTA       TO ROS-FECALTA
           MOVE CAS-ORIGEN        TO ROS-ORIGEN

      *    TIPOLOGIA SEGUN EL ORIGEN DE LAS ALERTAS DEL CASO.
           EVALUATE CAS-ORIGEN
              WHEN 'UN'
                 MOVE 'OPERACION SOBRE UMBRAL UNITARIO'
                                  TO ROS-TIPOLOGIA
              WHEN 'AC'
                 MOVE 'OPERATORIA ACUMULADA SOBRE UMBRAL'
                                  TO ROS-TIPOLOGIA
              WHEN 'FR'
                 MOVE 'FRACCIONAMIENTO DE OPERACIONES'
                                  TO ROS-TIPOLOGIA
              WHEN 'LS'
                 IF CAS-TIPOLISTA IS EQUAL 'S'
                    MOVE 'COINCIDENCIA CON LISTA DE SANCIONADOS'
                                  TO ROS-TIPOLOGIA
                 ELSE
                    MOVE 'COINCIDENCIA CON LISTA DE CONTROL'
                                  TO ROS-TIPOLOGIA
                 END-IF
              WHEN OTHER
                 MOVE CAS-DETALLE TO ROS-TIPOLOGIA
           END-EVALUATE

           MOVE REG-CLASE         TO ROS-CLASE
           MOVE CAS-TIPDOC        TO ROS-TIPDOC
           MOVE CAS-NRODOC        TO ROS-NRODOC
           MOVE CAS-NROCLI        TO ROS-NROCLI
           MOVE CAS-NOMAPE        TO ROS-NOMAPE
           MOVE REG-FECNAC        TO ROS-FECNAC
           MOVE REG-NACIONALIDAD  TO ROS-NACIONALIDAD
           MOVE REG-DOMICILIO     TO ROS-DOMICILIO
           MOVE REG-CIUDAD        TO ROS-CIUDAD
           MOVE REG-CODPOSTAL     TO ROS-CODPOSTAL
           MOVE CAS-MONEDA        TO ROS-MONEDA
           MOVE CAS-IMPORTE       TO ROS-IMPORTE
           MOVE CAS-CANTALER      TO ROS-CANTALER
           MOVE CAS-FECULTAL      TO ROS-FECULTAL
           MOVE CAS-DECISOR       TO ROS-DECISOR
           MOVE CAS-FECDECIS      TO ROS-FECDECIS
           MOVE REG-FUNDAMENTO    TO ROS-FUNDAMENTO

           WRITE REG-ROS FROM WS-REG-ROS
           IF FS-ROS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE DDROS = ' FS-ROS
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-GRABAR-ROS-F
           END-IF

           ADD 1           TO WS-EXPORTADOS-CANT
           ADD CAS-IMPORTE TO WS-HASH-IMPORTE
           IF REG-CLASE IS EQUAL SPACES
              ADD 1 TO WS-SIN-CLIENTE-CANT
           END-IF.

       3000-GRABAR-ROS-F. EXIT.


      *---- EL CASO QUEDA REPORTADO Y NO SE VUELVE A EXPORTAR --------
       4000-MARCAR-CASO-I.

           EXEC SQL
              UPDATE KC02803.TBCURCAS
                 SET ESTADO    = 'X',
                     FECEXPORT = CURRENT DATE
               WHERE NROCASO = :CAS-NROCASO
                 AND ESTADO  = 'R'
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCAS = ' WS-SQLCODE
                      ' CASO ' CAS-NROCASO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       4000-MARCAR-CASO-F. EXIT.


      *---------------------------------------------------------------
       6000-IMP-DETALLE-I.

           MOVE CAS-NROCASO   TO IMP-NROCASO
           MOVE CAS-ORIGEN    TO IMP-ORIGEN
           MOVE CAS-TIPDOC    TO IMP-TIPDOC
           MOVE CAS-NRODOC    TO IMP-NRODOC
           MOVE CAS-NROCLI    TO IMP-NROCLI
           MOVE CAS-NOMAPE    TO IMP-NOMAPE
           MOVE CAS-MONEDA    TO IMP-MONEDA
           MOVE CAS-IMPORTE   TO IMP-IMPORTE
           MOVE CAS-DECISOR   TO IMP-DECISOR
           MOVE CAS-FECDECIS  TO IMP-FECDECIS

           EVALUATE TRUE
              WHEN REG-CLASE IS EQUAL SPACES
                 MOVE '* SIN CLIENTE EN TBCURCLI' TO IMP-OBSERVA
              WHEN REG-FUNDAMENTO IS EQUAL SPACES
                 MOVE '* SIN FUNDAMENTO'          TO IMP-OBSERVA
              WHEN OTHER
                 MOVE SPACES                      TO IMP-OBSERVA
           END-EVALUATE

           WRITE REG-SALIDA FROM IMP-DETALLE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6000-IMP-DETALLE-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORROS END-EXEC

      *    EL TRAILER CIERRA EL ARCHIVO AUN SIN CASOS; CON ERROR NO
      *    SE GRABA PARA QUE LA PRESENTACION NO PASE EL CONTROL.
           IF RETURN-CODE IS EQUAL ZEROS
              MOVE WS-EXPORTADOS-CANT TO TRA-CANTIDAD
              MOVE WS-HASH-IMPORTE    TO TRA-HASH-IMPORTE
              WRITE REG-ROS FROM WS-REG-TRAILER
              IF FS-ROS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN WRITE DDROS = ' FS-ROS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - LOS CASOS QUEDAN '
                      'PENDIENTES DE EXPORTAR'
           END-IF

           IF FS-LISTADO IS EQUAL '00'
              WRITE REG-SALIDA FROM WS-LINE AFTER 1
              MOVE 'CASOS EXPORTADOS' TO IMP-TOT-LEYENDA
              MOVE WS-EXPORTADOS-CANT TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'SIN CLIENTE EN TBCURCLI' TO IMP-TOT-LEYENDA
              MOVE WS-SIN-CLIENTE-CANT TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'HASH DE IMPORTES' TO IMP-TOT-LEYENDA
              MOVE WS-HASH-IMPORTE TO IMP-TOT-VALOR
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'CASOS EXPORTADOS     : ' WS-EXPORTADOS-CANT
           DISPLAY 'SIN CLIENTE          : ' WS-SIN-CLIENTE-CANT
           MOVE WS-HASH-IMPORTE TO WS-TOT-EDIT
           DISPLAY 'HASH DE IMPORTES     : ' WS-TOT-EDIT

           CLOSE ROS
           IF FS-ROS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE DDROS = ' FS-ROS
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.
