       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRCSEL.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRCSEL                                      *
      *  DESCRIPCIÓN:                                            *
      *    ARMA LA CAMPANA TRIMESTRAL DE RECERTIFICACION DE      *
      *    ACCESOS DE OPERADORES (TBCURRCO, FECHA DE CAMPANA =   *
      *    HOY). RECORRE EL ARCHIVO DE PERFILES OPERCAF Y DA     *
      *    DE ALTA UNA FILA PENDIENTE ('P') POR CADA OPERADOR    *
      *    QUE NO ESTE YA DESHABILITADO, CON:                    *
      *      LA ULTIMA FIRMA EXITOSA: LA MAYOR ENTRE LA FECHA    *
      *      DE FIRMA DEL PERFIL (PGMSICAF) Y LA ACTIVIDAD DEL   *
      *      DIA DEL OPERADOR (DDACTIV, COLA 'ACTC');            *
      *      LOS DIAS DE INACTIVIDAD DESDE ESA FIRMA;            *
      *      LAS FALLAS DE AUTENTICACION DEL OPERADOR EN EL      *
      *      VSAM SEGUCAF DESDE LA CAMPANA ANTERIOR (O DESDE     *
      *      HACE TRES MESES SI ES LA PRIMERA);                  *
      *      LA FECHA TOPE PARA ATESTAR, HOY MAS EL PARAMETRO    *
      *      RCOPLAZO (DIAS).                                    *
      *    DESPUES LISTA LA CAMPANA POR SUCURSAL PARA LOS        *
      *    SUPERVISORES, QUE ATESTAN CADA OPERADOR POR PANTALLA  *
      *    (PGMRCOPE, TRANSACCION RCER). LO NO ATESTADO AL       *
      *    VENCER EL PLAZO LO DESHABILITA LA CADENA NOCTURNA     *
      *    (PGMRCVEN).                                           *
      *    RC 4 SI YA HAY UNA CAMPANA CON LA FECHA DE HOY.       *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACTIVIDAD ASSIGN DDACTIV
           FILE STATUS IS FS-ACTIVIDAD.

           SELECT OPERCAF ASSIGN TO DDOPERK
           ORGANIZATION IS INDEXED
           ACCESS       IS SEQUENTIAL
           RECORD KEY   IS OPF-ID
           FILE STATUS  IS FS-OPERCAF.

           SELECT SEGUCAF ASSIGN TO DDSEGK
           ORGANIZATION IS INDEXED
           ACCESS       IS DYNAMIC
           RECORD KEY   IS SGK-KEY
           FILE STATUS  IS FS-SEGUCAF.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  ACTIVIDAD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ACTIVIDAD  PIC X(40).

      *---- PERFIL DE OPERADOR, ESTADO 'A' ACTIVO / 'B' BLOQUEADO / --
      *---- 'D' DESHABILITADO POR RECERTIFICACION ---------------------
       FD  OPERCAF.
       01  REG-OPERCAF.
           05 OPF-ID               PIC X(03).
           05 OPF-NOMBRE           PIC X(30).
           05 OPF-SUC              PIC 9(02).
           05 OPF-NIVEL            PIC 9(01).
           05 OPF-CLAVE            PIC X(08).
           05 OPF-FECCLAVE         PIC 9(08).
           05 OPF-INTENTOS         PIC 9(01).
           05 OPF-ESTADO           PIC X(01).
           05 OPF-CLAVE-ANT1       PIC X(08).
           05 OPF-CLAVE-ANT2       PIC X(08).
           05 OPF-TERMFIRMA        PIC X(04).
           05 OPF-FECFIRMA         PIC 9(08).

      *---- SEGURIDAD CONSULTABLE, CLAVE OPER+FECHA+HORA+SECUENCIA ----
       FD  SEGUCAF.
       01  REG-SEGUCAF.
           05 SGK-KEY.
              10 SGK-OPERADOR      PIC X(03).
              10 SGK-FECHA.
                 15 SGK-FEC-DD     PIC 9(02).
                 15 FILLER         PIC X(01).
                 15 SGK-FEC-MM     PIC 9(02).
                 15 FILLER         PIC X(01).
                 15 SGK-FEC-AAAA   PIC 9(04).
              10 SGK-HORA          PIC X(08).
              10 SGK-SECUEN        PIC 9(03).
           05 SGK-TERMINAL         PIC X(04).
           05 SGK-TRANSACCION      PIC X(04).
           05 SGK-MOTIVO           PIC X(02).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-ACTIVIDAD            PIC XX       VALUE SPACES.
           88  FS-ACTIVIDAD-FIN                 VALUE '10'.
       77  FS-OPERCAF              PIC XX       VALUE SPACES.
       77  FS-SEGUCAF              PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-STATUS-SEG           PIC X.
           88  WS-FIN-SEGUCAF         VALUE 'Y'.
           88  WS-NO-FIN-SEGUCAF      VALUE 'N'.

       77  WS-LISTAR               PIC X        VALUE 'N'.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'RCOPLAZO'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *    DIAS QUE TIENEN LOS SUPERVISORES PARA ATESTAR.
       01  WS-REG-PLAZO.
           03  WS-PLAZO-PAR        PIC 9(03)    VALUE 15.
       77  WS-PLAZO-DIAS   PIC S9(3)  USAGE COMP-3   VALUE 15.

      *    MAS DE ESTOS DIAS SIN FIRMAR SE SENALA EN EL LISTADO.
       77  CT-DIAS-INACTIVO        PIC 9(05)    VALUE 90.
      *    DIAS DE INACTIVIDAD DE QUIEN NUNCA FIRMO.
       77  CT-NUNCA-FIRMO          PIC 9(05)    VALUE 99999.

      *----------- MARCA DE ACTIVIDAD (COLA ACTC) ---------------------
       01  WS-REG-ACTIVIDAD.
           05 ACT-TRANSACCION      PIC X(04).
           05 ACT-OPERADOR         PIC X(03).
           05 ACT-SUC              PIC 9(02).
           05 ACT-FECHA.
              10 ACT-FEC-DD        PIC 9(02).
              10 FILLER            PIC X(01).
              10 ACT-FEC-MM        PIC 9(02).
              10 FILLER            PIC X(01).
              10 ACT-FEC-AAAA      PIC 9(04).
           05 ACT-HORA             PIC X(08).
           05 ACT-RESULT           PIC X(01).
           05 FILLER               PIC X(12).

      *----------- ULTIMA ACTIVIDAD POR OPERADOR (DDACTIV) ------------
       77  WS-OPA-MAX              PIC 9(04)    VALUE 2000.
       77  WS-OPA-CANT             PIC 9(04)    VALUE ZEROS.
       77  WS-OPA-IDX              PIC 9(04)    VALUE ZEROS.
       77  WS-OPA-HALLADO          PIC 9(04)    VALUE ZEROS.

       01  WS-TABLA-OPA.
           03  WS-OPA OCCURS 2000 TIMES.
              05  OPA-ID           PIC X(03).
              05  OPA-FECHA        PIC 9(08).

      *----------- FECHAS AAAAMMDD ------------------------------------
      *    ULTIMA FIRMA CONOCIDA DEL OPERADOR Y FECHA DESDE LA QUE
      *    SE CUENTAN SUS FALLAS EN SEGUCAF.
       77  WS-FECHA-EVENTO         PIC 9(08)    VALUE ZEROS.
       77  WS-DESDE-FALLAS         PIC 9(08)    VALUE ZEROS.

       01  WS-ULTFIR               PIC 9(08)    VALUE ZEROS.
       01  WS-ULTFIR-R REDEFINES WS-ULTFIR.
           03  WS-UFI-AAAA         PIC 9(04).
           03  WS-UFI-MM           PIC 9(02).
           03  WS-UFI-DD           PIC 9(02).

       01  WS-FECHA-ISO.
           03  WS-FIS-AAAA         PIC 9(04)    VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FIS-MM           PIC 9(02)    VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FIS-DD           PIC 9(02)    VALUE ZEROS.

       01  WS-DESDE-ISO            PIC X(10)    VALUE SPACES.
       01  WS-DESDE-ISO-R REDEFINES WS-DESDE-ISO.
           03  WS-DIS-AAAA         PIC 9(04).
           03  FILLER              PIC X(01).
           03  WS-DIS-MM           PIC 9(02).
           03  FILLER              PIC X(01).
           03  WS-DIS-DD           PIC 9(02).

      *-----------  CORTE DE CONTROL  ---------------------------------
       77  WS-SUCURSAL-ANT PIC S9(2)V USAGE COMP-3   VALUE -1.
       77  WS-OPER-SUC             PIC 9(05)         VALUE ZEROES.
       77  WS-INACT-SUC            PIC 9(05)         VALUE ZEROES.

      *----------- ACUMULADORES ---------------------------------------
       77  WS-PERFILES-CANT        PIC 9(07)         VALUE ZEROES.
       77  WS-EXCLUIDOS-CANT       PIC 9(07)         VALUE ZEROES.
       77  WS-ALTAS-CANT           PIC 9(07)         VALUE ZEROES.
       77  WS-ACTIVIDAD-CANT       PIC 9(07)         VALUE ZEROES.
       77  WS-LISTADOS-CANT        PIC 9(07)         VALUE ZEROES.
       77  WS-INACTIVOS-CANT       PIC 9(07)         VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(58)         VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 80.
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
           03  FILLER              PIC X(07)    VALUE SPACES.
           03  FILLER              PIC X(36)    VALUE
               'RECERTIFICACION DE ACCESOS - TOPE: '.
           03  IMP-TIT-LIMITE      PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMRCSEL'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(30)    VALUE SPACES.

      *    SUBTITULO-SUCURSAL:
       01  IMP-SUBT-SUCURSAL.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCURSAL-SUB    PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

      *    ENCABEZADO DE COLUMNAS:
       01  IMP-COLUMNAS.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(04)    VALUE 'OPE '.
           03  FILLER              PIC X(31)    VALUE 'NOMBRE'.
           03  FILLER              PIC X(06)    VALUE 'NIVEL '.
           03  FILLER              PIC X(12)    VALUE 'ULT. FIRMA'.
           03  FILLER              PIC X(10)    VALUE 'DIAS INAC'.
           03  FILLER              PIC X(08)    VALUE 'FALLAS'.
           03  FILLER              PIC X(59)    VALUE 'OBSERVACION'.

      *    DETALLE DE UN OPERADOR:
       01  IMP-REG-OPERADOR.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-OPERADOR        PIC X(03).
           03  FILLER              PIC X        VALUE SPACES.
           03  IMP-NOMBRE          PIC X(30).
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-NIVEL           PIC 9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-ULTFIR          PIC X(10).
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-DIASINAC        PIC ZZZZ9.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-FALLAS          PIC ZZZZ9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-OBSERV          PIC X(25).
           03  FILLER              PIC X(35)    VALUE SPACES.

      *    TOTAL DE SUCURSAL:
       01  IMP-FOOTER-SUC.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(13)    VALUE 'OPERADORES  :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-OPER       PIC ZZZZ9.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  FILLER              PIC X(13)    VALUE 'INACTIVOS   :'.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-INACT      PIC ZZZZ9.
           03  FILLER              PIC X(89)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  WS-CAMPANAS             PIC S9(9) COMP VALUE ZEROS.
       77  IND-FECULTFIR           PIC S9(4) COMP VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURRCO)   ------------------
       01  DCLTBCURRCO.
           10 RCO-FECCAMP     PIC X(10).
           10 RCO-OPERADOR    PIC X(3).
           10 RCO-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 RCO-NOMBRE      PIC X(30).
           10 RCO-NIVEL       PIC S9(1)V     USAGE COMP-3.
           10 RCO-FECULTFIR   PIC X(10).
           10 RCO-DIASINAC    PIC S9(5)V     USAGE COMP-3.
           10 RCO-FALLAS      PIC S9(5)V     USAGE COMP-3.
           10 RCO-FECLIMITE   PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    LA CAMPANA DE HOY EN ORDEN DE SUCURSAL PARA EL CORTE.
           EXEC SQL
              DECLARE CURSORRCO CURSOR FOR
                 SELECT OPERADOR, SUCURSAL, NOMBRE, NIVEL,
                        CHAR(FECULTFIR, ISO), DIASINAC, FALLAS
                 FROM KC02803.TBCURRCO
                 WHERE FECCAMP = CURRENT DATE
                 ORDER BY SUCURSAL, OPERADOR
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           IF RETURN-CODE IS EQUAL ZEROS
              PERFORM 4000-LISTAR-I THRU 4000-LISTAR-F
           END-IF
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.

      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           MOVE 'S' TO WS-LISTAR

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-PLAZO
              WHEN 'NE'
                 DISPLAY '* SIN PLAZO PARA ATESTAR EN TBCURPAR, SE '
                         'USA EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           MOVE WS-PLAZO-PAR TO WS-PLAZO-DIAS
           DISPLAY 'DIAS PARA ATESTAR: ' WS-PLAZO-PAR

      *    UNA SOLA CAMPANA POR DIA.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CAMPANAS
                FROM KC02803.TBCURRCO
               WHERE FECCAMP = CURRENT DATE
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURRCO = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           IF WS-CAMPANAS IS GREATER ZEROS
              DISPLAY '* YA EXISTE UNA CAMPANA CON FECHA DE HOY'
              MOVE 4 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    FECHA TOPE DE LA CAMPANA Y DESDE CUANDO SE CUENTAN LAS
      *    FALLAS: LA CAMPANA ANTERIOR, O TRES MESES ATRAS.
           EXEC SQL
              SELECT CHAR(CURRENT DATE + :WS-PLAZO-DIAS DAYS, ISO),
                     CHAR(VALUE(MAX(FECCAMP),
                                CURRENT DATE - 3 MONTHS), ISO)
                INTO :RCO-FECLIMITE, :WS-DESDE-ISO
                FROM KC02803.TBCURRCO
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT FECHAS CAMPANA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           COMPUTE WS-DESDE-FALLAS = WS-DIS-AAAA * 10000 +
                                     WS-DIS-MM * 100 + WS-DIS-DD
           MOVE RCO-FECLIMITE TO IMP-TIT-LIMITE
           DISPLAY 'FECHA TOPE PARA ATESTAR: ' RCO-FECLIMITE
           DISPLAY 'FALLAS CONTADAS DESDE  : ' WS-DESDE-ISO

           PERFORM 1100-CARGAR-ACTIVIDAD-I
              THRU 1100-CARGAR-ACTIVIDAD-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT OPERCAF
           IF FS-OPERCAF IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN OPERCAF = ' FS-OPERCAF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT SEGUCAF
           IF FS-SEGUCAF IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN SEGUCAF = ' FS-SEGUCAF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---- ULTIMA FECHA DE ACTIVIDAD DE CADA OPERADOR EN DDACTIV -----
       1100-CARGAR-ACTIVIDAD-I.

           OPEN INPUT ACTIVIDAD
           IF FS-ACTIVIDAD IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN ACTIVIDAD = ' FS-ACTIVIDAD
              MOVE 9999 TO RETURN-CODE
              GO TO 1100-CARGAR-ACTIVIDAD-F
           END-IF

           PERFORM 1200-LEER-ACTIVIDAD-I THRU 1200-LEER-ACTIVIDAD-F
              UNTIL FS-ACTIVIDAD-FIN

           CLOSE ACTIVIDAD
           DISPLAY 'OPERADORES CON ACTIVIDAD: ' WS-OPA-CANT.

       1100-CARGAR-ACTIVIDAD-F. EXIT.


      *---------------------------------------------------------------
       1200-LEER-ACTIVIDAD-I.

           READ ACTIVIDAD INTO WS-REG-ACTIVIDAD

           EVALUATE FS-ACTIVIDAD
              WHEN '00'
                 ADD 1 TO WS-ACTIVIDAD-CANT
              WHEN '10'
                 GO TO 1200-LEER-ACTIVIDAD-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA ACTIVIDAD = ' FS-ACTIVIDAD
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ACTIVIDAD-FIN TO TRUE
                 GO TO 1200-LEER-ACTIVIDAD-F
           END-EVALUATE

      *    SIN OPERADOR FIRMADO NO HAY A QUIEN ATRIBUIRLA.
           IF ACT-OPERADOR IS EQUAL SPACES OR
              ACT-FECHA IS NOT NUMERIC
              GO TO 1200-LEER-ACTIVIDAD-F
           END-IF
           COMPUTE WS-FECHA-EVENTO = ACT-FEC-AAAA * 10000 +
                                     ACT-FEC-MM * 100 + ACT-FEC-DD

           MOVE ZEROS TO WS-OPA-HALLADO
           PERFORM 1300-COMPARAR-OPA-I THRU 1300-COMPARAR-OPA-F
              VARYING WS-OPA-IDX FROM 1 BY 1
              UNTIL WS-OPA-IDX > WS-OPA-CANT
                 OR WS-OPA-HALLADO > ZEROS

           IF WS-OPA-HALLADO IS EQUAL ZEROS
              IF WS-OPA-CANT IS LESS WS-OPA-MAX
                 ADD 1 TO WS-OPA-CANT
                 MOVE ACT-OPERADOR    TO OPA-ID (WS-OPA-CANT)
                 MOVE WS-FECHA-EVENTO TO OPA-FECHA (WS-OPA-CANT)
              ELSE
                 DISPLAY '* TABLA DE ACTIVIDAD LLENA: ' ACT-OPERADOR
              END-IF
              GO TO 1200-LEER-ACTIVIDAD-F
           END-IF

           IF WS-FECHA-EVENTO IS GREATER OPA-FECHA (WS-OPA-HALLADO)
              MOVE WS-FECHA-EVENTO TO OPA-FECHA (WS-OPA-HALLADO)
           END-IF.

       1200-LEER-ACTIVIDAD-F. EXIT.


      *---------------------------------------------------------------
       1300-COMPARAR-OPA-I.

           IF OPA-ID (WS-OPA-IDX) IS EQUAL ACT-OPERADOR
              MOVE WS-OPA-IDX TO WS-OPA-HALLADO
           END-IF.

       1300-COMPARAR-OPA-F. EXIT.


      *---- UN PERFIL DE OPERCAF: FILA PENDIENTE DE LA CAMPANA --------
       2000-PROCESO-I.

           READ OPERCAF NEXT RECORD

           EVALUATE FS-OPERCAF
              WHEN '00'
                 ADD 1 TO WS-PERFILES-CANT
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA OPERCAF = ' FS-OPERCAF
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

      *    LOS YA DESHABILITADOS NO TIENEN ACCESO QUE RECERTIFICAR.
           IF OPF-ESTADO IS EQUAL 'D'
              ADD 1 TO WS-EXCLUIDOS-CANT
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 2100-ULTIMA-FIRMA-I THRU 2100-ULTIMA-FIRMA-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 2200-CONTAR-FALLAS-I THRU 2200-CONTAR-FALLAS-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 3000-GRABAR-FILA-I THRU 3000-GRABAR-FILA-F.

       2000-PROCESO-F. EXIT.


      *---- ULTIMA FIRMA: PERFIL O ACTIVIDAD DEL DIA, LA MAYOR --------
       2100-ULTIMA-FIRMA-I.

           MOVE ZEROS TO WS-ULTFIR
           IF OPF-FECFIRMA IS NUMERIC
              MOVE OPF-FECFIRMA TO WS-ULTFIR
           END-IF

           MOVE ZEROS TO WS-OPA-HALLADO
           MOVE OPF-ID TO ACT-OPERADOR
           PERFORM 1300-COMPARAR-OPA-I THRU 1300-COMPARAR-OPA-F
              VARYING WS-OPA-IDX FROM 1 BY 1
              UNTIL WS-OPA-IDX > WS-OPA-CANT
                 OR WS-OPA-HALLADO > ZEROS
           IF WS-OPA-HALLADO IS GREATER ZEROS
              IF OPA-FECHA (WS-OPA-HALLADO) IS GREATER WS-ULTFIR
                 MOVE OPA-FECHA (WS-OPA-HALLADO) TO WS-ULTFIR
              END-IF
           END-IF

           IF WS-ULTFIR IS EQUAL ZEROS
              MOVE -1             TO IND-FECULTFIR
              MOVE SPACES         TO RCO-FECULTFIR
              MOVE CT-NUNCA-FIRMO TO RCO-DIASINAC
              GO TO 2100-ULTIMA-FIRMA-F
           END-IF

           MOVE ZEROS       TO IND-FECULTFIR
           MOVE WS-UFI-AAAA TO WS-FIS-AAAA
           MOVE WS-UFI-MM   TO WS-FIS-MM
           MOVE WS-UFI-DD   TO WS-FIS-DD
           MOVE WS-FECHA-ISO TO RCO-FECULTFIR

           EXEC SQL
              SELECT DAYS(CURRENT DATE) - DAYS(DATE(:RCO-FECULTFIR))
                INTO :RCO-DIASINAC
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT DIAS = ' WS-SQLCODE
                      ' OPERADOR ' OPF-ID
              MOVE 9999 TO RETURN-CODE
           END-IF.

       2100-ULTIMA-FIRMA-F. EXIT.


      *---- FALLAS DEL OPERADOR EN SEGUCAF DESDE LA FECHA DE CORTE ----
      *---- (LA CLAVE TIENE LA FECHA DD/MM/AAAA: SE LEEN TODOS LOS  ---
      *---- EVENTOS DEL OPERADOR Y SE COMPARA CADA FECHA)          ---
       2200-CONTAR-FALLAS-I.

           MOVE ZEROS      TO RCO-FALLAS
           MOVE LOW-VALUES TO SGK-KEY
           MOVE OPF-ID     TO SGK-OPERADOR
           SET WS-NO-FIN-SEGUCAF TO TRUE

           START SEGUCAF KEY IS NOT LESS SGK-KEY
           EVALUATE FS-SEGUCAF
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 GO TO 2200-CONTAR-FALLAS-F
              WHEN OTHER
                 DISPLAY '* ERROR EN START SEGUCAF = ' FS-SEGUCAF
                 MOVE 9999 TO RETURN-CODE
                 GO TO 2200-CONTAR-FALLAS-F
           END-EVALUATE

           PERFORM 2300-LEER-SEGUCAF-I THRU 2300-LEER-SEGUCAF-F
              UNTIL WS-FIN-SEGUCAF.

       2200-CONTAR-FALLAS-F. EXIT.


      *---------------------------------------------------------------
       2300-LEER-SEGUCAF-I.

           READ SEGUCAF NEXT RECORD

           EVALUATE FS-SEGUCAF
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-SEGUCAF TO TRUE
                 GO TO 2300-LEER-SEGUCAF-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA SEGUCAF = ' FS-SEGUCAF
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-SEGUCAF TO TRUE
                 GO TO 2300-LEER-SEGUCAF-F
           END-EVALUATE

           IF SGK-OPERADOR IS NOT EQUAL OPF-ID
              SET WS-FIN-SEGUCAF TO TRUE
              GO TO 2300-LEER-SEGUCAF-F
           END-IF

           IF SGK-FEC-AAAA IS NOT NUMERIC OR
              SGK-FEC-MM IS NOT NUMERIC OR
              SGK-FEC-DD IS NOT NUMERIC
              GO TO 2300-LEER-SEGUCAF-F
           END-IF
           COMPUTE WS-FECHA-EVENTO = SGK-FEC-AAAA * 10000 +
                                     SGK-FEC-MM * 100 + SGK-FEC-DD
           IF WS-FECHA-EVENTO IS NOT LESS WS-DESDE-FALLAS
              ADD 1 TO RCO-FALLAS
           END-IF.

       2300-LEER-SEGUCAF-F. EXIT.


      *---------------------------------------------------------------
       3000-GRABAR-FILA-I.

           MOVE OPF-ID     TO RCO-OPERADOR
           MOVE OPF-SUC    TO RCO-SUCURSAL
           MOVE OPF-NOMBRE TO RCO-NOMBRE
           MOVE OPF-NIVEL  TO RCO-NIVEL

           EXEC SQL
              INSERT INTO KC02803.TBCURRCO
                 ( FECCAMP, OPERADOR, SUCURSAL, NOMBRE, NIVEL,
                   FECULTFIR, DIASINAC, FALLAS, FECLIMITE, ESTADO,
                   NIVNUEVO, ATESTA, FECATES, HORAATES, APLICADO )
              VALUES
                 ( CURRENT DATE, :RCO-OPERADOR, :RCO-SUCURSAL,
                   :RCO-NOMBRE, :RCO-NIVEL,
                   DATE(:RCO-FECULTFIR :IND-FECULTFIR),
                   :RCO-DIASINAC, :RCO-FALLAS, DATE(:RCO-FECLIMITE),
                   'P', 0, ' ', NULL, ' ', 'N' )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURRCO = ' WS-SQLCODE
                      ' OPERADOR ' OPF-ID
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3000-GRABAR-FILA-F
           END-IF

           ADD 1 TO WS-ALTAS-CANT.

       3000-GRABAR-FILA-F. EXIT.


      *---- LISTADO DE LA CAMPANA POR SUCURSAL ------------------------
       4000-LISTAR-I.

           SET WS-NO-FIN-LECTURA TO TRUE

           EXEC SQL OPEN CURSORRCO END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 4000-LISTAR-F
           END-IF

           PERFORM 4100-FETCH-I THRU 4100-FETCH-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORRCO END-EXEC.

       4000-LISTAR-F. EXIT.


      *---------------------------------------------------------------
       4100-FETCH-I.

           EXEC SQL
              FETCH CURSORRCO INTO :RCO-OPERADOR,
                                   :RCO-SUCURSAL,
                                   :RCO-NOMBRE,
                                   :RCO-NIVEL,
                                   :RCO-FECULTFIR :IND-FECULTFIR,
                                   :RCO-DIASINAC,
                                   :RCO-FALLAS
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-LISTADOS-CANT
              WHEN NOT-FOUND
                 IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 4100-FETCH-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 4100-FETCH-F
           END-EVALUATE

           IF RCO-SUCURSAL IS NOT EQUAL WS-SUCURSAL-ANT THEN
              IF WS-SUCURSAL-ANT IS NOT EQUAL -1 THEN
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
              MOVE RCO-SUCURSAL TO WS-SUCURSAL-ANT
           END-IF

           PERFORM 6900-IMP-OPERADOR-I THRU 6900-IMP-OPERADOR-F.

       4100-FETCH-F. EXIT.


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
           MOVE 1 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-SUC-I.

           MOVE RCO-SUCURSAL TO IMP-SUCURSAL-SUB
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCURSAL AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           MOVE ZEROS TO WS-OPER-SUC WS-INACT-SUC.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-OPER-SUC  TO IMP-FOOT-OPER
           MOVE WS-INACT-SUC TO IMP-FOOT-INACT
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER-SUC AFTER 1.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       6900-IMP-OPERADOR-I.

           MOVE RCO-OPERADOR      TO IMP-OPERADOR
           MOVE RCO-NOMBRE        TO IMP-NOMBRE
           MOVE RCO-NIVEL         TO IMP-NIVEL
           MOVE RCO-FALLAS        TO IMP-FALLAS
           MOVE SPACES            TO IMP-OBSERV

           IF IND-FECULTFIR IS LESS ZEROS
              MOVE 'NUNCA'        TO IMP-ULTFIR
              MOVE ZEROS          TO IMP-DIASINAC
              MOVE 'NUNCA FIRMO'  TO IMP-OBSERV
              ADD 1 TO WS-INACT-SUC WS-INACTIVOS-CANT
           ELSE
              MOVE RCO-FECULTFIR  TO IMP-ULTFIR
              MOVE RCO-DIASINAC   TO IMP-DIASINAC
              IF RCO-DIASINAC IS GREATER CT-DIAS-INACTIVO
                 MOVE 'INACTIVO MAS DE 90 DIAS' TO IMP-OBSERV
                 ADD 1 TO WS-INACT-SUC WS-INACTIVOS-CANT
              END-IF
           END-IF

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-OPERADOR AFTER 1

           ADD 1 TO WS-OPER-SUC.

       6900-IMP-OPERADOR-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              IF RETURN-CODE IS NOT EQUAL 4
                 EXEC SQL ROLLBACK END-EXEC
              END-IF
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'MARCAS DE ACTIVIDAD LEIDAS   : ' WS-ACTIVIDAD-CANT
           DISPLAY 'PERFILES LEIDOS              : ' WS-PERFILES-CANT
           DISPLAY 'PERFILES YA DESHABILITADOS   : ' WS-EXCLUIDOS-CANT
           DISPLAY 'OPERADORES EN LA CAMPANA     : ' WS-ALTAS-CANT
           DISPLAY 'INACTIVOS O SIN FIRMA        : ' WS-INACTIVOS-CANT

           CLOSE OPERCAF
           CLOSE SEGUCAF

           IF WS-LISTAR IS EQUAL 'S'
              CLOSE LISTADO
              IF FS-LISTADO IS NOT EQUAL '00' THEN
                 DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF.

       9999-FINAL-F. EXIT.
