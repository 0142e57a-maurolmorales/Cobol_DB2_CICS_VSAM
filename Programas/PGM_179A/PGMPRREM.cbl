       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRREM.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMPRREM                                      *
      *  DESCRIPCIÓN:                                            *
      *    PRONOSTICO DE DEMANDA DE EFECTIVO POR SUCURSAL Y      *
      *    REMESAS PROPUESTAS (TBCURREP).                        *
      *    DEMANDA NETA DE UN DIA = PASES TESORO-CAJA MENOS      *
      *    PASES CAJA-TESORO (TBCURTES) MAS LO QUE BAJO EL       *
      *    EFECTIVO CONTADO EN LAS CAJAS (ARQUEO TBCURARQ DEL    *
      *    DIA CONTRA EL ANTERIOR). CADA DIA DE LA HISTORIA      *
      *    (TBCURPAR REMHISTO, DEFECTO 90 DIAS) SE CLASIFICA:    *
      *      1 COBRO DE HABERES: LA SUCURSAL RECIBIO CREDITOS    *
      *        DE HABERES (TBCURMOV CANAL 'HA') ESE DIA O LOS    *
      *        DOS ANTERIORES                                    *
      *      2 SEMANA DE FERIADO: FERIADO DE TBCURFER A TRES     *
      *        DIAS O MENOS                                      *
      *      3/4/5 DIA COMUN DEL 1 AL 10, 11 AL 20 O 21 EN       *
      *        ADELANTE DEL MES                                  *
      *    Y SE PROMEDIA POR SUCURSAL Y CLASE. LOS PROXIMOS      *
      *    DIAS HABILES (REMHORIZ, DEFECTO 5) SE CLASIFICAN IGUAL*
      *    (LOS DIAS DE COBRO SON LOS DIAS DEL MES EN QUE LA     *
      *    SUCURSAL RECIBIO HABERES EN DOS MESES O MAS DE LA     *
      *    HISTORIA) Y SE LES APLICA EL PROMEDIO DE SU CLASE, O  *
      *    EL GENERAL DE LA SUCURSAL SI LA CLASE NO TIENE DIAS.  *
      *    PARTIENDO DE LA POSICION DE CIERRE DEL TESORO         *
      *    (PGMTESPO, DDPOSTES) PROYECTA LA POSICION DIA A DIA   *
      *    Y PROPONE UNA REMESA PARA EL PRIMER DIA HABIL QUE LA  *
      *    MANTENGA ENTRE EL MINIMO OPERATIVO Y EL LIMITE DE     *
      *    SEGURO (TBCURPAR LIMTESOR), REDONDEADA AL MULTIPLO    *
      *    REMMULTI: ENVIO ('IN') SI CAE BAJO EL MINIMO, RETIRO  *
      *    ('EG') SI SUPERA EL LIMITE. UN ENVIO QUE HARIA PASAR  *
      *    EL LIMITE SE RECORTA Y SE MARCA 'T'.                  *
      *    LAS PROPUESTAS QUEDAN 'P' PARA QUE EL OFICIAL DE      *
      *    TESORERIA LAS CONFIRME O RECHACE (TRANSACCION REMC).  *
      *    LAS PROPUESTAS PENDIENTES DE CORRIDAS ANTERIORES      *
      *    PASAN A 'V'. UN REPROCESO DEL DIA REEMPLAZA LAS 'P'   *
      *    DEL DIA Y NO TOCA LAS YA RESUELTAS.                   *
      *    SOLO PESOS: LOS LIMITES DEL TESORO SON EN PESOS.      *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSTES ASSIGN DDPOSTES
           FILE STATUS IS FS-POSTES.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

      *---- POSICION DEL TESORO DE ESTA NOCHE (PGMTESPO) --------------
       FD  POSTES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-POSTES     PIC X(20).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-POSTES               PIC XX       VALUE SPACES.
           88  FS-POSTES-FIN                    VALUE '10'.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-FIN-CURSOR           PIC X        VALUE 'N'.

      *----------- POSICION (ARCHIVO DE 20 BYTES) ---------------------
       01  WS-REG-POSICION.
           03  POS-SUCURSAL        PIC 9(02).
           03  POS-MONEDA          PIC 9(01).
           03  POS-SALDO           PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           03  FILLER              PIC X(01).

      *----------- LIMITES DEL TESORO (EN PESOS) ----------------------
       01  WS-REG-LIMITES.
           03  WS-LIM-MAXIMO       PIC 9(11)V99 VALUE 500000000,00.
           03  WS-LIM-MINIMO       PIC 9(11)V99 VALUE 5000000,00.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE SPACES.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *    DIAS HABILES A PRONOSTICAR (DEFECTO 5, HASTA 10).
       01  WS-REG-HORIZ.
           03  WS-HORIZ-PAR        PIC 9(02)    VALUE 05.
      *    DIAS CORRIDOS DE HISTORIA (DEFECTO 90).
       01  WS-REG-HISTO.
           03  WS-HISTO-PAR        PIC 9(03)    VALUE 090.
      *    MULTIPLO DE IMPORTE DE LAS REMESAS (DEFECTO 100.000).
       01  WS-REG-MULTI.
           03  WS-MULTI-PAR        PIC 9(11)V99 VALUE 100000,00.

       77  WS-HISTO          PIC S9(9) COMP       VALUE 90.
       77  WS-MESES-MIN      PIC S9(9) COMP       VALUE 2.

      *----------- TABLA DE SUCURSALES (SUBINDICE = SUCURSAL + 1) -----
       01  WS-TABLA-SUC.
           03  WS-SUC-ITEM OCCURS 100 TIMES.
               05  SUC-ACTIVA          PIC X(01).
               05  SUC-POSICION        PIC S9(13)V99 COMP-3.
               05  SUC-TOT-SUMA        PIC S9(15)V99 COMP-3.
               05  SUC-TOT-DIAS        PIC 9(05) COMP.
               05  SUC-CLASE OCCURS 5 TIMES.
                   07  CLA-SUMA        PIC S9(15)V99 COMP-3.
                   07  CLA-DIAS        PIC 9(05) COMP.
      *        DIAS DEL MES EN QUE LA SUCURSAL COBRA HABERES.
               05  SUC-DIA-HABER       PIC X(01) OCCURS 31 TIMES.

       77  WS-SUC-IDX              PIC 9(03)    VALUE ZEROS.
       77  WS-CLA-IDX              PIC 9(01)    VALUE ZEROS.

      *----------- PROXIMOS DIAS HABILES ------------------------------
       01  WS-TABLA-FECHAS.
           03  WS-FEC-ITEM OCCURS 10 TIMES.
               05  FEC-ISO             PIC X(10).
               05  FEC-DIA             PIC 9(02).
               05  FEC-DIA-1           PIC 9(02).
               05  FEC-DIA-2           PIC 9(02).
               05  FEC-FERIADO         PIC X(01).

       77  WS-FEC-CANT             PIC 9(02)    VALUE ZEROS.
       77  WS-FEC-IDX              PIC 9(02)    VALUE ZEROS.
       77  WS-CAND-VUELTAS         PIC 9(02)    VALUE ZEROS.

       01  WS-NOMBRES-CLASE.
           03  FILLER              PIC X(16)    VALUE
               'COBRO DE HABERES'.
           03  FILLER              PIC X(16)    VALUE 'SEMANA FERIADO'.
           03  FILLER              PIC X(16)    VALUE 'DIAS 1 AL 10'.
           03  FILLER              PIC X(16)    VALUE 'DIAS 11 AL 20'.
           03  FILLER              PIC X(16)    VALUE 'DIAS 21 AL 31'.
       01  WS-NOMBRES-CLASE-R REDEFINES WS-NOMBRES-CLASE.
           03  WS-NOMBRE-CLASE     PIC X(16)    OCCURS 5 TIMES.

      *----------- PROYECCION DE UNA SUCURSAL -------------------------
       77  WS-PRONOSTICO  PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-POS-PROY    PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-POS-MIN     PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-POS-MAX     PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-DEMANDA     PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-FALTANTE    PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-MARGEN      PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-REMESA      PIC S9(13)V99 COMP-3   VALUE ZEROS.
       77  WS-COCIENTE    PIC S9(13)    COMP-3   VALUE ZEROS.
       77  WS-TIPO-REMESA          PIC X(02)    VALUE SPACES.
       77  WS-MARCA-REMESA         PIC X(01)    VALUE SPACES.

      *----------- CONTADORES -----------------------------------------
       77  WS-DIAS-HIST-CANT       PIC 9(07)    VALUE ZEROS.
       77  WS-SUCURSALES-CANT      PIC 9(05)    VALUE ZEROS.
       77  WS-ENVIOS-CANT          PIC 9(05)    VALUE ZEROS.
       77  WS-RETIROS-CANT         PIC 9(05)    VALUE ZEROS.
       77  WS-RECORTES-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-RESUELTAS-CANT       PIC 9(05)    VALUE ZEROS.
       77  WS-VENCIDAS-CANT        PIC S9(9) COMP VALUE ZEROS.
       77  WS-ENVIOS-IMP  PIC S9(15)V99 COMP-3   VALUE ZEROS.
       77  WS-RETIROS-IMP PIC S9(15)V99 COMP-3   VALUE ZEROS.
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
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(100)        VALUE ALL '-'.
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
           03  FILLER              PIC X(46)    VALUE
               'PRONOSTICO DE EFECTIVO Y REMESAS PROPUESTAS'.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMPRREM'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(30)    VALUE SPACES.

      *    CABECERA DE UNA SUCURSAL:
       01  IMP-CAB-SUC.
           03  FILLER              PIC X(10)    VALUE ' SUCURSAL '.
           03  IMP-CAB-SUCURSAL    PIC Z9.
           03  FILLER              PIC X(12)    VALUE '  POSICION: '.
           03  IMP-CAB-POSICION    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(10)    VALUE '  MINIMO: '.
           03  IMP-CAB-MINIMO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(10)    VALUE '  LIMITE: '.
           03  IMP-CAB-MAXIMO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(33)    VALUE SPACES.

       01  IMP-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               '      FECHA       CLASE DE DIA   '.
           03  FILLER              PIC X(33)    VALUE
               '         DEMANDA PRONOSTICADA    '.
           03  FILLER              PIC X(33)    VALUE
               '  POSICION PROYECTADA            '.
           03  FILLER              PIC X(33)    VALUE SPACES.

      *    UN DIA DEL HORIZONTE:
       01  IMP-REG-DIA.
           03  FILLER              PIC X(06)    VALUE SPACES.
           03  IMP-DIA-FECHA       PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-DIA-CLASE       PIC X(16).
           03  FILLER              PIC X(09)    VALUE SPACES.
           03  IMP-DIA-DEMANDA     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-DIA-POSICION    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DIA-MARCA       PIC X(16).
           03  FILLER              PIC X(30)    VALUE SPACES.

      *    PROPUESTA DE LA SUCURSAL:
       01  IMP-REG-PROPUESTA.
           03  FILLER              PIC X(06)    VALUE SPACES.
           03  FILLER              PIC X(11)    VALUE 'PROPUESTA: '.
           03  IMP-PRO-TIPO        PIC X(26).
           03  IMP-PRO-IMPORTE     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-PRO-MARCA       PIC X(40).
           03  FILLER              PIC X(29)    VALUE SPACES.

       01  IMP-FOOTER.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FOOT-TEXTO      PIC X(30).
           03  IMP-FOOT-CANT       PIC ZZZZ9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-FOOT-IMPORTE    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(75)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.
       77  DUPLICADO               PIC S9(9) COMP VALUE  -803.

      *    UN DIA DE LA HISTORIA DE UNA SUCURSAL.
       77  HIS-SUCURSAL  PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  HIS-NETO      PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  HIS-ARQ-ANT   PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  HIS-ARQ-HOY   PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  HIS-CLASE     PIC S9(4) USAGE COMP        VALUE ZEROES.
       77  HIS-DEMANDA   PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.

      *    UN DIA DEL MES CON HABERES EN UNA SUCURSAL.
       77  HAB-SUCURSAL  PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  HAB-DIA       PIC S9(4) USAGE COMP        VALUE ZEROES.
       77  HAB-MESES     PIC S9(9) USAGE COMP        VALUE ZEROES.

      *    CANDIDATO A DIA HABIL.
       77  CAN-FECHA     PIC X(10)                   VALUE SPACES.
       77  CAN-SIGUIENTE PIC X(10)                   VALUE SPACES.
       77  CAN-DIASEM    PIC S9(4) USAGE COMP        VALUE ZEROES.
       77  CAN-FERIADOS  PIC S9(9) USAGE COMP        VALUE ZEROES.
       77  CAN-DIA       PIC S9(4) USAGE COMP        VALUE ZEROES.
       77  CAN-DIA-1     PIC S9(4) USAGE COMP        VALUE ZEROES.
       77  CAN-DIA-2     PIC S9(4) USAGE COMP        VALUE ZEROES.
       77  CAN-SEMANA    PIC S9(9) USAGE COMP        VALUE ZEROES.

      *    PROPUESTA A GRABAR.
       01  DCLTBCURREP.
           10 REP-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 REP-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 REP-TIPO        PIC X(2).
           10 REP-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-POSACT      PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-DEMANDA     PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-POSMIN      PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-POSMAX      PIC S9(11)V9(2) USAGE COMP-3.
           10 REP-MARCA       PIC X(1).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    DEMANDA NETA DIARIA EN PESOS POR SUCURSAL, CON EL ARQUEO
      *    DE CAJAS DEL DIA Y DEL ANTERIOR (-1 SI NO HUBO ARQUEO) Y
      *    LA CLASE DEL DIA.
           EXEC SQL
              DECLARE CURSORHIS CURSOR FOR
                 SELECT D.SUCURSAL, D.NETO,
                    VALUE((SELECT SUM(A.CONTADO)
                             FROM KC02803.TBCURARQ A
                            WHERE A.SUCURSAL = D.SUCURSAL
                              AND A.MONEDA   = 1
                              AND A.FECARQ   =
                                  (SELECT MAX(B.FECARQ)
                                     FROM KC02803.TBCURARQ B
                                    WHERE B.SUCURSAL = D.SUCURSAL
                                      AND B.MONEDA   = 1
                                      AND B.FECARQ   < D.FECMOV)),
                          -1),
                    VALUE((SELECT SUM(A.CONTADO)
                             FROM KC02803.TBCURARQ A
                            WHERE A.SUCURSAL = D.SUCURSAL
                              AND A.MONEDA   = 1
                              AND A.FECARQ   = D.FECMOV), -1),
                    CASE WHEN EXISTS
                              (SELECT 1 FROM KC02803.TBCURMOV M
                                WHERE M.SUCMOV = D.SUCURSAL
                                  AND M.CANAL  = 'HA'
                                  AND M.TIPMOV = 'CR'
                                  AND M.FECMOV BETWEEN
                                      D.FECMOV - 2 DAYS AND D.FECMOV)
                         THEN 1
                         WHEN EXISTS
                              (SELECT 1 FROM KC02803.TBCURFER F
                                WHERE F.FECFER BETWEEN
                                      D.FECMOV - 3 DAYS AND
                                      D.FECMOV + 3 DAYS)
                         THEN 2
                         WHEN DAY(D.FECMOV) <= 10 THEN 3
                         WHEN DAY(D.FECMOV) <= 20 THEN 4
                         ELSE 5 END
                 FROM (SELECT SUCURSAL, FECMOV,
                              SUM(CASE WHEN TIPO = 'TC' THEN IMPORTE
                                       WHEN TIPO = 'CT' THEN 0 - IMPORTE
                                       ELSE 0 END) AS NETO
                         FROM KC02803.TBCURTES
                        WHERE MONEDA = 1
                          AND FECMOV > CURRENT DATE - :WS-HISTO DAYS
                        GROUP BY SUCURSAL, FECMOV) AS D
                 ORDER BY D.SUCURSAL, D.FECMOV
           END-EXEC.

      *    DIAS DEL MES EN QUE CADA SUCURSAL RECIBIO HABERES.
           EXEC SQL
              DECLARE CURSORHAB CURSOR FOR
                 SELECT SUCMOV, DAY(FECMOV),
                        COUNT(DISTINCT YEAR(FECMOV) * 100
                                       + MONTH(FECMOV))
                 FROM KC02803.TBCURMOV
                 WHERE CANAL  = 'HA'
                   AND TIPMOV = 'CR'
                   AND FECMOV > CURRENT DATE - :WS-HISTO DAYS
                 GROUP BY SUCMOV, DAY(FECMOV)
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           IF RETURN-CODE IS EQUAL ZEROS
              PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                 VARYING WS-SUC-IDX FROM 1 BY 1
                 UNTIL WS-SUC-IDX > 100
                    OR RETURN-CODE IS NOT EQUAL ZEROS
              PERFORM 7000-TOTALES-I THRU 7000-TOTALES-F
           END-IF
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           INITIALIZE WS-TABLA-SUC WS-TABLA-FECHAS

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           MOVE WS-FECHA-SISTEMA-AA TO IMP-TIT-AA WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO IMP-TIT-MM WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO IMP-TIT-DD WS-FPI-DD

           PERFORM 1100-PARAMETROS-I THRU 1100-PARAMETROS-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 1200-CARGAR-POSICION-I
              THRU 1200-CARGAR-POSICION-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 1300-DIAS-HABERES-I THRU 1300-DIAS-HABERES-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 1400-PROXIMOS-DIAS-I THRU 1400-PROXIMOS-DIAS-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 1500-HISTORIA-I THRU 1500-HISTORIA-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1000-INICIO-F
           END-IF

      *    LAS PENDIENTES DE CORRIDAS ANTERIORES QUEDAN VENCIDAS Y
      *    LAS DEL DIA SE REEMPLAZAN EN UN REPROCESO.
           EXEC SQL
              UPDATE KC02803.TBCURREP
                 SET ESTADO = 'V'
               WHERE ESTADO  = 'P'
                 AND FECPROP < CURRENT DATE
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURREP = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF
           MOVE SQLERRD(3) TO WS-VENCIDAS-CANT
           IF SQLCODE IS EQUAL NOT-FOUND
              MOVE ZEROS TO WS-VENCIDAS-CANT
           END-IF

           EXEC SQL
              DELETE FROM KC02803.TBCURREP
               WHERE FECPROP = CURRENT DATE
                 AND ESTADO  = 'P'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR DELETE TBCURREP = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
           END-IF.

       1000-INICIO-F. EXIT.


      *---- PARAMETROS: LIMITES DEL TESORO, HORIZONTE, HISTORIA Y -----
      *---- MULTIPLO. SIN FILA VIGENTE SE USAN LOS VALORES POR DEFECTO.
       1100-PARAMETROS-I.

           MOVE 'LIMTESOR' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-LIMITES
              WHEN 'NE'
                 DISPLAY '* SIN LIMITES EN TBCURPAR, SE USAN '
                         'LOS VALORES POR DEFECTO'
              WHEN OTHER
                 DISPLAY '* ERROR PARAMETRO LIMTESOR'
                 MOVE 9999 TO RETURN-CODE
                 GO TO 1100-PARAMETROS-F
           END-EVALUATE

           MOVE 'REMHORIZ' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-HORIZ
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR PARAMETRO REMHORIZ'
                 MOVE 9999 TO RETURN-CODE
                 GO TO 1100-PARAMETROS-F
           END-EVALUATE
           IF WS-HORIZ-PAR IS NOT NUMERIC OR
              WS-HORIZ-PAR IS EQUAL ZEROS
              MOVE 05 TO WS-HORIZ-PAR
           END-IF
           IF WS-HORIZ-PAR IS GREATER 10
              MOVE 10 TO WS-HORIZ-PAR
           END-IF

           MOVE 'REMHISTO' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-HISTO
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR PARAMETRO REMHISTO'
                 MOVE 9999 TO RETURN-CODE
                 GO TO 1100-PARAMETROS-F
           END-EVALUATE
           IF WS-HISTO-PAR IS NOT NUMERIC OR
              WS-HISTO-PAR IS LESS 28
              MOVE 090 TO WS-HISTO-PAR
           END-IF
           MOVE WS-HISTO-PAR TO WS-HISTO
      *    CON MENOS DE DOS MESES DE HISTORIA ALCANZA UN COBRO PARA
      *    TOMAR EL DIA COMO DIA DE HABERES.
           IF WS-HISTO IS LESS 60
              MOVE 1 TO WS-MESES-MIN
           END-IF

           MOVE 'REMMULTI' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-MULTI
              WHEN 'NE'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR PARAMETRO REMMULTI'
                 MOVE 9999 TO RETURN-CODE
                 GO TO 1100-PARAMETROS-F
           END-EVALUATE
           IF WS-MULTI-PAR IS NOT NUMERIC OR
              WS-MULTI-PAR IS EQUAL ZEROS
              MOVE 0,01 TO WS-MULTI-PAR
           END-IF

           MOVE WS-LIM-MINIMO TO IMP-CAB-MINIMO
           MOVE WS-LIM-MAXIMO TO IMP-CAB-MAXIMO.

       1100-PARAMETROS-F. EXIT.


      *---- POSICION EN PESOS DE CADA TESORO AL CIERRE ----------------
       1200-CARGAR-POSICION-I.

           OPEN INPUT POSTES
           IF FS-POSTES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSTES = ' FS-POSTES
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-CARGAR-POSICION-F
           END-IF

           PERFORM 1250-LEER-POSICION-I THRU 1250-LEER-POSICION-F
              UNTIL FS-POSTES-FIN

           CLOSE POSTES.

       1200-CARGAR-POSICION-F. EXIT.


      *---------------------------------------------------------------
       1250-LEER-POSICION-I.

           READ POSTES INTO WS-REG-POSICION

           EVALUATE FS-POSTES
              WHEN '00'
                 IF POS-MONEDA IS EQUAL 1
                    COMPUTE WS-SUC-IDX = POS-SUCURSAL + 1
                    MOVE 'S'       TO SUC-ACTIVA (WS-SUC-IDX)
                    MOVE POS-SALDO TO SUC-POSICION (WS-SUC-IDX)
                 END-IF
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DDPOSTES = ' FS-POSTES
                 MOVE 9999 TO RETURN-CODE
                 SET FS-POSTES-FIN TO TRUE
           END-EVALUATE.

       1250-LEER-POSICION-F. EXIT.


      *---- DIAS DEL MES CON COBRO DE HABERES POR SUCURSAL ------------
       1300-DIAS-HABERES-I.

           EXEC SQL OPEN CURSORHAB END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR HABERES = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1300-DIAS-HABERES-F
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 1350-UN-DIA-HABERES-I THRU 1350-UN-DIA-HABERES-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORHAB END-EXEC.

       1300-DIAS-HABERES-F. EXIT.


      *---------------------------------------------------------------
       1350-UN-DIA-HABERES-I.

           EXEC SQL
              FETCH CURSORHAB INTO :HAB-SUCURSAL,
                                   :HAB-DIA,
                                   :HAB-MESES
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF HAB-MESES IS NOT LESS WS-MESES-MIN
                    COMPUTE WS-SUC-IDX = HAB-SUCURSAL + 1
                    MOVE 'S' TO SUC-DIA-HABER (WS-SUC-IDX, HAB-DIA)
                 END-IF
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR HABERES = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'S' TO WS-FIN-CURSOR
           END-EVALUATE.

       1350-UN-DIA-HABERES-F. EXIT.


      *---- PROXIMOS DIAS HABILES: NI SABADO NI DOMINGO NI FERIADO ----
      *---- DE TBCURFER -----------------------------------------------
       1400-PROXIMOS-DIAS-I.

           MOVE WS-FECHA-PROCESO-ISO TO CAN-FECHA
           MOVE ZEROS TO WS-FEC-CANT WS-CAND-VUELTAS

           PERFORM 1450-UN-CANDIDATO-I THRU 1450-UN-CANDIDATO-F
              UNTIL WS-FEC-CANT IS EQUAL WS-HORIZ-PAR
                 OR WS-CAND-VUELTAS IS EQUAL 40
                 OR RETURN-CODE IS NOT EQUAL ZEROS.

       1400-PROXIMOS-DIAS-F. EXIT.


      *---------------------------------------------------------------
       1450-UN-CANDIDATO-I.

           ADD 1 TO WS-CAND-VUELTAS

           EXEC SQL
              SELECT CHAR(DATE(:CAN-FECHA) + 1 DAY, ISO),
                     DAYOFWEEK(DATE(:CAN-FECHA) + 1 DAY),
                     (SELECT COUNT(*) FROM KC02803.TBCURFER
                       WHERE FECFER = DATE(:CAN-FECHA) + 1 DAY),
                     DAY(DATE(:CAN-FECHA) + 1 DAY),
                     DAY(DATE(:CAN-FECHA)),
                     DAY(DATE(:CAN-FECHA) - 1 DAY),
                     (SELECT COUNT(*) FROM KC02803.TBCURFER
                       WHERE FECFER BETWEEN DATE(:CAN-FECHA) - 2 DAYS
                                        AND DATE(:CAN-FECHA) + 4 DAYS)
                INTO :CAN-SIGUIENTE, :CAN-DIASEM, :CAN-FERIADOS,
                     :CAN-DIA, :CAN-DIA-1, :CAN-DIA-2, :CAN-SEMANA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT PROXIMO DIA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1450-UN-CANDIDATO-F
           END-IF

           MOVE CAN-SIGUIENTE TO CAN-FECHA

      *    DAYOFWEEK: 1 DOMINGO ... 7 SABADO.
           IF CAN-DIASEM IS EQUAL 1 OR
              CAN-DIASEM IS EQUAL 7 OR
              CAN-FERIADOS IS GREATER ZEROS
              GO TO 1450-UN-CANDIDATO-F
           END-IF

           ADD 1 TO WS-FEC-CANT
           MOVE CAN-SIGUIENTE TO FEC-ISO   (WS-FEC-CANT)
           MOVE CAN-DIA       TO FEC-DIA   (WS-FEC-CANT)
           MOVE CAN-DIA-1     TO FEC-DIA-1 (WS-FEC-CANT)
           MOVE CAN-DIA-2     TO FEC-DIA-2 (WS-FEC-CANT)
           IF CAN-SEMANA IS GREATER ZEROS
              MOVE 'S' TO FEC-FERIADO (WS-FEC-CANT)
           ELSE
              MOVE 'N' TO FEC-FERIADO (WS-FEC-CANT)
           END-IF.

       1450-UN-CANDIDATO-F. EXIT.


      *---- HISTORIA: SUMA Y DIAS POR SUCURSAL Y CLASE DE DIA ---------
       1500-HISTORIA-I.

           EXEC SQL OPEN CURSORHIS END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR HISTORIA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1500-HISTORIA-F
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR
           PERFORM 1550-UN-DIA-HISTORIA-I THRU 1550-UN-DIA-HISTORIA-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORHIS END-EXEC.

       1500-HISTORIA-F. EXIT.


      *---------------------------------------------------------------
       1550-UN-DIA-HISTORIA-I.

           EXEC SQL
              FETCH CURSORHIS INTO :HIS-SUCURSAL,
                                   :HIS-NETO,
                                   :HIS-ARQ-ANT,
                                   :HIS-ARQ-HOY,
                                   :HIS-CLASE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 1550-UN-DIA-HISTORIA-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR HISTORIA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 1550-UN-DIA-HISTORIA-F
           END-EVALUATE

      *    EL CAMBIO DEL EFECTIVO EN CAJAS SOLO CUENTA SI HUBO ARQUEO
      *    EL DIA Y EN UN DIA ANTERIOR.
           MOVE HIS-NETO TO HIS-DEMANDA
           IF HIS-ARQ-ANT IS NOT LESS ZEROS AND
              HIS-ARQ-HOY IS NOT LESS ZEROS
              COMPUTE HIS-DEMANDA = HIS-DEMANDA
                                  + HIS-ARQ-ANT - HIS-ARQ-HOY
           END-IF

           ADD 1 TO WS-DIAS-HIST-CANT
           COMPUTE WS-SUC-IDX = HIS-SUCURSAL + 1
           MOVE HIS-CLASE TO WS-CLA-IDX
           MOVE 'S' TO SUC-ACTIVA (WS-SUC-IDX)
           ADD HIS-DEMANDA TO SUC-TOT-SUMA (WS-SUC-IDX)
                              CLA-SUMA (WS-SUC-IDX, WS-CLA-IDX)
           ADD 1           TO SUC-TOT-DIAS (WS-SUC-IDX)
                              CLA-DIAS (WS-SUC-IDX, WS-CLA-IDX).

       1550-UN-DIA-HISTORIA-F. EXIT.


      *---- UNA SUCURSAL: PROYECCION, PROPUESTA Y LISTADO -------------
       2000-PROCESO-I.

           IF SUC-ACTIVA (WS-SUC-IDX) IS NOT EQUAL 'S'
              GO TO 2000-PROCESO-F
           END-IF

           ADD 1 TO WS-SUCURSALES-CANT
           COMPUTE IMP-CAB-SUCURSAL = WS-SUC-IDX - 1
           MOVE SUC-POSICION (WS-SUC-IDX) TO IMP-CAB-POSICION
                                             WS-POS-PROY
                                             WS-POS-MAX
           MOVE 99999999999,99 TO WS-POS-MIN
           MOVE ZEROS TO WS-DEMANDA

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-CAB-SUC AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-COLUMNAS AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           PERFORM 2100-UN-DIA-I THRU 2100-UN-DIA-F
              VARYING WS-FEC-IDX FROM 1 BY 1
              UNTIL WS-FEC-IDX > WS-FEC-CANT

           PERFORM 2500-PROPUESTA-I THRU 2500-PROPUESTA-F.

       2000-PROCESO-F. EXIT.


      *---- UN DIA HABIL DEL HORIZONTE: CLASE, PRONOSTICO Y POSICION --
       2100-UN-DIA-I.

           EVALUATE TRUE
              WHEN SUC-DIA-HABER (WS-SUC-IDX, FEC-DIA (WS-FEC-IDX))
                   IS EQUAL 'S'
              WHEN SUC-DIA-HABER (WS-SUC-IDX, FEC-DIA-1 (WS-FEC-IDX))
                   IS EQUAL 'S'
              WHEN SUC-DIA-HABER (WS-SUC-IDX, FEC-DIA-2 (WS-FEC-IDX))
                   IS EQUAL 'S'
                 MOVE 1 TO WS-CLA-IDX
              WHEN FEC-FERIADO (WS-FEC-IDX) IS EQUAL 'S'
                 MOVE 2 TO WS-CLA-IDX
              WHEN FEC-DIA (WS-FEC-IDX) IS NOT GREATER 10
                 MOVE 3 TO WS-CLA-IDX
              WHEN FEC-DIA (WS-FEC-IDX) IS NOT GREATER 20
                 MOVE 4 TO WS-CLA-IDX
              WHEN OTHER
                 MOVE 5 TO WS-CLA-IDX
           END-EVALUATE

           EVALUATE TRUE
              WHEN CLA-DIAS (WS-SUC-IDX, WS-CLA-IDX) IS GREATER ZEROS
                 COMPUTE WS-PRONOSTICO ROUNDED =
                         CLA-SUMA (WS-SUC-IDX, WS-CLA-IDX) /
                         CLA-DIAS (WS-SUC-IDX, WS-CLA-IDX)
                 MOVE SPACES TO IMP-DIA-MARCA
              WHEN SUC-TOT-DIAS (WS-SUC-IDX) IS GREATER ZEROS
                 COMPUTE WS-PRONOSTICO ROUNDED =
                         SUC-TOT-SUMA (WS-SUC-IDX) /
                         SUC-TOT-DIAS (WS-SUC-IDX)
                 MOVE 'PROMEDIO GENERAL' TO IMP-DIA-MARCA
              WHEN OTHER
                 MOVE ZEROS TO WS-PRONOSTICO
                 MOVE 'SIN HISTORIA' TO IMP-DIA-MARCA
           END-EVALUATE

           ADD WS-PRONOSTICO TO WS-DEMANDA
           SUBTRACT WS-PRONOSTICO FROM WS-POS-PROY
           IF WS-POS-PROY IS LESS WS-POS-MIN
              MOVE WS-POS-PROY TO WS-POS-MIN
           END-IF
           IF WS-POS-PROY IS GREATER WS-POS-MAX
              MOVE WS-POS-PROY TO WS-POS-MAX
           END-IF

           MOVE FEC-ISO (WS-FEC-IDX)        TO IMP-DIA-FECHA
           MOVE WS-NOMBRE-CLASE (WS-CLA-IDX) TO IMP-DIA-CLASE
           MOVE WS-PRONOSTICO               TO IMP-DIA-DEMANDA
           MOVE WS-POS-PROY                 TO IMP-DIA-POSICION
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-DIA AFTER 1.

       2100-UN-DIA-F. EXIT.


      *---- REMESA PROPUESTA PARA EL PRIMER DIA HABIL -----------------
      *    ENVIO: LO QUE FALTA PARA QUE EL PEOR DIA QUEDE EN EL MINIMO,
      *    SIN QUE EL MEJOR DIA PASE EL LIMITE DE SEGURO.
      *    RETIRO: LO QUE SOBRA SOBRE EL LIMITE EN EL MEJOR DIA, SIN
      *    QUE HOY NI EL PEOR DIA QUEDEN BAJO EL MINIMO.
       2500-PROPUESTA-I.

           MOVE SPACES TO WS-TIPO-REMESA WS-MARCA-REMESA IMP-PRO-MARCA
           MOVE ZEROS  TO WS-REMESA

           IF WS-FEC-CANT IS EQUAL ZEROS
              MOVE SUC-POSICION (WS-SUC-IDX) TO WS-POS-MIN
           END-IF

           EVALUATE TRUE
              WHEN WS-POS-MIN IS LESS WS-LIM-MINIMO
                 MOVE 'IN' TO WS-TIPO-REMESA
                 COMPUTE WS-FALTANTE = WS-LIM-MINIMO - WS-POS-MIN
                 COMPUTE WS-COCIENTE = WS-FALTANTE / WS-MULTI-PAR
                 IF WS-COCIENTE * WS-MULTI-PAR IS LESS WS-FALTANTE
                    ADD 1 TO WS-COCIENTE
                 END-IF
                 COMPUTE WS-REMESA = WS-COCIENTE * WS-MULTI-PAR
                 COMPUTE WS-MARGEN = WS-LIM-MAXIMO - WS-POS-MAX
                 IF WS-REMESA IS GREATER WS-MARGEN
                    MOVE 'T' TO WS-MARCA-REMESA
                    MOVE ZEROS TO WS-REMESA
                    IF WS-MARGEN IS GREATER ZEROS
                       COMPUTE WS-COCIENTE = WS-MARGEN / WS-MULTI-PAR
                       COMPUTE WS-REMESA = WS-COCIENTE * WS-MULTI-PAR
                    END-IF
                 END-IF
              WHEN WS-POS-MAX IS GREATER WS-LIM-MAXIMO
                 MOVE 'EG' TO WS-TIPO-REMESA
                 COMPUTE WS-FALTANTE = WS-POS-MAX - WS-LIM-MAXIMO
                 COMPUTE WS-COCIENTE = WS-FALTANTE / WS-MULTI-PAR
                 IF WS-COCIENTE * WS-MULTI-PAR IS LESS WS-FALTANTE
                    ADD 1 TO WS-COCIENTE
                 END-IF
                 COMPUTE WS-REMESA = WS-COCIENTE * WS-MULTI-PAR
                 IF SUC-POSICION (WS-SUC-IDX) IS LESS WS-POS-MIN
                    COMPUTE WS-MARGEN = SUC-POSICION (WS-SUC-IDX)
                                      - WS-LIM-MINIMO
                 ELSE
                    COMPUTE WS-MARGEN = WS-POS-MIN - WS-LIM-MINIMO
                 END-IF
                 IF WS-REMESA IS GREATER WS-MARGEN
                    MOVE 'T' TO WS-MARCA-REMESA
                    MOVE ZEROS TO WS-REMESA
                    IF WS-MARGEN IS GREATER ZEROS
                       COMPUTE WS-COCIENTE = WS-MARGEN / WS-MULTI-PAR
                       COMPUTE WS-REMESA = WS-COCIENTE * WS-MULTI-PAR
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-MARCA-REMESA IS EQUAL 'T'
              ADD 1 TO WS-RECORTES-CANT
              MOVE 'RECORTADA: NO ALCANZA TODO EL HORIZONTE'
                TO IMP-PRO-MARCA
           END-IF

           EVALUATE TRUE
              WHEN WS-REMESA IS NOT GREATER ZEROS
                 IF WS-TIPO-REMESA IS EQUAL SPACES
                    MOVE 'SIN REMESA' TO IMP-PRO-TIPO
                 ELSE
                    MOVE 'SIN MARGEN ENTRE LIMITES' TO IMP-PRO-TIPO
                 END-IF
                 MOVE ZEROS TO IMP-PRO-IMPORTE
              WHEN WS-TIPO-REMESA IS EQUAL 'IN'
                 MOVE 'ENVIO A LA SUCURSAL' TO IMP-PRO-TIPO
                 MOVE WS-REMESA TO IMP-PRO-IMPORTE
                 PERFORM 3000-GRABAR-PROPUESTA-I
                    THRU 3000-GRABAR-PROPUESTA-F
              WHEN OTHER
                 MOVE 'RETIRO DEL TESORO' TO IMP-PRO-TIPO
                 MOVE WS-REMESA TO IMP-PRO-IMPORTE
                 PERFORM 3000-GRABAR-PROPUESTA-I
                    THRU 3000-GRABAR-PROPUESTA-F
           END-EVALUATE

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-PROPUESTA AFTER 1.

       2500-PROPUESTA-F. EXIT.


      *---- GRABA LA PROPUESTA 'P'. SI EL DIA YA TIENE UNA RESUELTA ---
      *---- PARA LA SUCURSAL (REPROCESO) SE RESPETA LA RESOLUCION -----
       3000-GRABAR-PROPUESTA-I.

           COMPUTE REP-SUCURSAL = WS-SUC-IDX - 1
           MOVE 1                          TO REP-MONEDA
           MOVE WS-TIPO-REMESA             TO REP-TIPO
           MOVE WS-REMESA                  TO REP-IMPORTE
           MOVE SUC-POSICION (WS-SUC-IDX)  TO REP-POSACT
           MOVE WS-DEMANDA                 TO REP-DEMANDA
           MOVE WS-POS-MIN                 TO REP-POSMIN
           MOVE WS-POS-MAX                 TO REP-POSMAX
           MOVE WS-MARCA-REMESA            TO REP-MARCA

           EXEC SQL
              INSERT INTO KC02803.TBCURREP
                 ( FECPROP, SUCURSAL, MONEDA, TIPO, IMPORTE,
                   POSACT, DEMANDA, POSMIN, POSMAX, MARCA,
                   ESTADO )
              VALUES
                 ( CURRENT DATE, :REP-SUCURSAL, :REP-MONEDA,
                   :REP-TIPO, :REP-IMPORTE, :REP-POSACT,
                   :REP-DEMANDA, :REP-POSMIN, :REP-POSMAX,
                   :REP-MARCA, 'P' )
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 IF WS-TIPO-REMESA IS EQUAL 'IN'
                    ADD 1         TO WS-ENVIOS-CANT
                    ADD WS-REMESA TO WS-ENVIOS-IMP
                 ELSE
                    ADD 1         TO WS-RETIROS-CANT
                    ADD WS-REMESA TO WS-RETIROS-IMP
                 END-IF
              WHEN DUPLICADO
                 ADD 1 TO WS-RESUELTAS-CANT
                 MOVE 'YA RESUELTA EN EL DIA: NO SE REEMPLAZA'
                   TO IMP-PRO-MARCA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR INSERT TBCURREP = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       3000-GRABAR-PROPUESTA-F. EXIT.


      *---------------------------------------------------------------
       6000-VERIF-TITULOS-I.

           IF WS-CUENTA-LINEA GREATER WS-LINEA-FIJA THEN
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
           END-IF

           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 1 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE AFTER 1.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---- TOTALES DEL LISTADO ---------------------------------------
       7000-TOTALES-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 7000-TOTALES-F
           END-IF

           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE AFTER 2

           MOVE 'SUCURSALES PRONOSTICADAS'     TO IMP-FOOT-TEXTO
           MOVE WS-SUCURSALES-CANT             TO IMP-FOOT-CANT
           MOVE ZEROS                          TO IMP-FOOT-IMPORTE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1

           MOVE 'ENVIOS PROPUESTOS'            TO IMP-FOOT-TEXTO
           MOVE WS-ENVIOS-CANT                 TO IMP-FOOT-CANT
           MOVE WS-ENVIOS-IMP                  TO IMP-FOOT-IMPORTE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1

           MOVE 'RETIROS PROPUESTOS'           TO IMP-FOOT-TEXTO
           MOVE WS-RETIROS-CANT                TO IMP-FOOT-CANT
           MOVE WS-RETIROS-IMP                 TO IMP-FOOT-IMPORTE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1

           MOVE 'RECORTADAS POR LOS LIMITES'   TO IMP-FOOT-TEXTO
           MOVE WS-RECORTES-CANT               TO IMP-FOOT-CANT
           MOVE ZEROS                          TO IMP-FOOT-IMPORTE
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-FOOTER AFTER 1.

       7000-TOTALES-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'DIAS HABILES PRONOSTICADOS: ' WS-FEC-CANT
           DISPLAY 'DIAS DE HISTORIA LEIDOS   : ' WS-DIAS-HIST-CANT
           DISPLAY 'SUCURSALES PRONOSTICADAS  : ' WS-SUCURSALES-CANT
           DISPLAY 'ENVIOS PROPUESTOS         : ' WS-ENVIOS-CANT
           MOVE WS-ENVIOS-IMP TO WS-TOT-EDIT
           DISPLAY 'IMPORTE ENVIOS            : ' WS-TOT-EDIT
           DISPLAY 'RETIROS PROPUESTOS        : ' WS-RETIROS-CANT
           MOVE WS-RETIROS-IMP TO WS-TOT-EDIT
           DISPLAY 'IMPORTE RETIROS           : ' WS-TOT-EDIT
           DISPLAY 'RECORTADAS POR LIMITES    : ' WS-RECORTES-CANT
           DISPLAY 'YA RESUELTAS (REPROCESO)  : ' WS-RESUELTAS-CANT
           DISPLAY 'PROPUESTAS ANTERIORES VENC: ' WS-VENCIDAS-CANT

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.
