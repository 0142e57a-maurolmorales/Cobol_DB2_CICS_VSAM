       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVNCOL.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMVNCOL                                      *
      *  DESCRIPCIÓN:                                            *
      *    VENCIMIENTO DE LOS ITEMS PENDIENTES QUE NADIE         *
      *    RESUELVE EN LAS COLAS DE APROBACION. CADA COLA TIENE  *
      *    SU ANTIGUEDAD MAXIMA EN DIAS EN TBCURPAR (PGMPACAF):  *
      *      VTOAUTOR  TBCURPAU  AUTORIZACIONES DE CAJA          *
      *      VTOTASAS  TBCURTAP  VIGENCIAS DE TASAS              *
      *      VTOSALIE  TBCURSAL  ITEMS DE CAMARA SALIENTE        *
      *      VTORECHA  RECHCAF   RECHAZOS A CORREGIR             *
      *      VTOCUMPL  COMPCAF   RETENCIONES DE CUMPLIMIENTO     *
      *    SI EL CODIGO NO ESTA CARGADO SE USA EL VALOR POR      *
      *    DEFECTO DE LA TABLA DE ABAJO.                         *
      *    EL ITEM PENDIENTE ('P') MAS VIEJO QUE EL MAXIMO PASA  *
      *    A ESTADO 'X' = VENCIDO, CON 'VTO' COMO OPERADOR DE    *
      *    CIERRE DONDE LA COLA LO REGISTRA. LAS AUTORIZACIONES  *
      *    Y LAS TASAS NO RETIENEN FONDOS. EL ITEM DE CAMARA     *
      *    SALIENTE CUYA CONTRAPARTIDA LOCAL YA POSTEO           *
      *    (APLICADO 'S') SE REVIERTE EN LA CUENTA LOCAL CON EL  *
      *    CONTRASIENTO DE PGMREVMO ('XD'/'XC', CANAL 'CT',      *
      *    MISMA REFERENCIA); SI LA CUENTA NO EXISTE O EL        *
      *    REVERSO NO ENTRA EN EL SALDO EL ITEM QUEDA PENDIENTE  *
      *    Y SALE COMO AVISO PARA REVERSO MANUAL.                *
      *    LAS RETENCIONES DE CUMPLIMIENTO DEL RE-FILTRO ('RS')  *
      *    SON REGULATORIAS Y NO VENCEN: SOLO SE AVISAN.         *
      *    LA RETENCION SIN FECHA DE RETENCION SE FECHA HOY Y    *
      *    EMPIEZA A CORRER DESDE AHI.                           *
      *    CADA ITEM VENCIDO O AVISADO SALE AL ARCHIVO DDVENCID  *
      *    (120 BYTES) CON SU SUCURSAL, PARA EL LISTADO POR      *
      *    SUCURSAL DE PGMVNLIS.                                 *
      *    LAS COLAS DB2 SE CONFIRMAN POR COLA; ANTE UN ERROR SE *
      *    RETROCEDE LA COLA EN CURSO Y TERMINA CON 9999. SOLO   *
      *    SE TOCAN ITEMS EN 'P', POR LO QUE EL PASO SE PUEDE    *
      *    VOLVER A CORRER SIN VENCER NI REVERTIR DOS VECES.     *
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

           SELECT RECHCAF ASSIGN TO DDRECHK
           ORGANIZATION IS INDEXED
           ACCESS       IS SEQUENTIAL
           RECORD KEY   IS RCV-KEY
           FILE STATUS  IS FS-RECHCAF.

           SELECT COMPCAF ASSIGN TO DDCOMPK
           ORGANIZATION IS INDEXED
           ACCESS       IS SEQUENTIAL
           RECORD KEY   IS CMP-KEY
           FILE STATUS  IS FS-COMPCAF.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  VENCIDOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-VENCIDOS   PIC X(120).

      *---- RECHAZOS PARA CORRECCION ONLINE, CLAVE FECHA+SECUENCIA ----
       FD  RECHCAF.
       01  REG-RECHCAF.
           05 RCV-KEY.
              10 RCV-FECHA         PIC 9(08).
              10 RCV-SECUEN        PIC 9(05).
           05 RCV-ORIGEN           PIC X(02).
           05 RCV-MOTIVO           PIC X(02).
      *    'P' PENDIENTE / 'C' CORREGIDO / 'E' ENVIADO / 'X' VENCIDO.
           05 RCV-ESTADO           PIC X(01).
           05 RCV-REGISTRO         PIC X(246).

      *    VISTA DE LA NOVEDAD DE VALIDACION ('VA', CP-NOVECLI).
       01  REG-RECHCAF-VA.
           05 FILLER               PIC X(18).
           05 RVA-TIP-DOC          PIC X(02).
           05 RVA-NRO-DOC          PIC 9(11).
           05 RVA-SUC              PIC 9(02).
           05 FILLER               PIC X(231).

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

      *    VISTA DEL SOLICITANTE DENTRO DE LA NOVEDAD RETENIDA.
       01  REG-COMPCAF-NOV.
           05 FILLER               PIC X(48).
           05 CNV-TIPO-NOVEDAD     PIC X(02).
           05 CNV-TIPDOC           PIC X(02).
           05 CNV-NRODOC           PIC 9(11).
           05 CNV-SEC              PIC 9(02).
           05 CNV-NROCLI           PIC 9(07).
           05 FILLER               PIC X(230).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *---- FILE STATUS -----------------------------------------------
       77  FS-VENCIDOS                PIC XX      VALUE SPACES.
       77  FS-RECHCAF                 PIC XX      VALUE SPACES.
       77  FS-COMPCAF                 PIC XX      VALUE SPACES.

       77  WS-STATUS-COLA          PIC X.
           88  WS-FIN-COLA            VALUE 'Y'.
           88  WS-NO-FIN-COLA         VALUE 'N'.

      *---- ANTIGUEDAD MAXIMA POR COLA: CODIGO EN TBCURPAR Y DIAS -----
      *---- POR DEFECTO SI EL CODIGO NO ESTA CARGADO ------------------
       01  WS-TABLA-VTO-V.
           03  FILLER              PIC X(11)    VALUE 'VTOAUTOR005'.
           03  FILLER              PIC X(11)    VALUE 'VTOTASAS030'.
           03  FILLER              PIC X(11)    VALUE 'VTOSALIE005'.
           03  FILLER              PIC X(11)    VALUE 'VTORECHA030'.
           03  FILLER              PIC X(11)    VALUE 'VTOCUMPL060'.

       01  WS-TABLA-VTO REDEFINES WS-TABLA-VTO-V.
           03  WS-VTO-ITEM         OCCURS 5 TIMES.
               05  WS-VTO-CODIGO   PIC X(08).
               05  WS-VTO-DIAS     PIC 9(03).

       77  WS-VTO-MAX              PIC 9(01)    VALUE 5.
       77  WS-VTO-IDX              PIC 9(01)    VALUE ZEROS.

       01  WS-VALOR-DIAS.
           03  WS-VAL-DIAS            PIC 9(03).

      *    DIAS MAXIMOS COMO HOST VARIABLES.
       77  WS-DIAS-AUTOR  PIC S9(3)V USAGE COMP-3    VALUE ZEROES.
       77  WS-DIAS-TASAS  PIC S9(3)V USAGE COMP-3    VALUE ZEROES.
       77  WS-DIAS-SALIE  PIC S9(3)V USAGE COMP-3    VALUE ZEROES.
       77  WS-DIAS-RECHA  PIC S9(3)V USAGE COMP-3    VALUE ZEROES.
       77  WS-DIAS-CUMPL  PIC S9(3)V USAGE COMP-3    VALUE ZEROES.

      *    FECHAS LIMITE DE LAS COLAS VSAM: LO ANTERIOR VENCE.
       77  WS-LIMITE-RECHA         PIC 9(08)    VALUE ZEROS.
       77  WS-LIMITE-CUMPL         PIC 9(08)    VALUE ZEROS.

       01  WS-LIMITE-ISO           PIC X(10)    VALUE SPACES.
       01  WS-LIMITE-ISO-R REDEFINES WS-LIMITE-ISO.
           03  WS-LIM-AAAA         PIC 9(04).
           03  FILLER              PIC X(01).
           03  WS-LIM-MM           PIC 9(02).
           03  FILLER              PIC X(01).
           03  WS-LIM-DD           PIC 9(02).

      *    FECHA DE UN ITEM VSAM (AAAAMMDD) PASADA A ISO.
       01  WS-FECHA-ITEM           PIC 9(08)    VALUE ZEROS.
       01  WS-FECHA-ITEM-R REDEFINES WS-FECHA-ITEM.
           03  WS-FIT-AAAA         PIC 9(04).
           03  WS-FIT-MM           PIC 9(02).
           03  WS-FIT-DD           PIC 9(02).

       01  WS-FECHA-ITEM-ISO.
           03  WS-FII-AAAA         PIC 9(04)    VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FII-MM           PIC 9(02)    VALUE ZEROS.
           03  FILLER              PIC X        VALUE '-'.
           03  WS-FII-DD           PIC 9(02)    VALUE ZEROS.

       77  WS-DIAS-ITEM   PIC S9(5)V USAGE COMP-3    VALUE ZEROES.

      *---- CONTADORES ------------------------------------------------
       77  WS-VENC-AUTOR              PIC 9(07)   VALUE ZEROS.
       77  WS-VENC-TASAS              PIC 9(07)   VALUE ZEROS.
       77  WS-VENC-SALIE              PIC 9(07)   VALUE ZEROS.
       77  WS-VENC-RECHA              PIC 9(07)   VALUE ZEROS.
       77  WS-VENC-CUMPL              PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-REVERSOS           PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-AVISOS             PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-FECHADAS           PIC 9(07)   VALUE ZEROS.

      *---- DETALLE DE ITEM VENCIDO O AVISADO (120 BYTES) -------------
       01  WS-REG-VENCIDO.
           03  VNC-SUCURSAL        PIC 9(02).
           03  VNC-COLA            PIC X(08).
           03  VNC-NUMERO          PIC 9(09).
           03  VNC-CLAVE           PIC X(20).
           03  VNC-CLAVE-CTA REDEFINES VNC-CLAVE.
               05  CLV-TRANSAC     PIC X(04).
               05  FILLER          PIC X(01).
               05  CLV-TIPCUEN     PIC X(02).
               05  CLV-BARRA       PIC X(01).
               05  CLV-NROCUEN     PIC 9(10).
               05  FILLER          PIC X(02).
           03  VNC-CLAVE-TASA REDEFINES VNC-CLAVE.
               05  CLV-CONCEPTO    PIC X(02).
               05  FILLER          PIC X(01).
               05  CLV-SUBTIPO     PIC 9(02).
               05  FILLER          PIC X(01).
               05  CLV-VIGDESDE    PIC X(10).
               05  FILLER          PIC X(04).
           03  VNC-CLAVE-DOC REDEFINES VNC-CLAVE.
               05  CLV-ORIGEN      PIC X(02).
               05  FILLER          PIC X(01).
               05  CLV-MOTIVO      PIC X(02).
               05  FILLER          PIC X(01).
               05  CLV-TIPDOC      PIC X(02).
               05  CLV-NRODOC      PIC 9(11).
               05  FILLER          PIC X(01).
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

       01  WS-MOTIVO-VTO.
           03  FILLER              PIC X(12)    VALUE 'VENCIDO CON '.
           03  WS-MOT-DIAS         PIC ZZZZ9.
           03  FILLER              PIC X(14)    VALUE ' DIAS (MAXIMO '.
           03  WS-MOT-MAXIMO       PIC ZZ9.
           03  FILLER              PIC X(06)    VALUE ')'.

      *-----------  FECHA DE PROCESO  ---------------------------------
       77  WS-FECHA-PROCESO-AAAAMMDD  PIC 9(08)   VALUE ZEROES.

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

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE SPACES.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE         PIC +++999 USAGE DISPLAY  VALUE ZEROS.
       77  NOT-FOUND                PIC S9(9) COMP      VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURPAU)   ------------------
       01  DCLTBCURPAU.
           10 PAU-NROAUT      PIC S9(9)V     USAGE COMP-3.
           10 PAU-TRANSAC     PIC X(4).
           10 PAU-TIPCUEN     PIC X(2).
           10 PAU-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 PAU-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 PAU-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 PAU-OPERADOR    PIC X(3).
           10 PAU-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 PAU-FECALTA     PIC X(10).

      *-----------   HOST VARIABLES DB2 (TBCURTAP)   ------------------
       01  DCLTBCURTAP.
           10 TAP-NROPEND     PIC S9(7)V     USAGE COMP-3.
           10 TAP-CONCEPTO    PIC X(2).
           10 TAP-SUBTIPO     PIC S9(2)V     USAGE COMP-3.
           10 TAP-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 TAP-VIGDESDE    PIC X(10).
           10 TAP-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 TAP-OPERALTA    PIC X(3).
           10 TAP-FECALTA     PIC X(10).

      *-----------   HOST VARIABLES DB2 (TBCURSAL)   ------------------
       01  DCLTBCURSAL.
           10 SAL-NROITEM     PIC S9(9)V     USAGE COMP-3.
           10 SAL-TIPCUEN     PIC X(2).
           10 SAL-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 SAL-TIPMOV      PIC X(2).
           10 SAL-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 SAL-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 SAL-REFER       PIC X(12).
           10 SAL-APLICADO    PIC X(1).
           10 SAL-FECALTA     PIC X(10).

      *-----------   HOST VARIABLES DB2 (TBCURCTA)   ------------------
       77  ORI-SUCUEN              PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SUCUEN              PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SALDO               PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-FECSAL              PIC X(10)      VALUE SPACES.
       77  CLI-NROCLI              PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.

       77  WS-SALDO-NUEVO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-SALDO-TOPE      PIC S9(13)V99 COMP-3 VALUE 99999999999,99.
       77  WS-REVERSO-OK      PIC X                VALUE 'N'.

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ------------------
       01  DCLTBCURMOV.
           10 MOV-TIPCUEN     PIC X(2).
           10 MOV-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 MOV-SUCMOV      PIC S9(2)V     USAGE COMP-3.
           10 MOV-FECMOV      PIC X(10).
           10 MOV-TIPMOV      PIC X(2).
           10 MOV-IMPORTE     PIC S9(11)V9(2) USAGE COMP-3.
           10 MOV-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 MOV-CANAL       PIC X(2).
           10 MOV-REFMOV      PIC X(12).
           10 MOV-OPERADOR    PIC X(3).
           10 MOV-HORAMOV     PIC X(8).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    AUTORIZACIONES PENDIENTES MAS VIEJAS QUE EL MAXIMO.
           EXEC SQL
              DECLARE CURSORPAU CURSOR FOR
                 SELECT NROAUT,
                        TRANSAC,
                        TIPCUEN,
                        NROCUEN,
                        IMPORTE,
                        MONEDA,
                        OPERADOR,
                        SUCURSAL,
                        FECALTA,
                        DAYS(CURRENT DATE) - DAYS(FECALTA)
                 FROM KC02803.TBCURPAU
                 WHERE ESTADO  = 'P'
                   AND FECALTA < CURRENT DATE - :WS-DIAS-AUTOR DAYS
                 ORDER BY NROAUT
           END-EXEC.

      *    VIGENCIAS DE TASAS ESPERANDO LA SEGUNDA FIRMA.
           EXEC SQL
              DECLARE CURSORTAP CURSOR FOR
                 SELECT NROPEND,
                        CONCEPTO,
                        SUBTIPO,
                        MONEDA,
                        VIGDESDE,
                        VALUE(IMPORTE, 0),
                        OPERALTA,
                        FECALTA,
                        DAYS(CURRENT DATE) - DAYS(FECALTA)
                 FROM KC02803.TBCURTAP
                 WHERE ESTADO  = 'P'
                   AND FECALTA < CURRENT DATE - :WS-DIAS-TASAS DAYS
                 ORDER BY NROPEND
           END-EXEC.

      *    ITEMS DE CAMARA SALIENTE SIN ENVIAR, CON LA SUCURSAL DE
      *    LA CUENTA LOCAL ORIGINANTE.
           EXEC SQL
              DECLARE CURSORSAL CURSOR FOR
                 SELECT S.NROITEM,
                        S.TIPCUEN,
                        S.NROCUEN,
                        S.TIPMOV,
                        S.IMPORTE,
                        S.MONEDA,
                        S.REFER,
                        S.APLICADO,
                        S.FECALTA,
                        DAYS(CURRENT DATE) - DAYS(S.FECALTA),
                        VALUE(C.SUCUEN, 0)
                 FROM KC02803.TBCURSAL S
                 LEFT OUTER JOIN KC02803.TBCURCTA C
                   ON C.TIPCUEN = S.TIPCUEN
                  AND C.NROCUEN = S.NROCUEN
                 WHERE S.ESTADO  = 'P'
                   AND S.FECALTA < CURRENT DATE - :WS-DIAS-SALIE DAYS
                 ORDER BY S.NROITEM
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *----  CUERPO INICIO: FECHAS, MAXIMOS POR COLA Y SALIDA ---------
       1000-INICIO-I.

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           MOVE WS-FECHA-SISTEMA-AA TO WS-FPI-AA
           MOVE WS-FECHA-SISTEMA-MM TO WS-FPI-MM
           MOVE WS-FECHA-SISTEMA-DD TO WS-FPI-DD
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20000000 +
                   WS-FECHA-SISTEMA-AA * 10000 +
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD

           OPEN OUTPUT VENCIDOS
           IF FS-VENCIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN VENCIDOS = ' FS-VENCIDOS
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 1100-LEER-MAXIMO-I THRU 1100-LEER-MAXIMO-F
              VARYING WS-VTO-IDX FROM 1 BY 1
                UNTIL WS-VTO-IDX IS GREATER WS-VTO-MAX
                   OR RETURN-CODE IS NOT EQUAL ZEROS
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-VTO-DIAS (1) TO WS-DIAS-AUTOR
           MOVE WS-VTO-DIAS (2) TO WS-DIAS-TASAS
           MOVE WS-VTO-DIAS (3) TO WS-DIAS-SALIE
           MOVE WS-VTO-DIAS (4) TO WS-DIAS-RECHA
           MOVE WS-VTO-DIAS (5) TO WS-DIAS-CUMPL

      *    LAS COLAS VSAM SE CORTAN POR FECHA AAAAMMDD.
           EXEC SQL
              SELECT CHAR(CURRENT DATE - :WS-DIAS-RECHA DAYS, ISO)
                INTO :WS-LIMITE-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT FECHA LIMITE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF
           COMPUTE WS-LIMITE-RECHA = WS-LIM-AAAA * 10000 +
                                     WS-LIM-MM * 100 + WS-LIM-DD

           EXEC SQL
              SELECT CHAR(CURRENT DATE - :WS-DIAS-CUMPL DAYS, ISO)
                INTO :WS-LIMITE-ISO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT FECHA LIMITE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF
           COMPUTE WS-LIMITE-CUMPL = WS-LIM-AAAA * 10000 +
                                     WS-LIM-MM * 100 + WS-LIM-DD.

       1000-INICIO-F. EXIT.


      *---- ANTIGUEDAD MAXIMA DE UNA COLA DESDE TBCURPAR --------------
       1100-LEER-MAXIMO-I.

           MOVE WS-VTO-CODIGO (WS-VTO-IDX) TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-VALOR-DIAS
                 IF WS-VAL-DIAS IS NUMERIC AND
                    WS-VAL-DIAS IS GREATER ZEROS
                    MOVE WS-VAL-DIAS TO WS-VTO-DIAS (WS-VTO-IDX)
                 ELSE
                    DISPLAY '* VALOR INVALIDO DE '
                            WS-VTO-CODIGO (WS-VTO-IDX)
                            ' EN TBCURPAR, SE USA EL VALOR POR DEFECTO'
                 END-IF
              WHEN 'NE'
                 DISPLAY '* SIN ' WS-VTO-CODIGO (WS-VTO-IDX)
                         ' EN TBCURPAR, SE USA EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 GO TO 1100-LEER-MAXIMO-F
           END-EVALUATE
           DISPLAY 'DIAS MAXIMOS ' WS-VTO-CODIGO (WS-VTO-IDX) ': '
                   WS-VTO-DIAS (WS-VTO-IDX).

       1100-LEER-MAXIMO-F. EXIT.


      *---- COLAS DB2 PRIMERO (CONFIRMADAS POR COLA), VSAM AL FINAL ---
       2000-PROCESO-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 3000-COLA-AUTOR-I THRU 3000-COLA-AUTOR-F
           PERFORM 8000-CONFIRMAR-I  THRU 8000-CONFIRMAR-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 3200-COLA-TASAS-I THRU 3200-COLA-TASAS-F
           PERFORM 8000-CONFIRMAR-I  THRU 8000-CONFIRMAR-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 3400-COLA-SALIENTE-I THRU 3400-COLA-SALIENTE-F
           PERFORM 8000-CONFIRMAR-I  THRU 8000-CONFIRMAR-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 3600-COLA-RECHAZOS-I THRU 3600-COLA-RECHAZOS-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 3800-COLA-CUMPLIM-I THRU 3800-COLA-CUMPLIM-F.

       2000-PROCESO-F. EXIT.


      *===============================================================
      *    TBCURPAU: AUTORIZACIONES DE CAJA (NO RETIENEN FONDOS)
      *===============================================================
       3000-COLA-AUTOR-I.

           SET WS-NO-FIN-COLA TO TRUE
           EXEC SQL OPEN CURSORPAU END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORPAU = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-COLA-AUTOR-F
           END-IF

           PERFORM 3150-LEER-AUTOR-I THRU 3150-LEER-AUTOR-F
           PERFORM 3100-VENCER-AUTOR-I THRU 3100-VENCER-AUTOR-F
              UNTIL WS-FIN-COLA

           EXEC SQL CLOSE CURSORPAU END-EXEC.

       3000-COLA-AUTOR-F. EXIT.


      *---------------------------------------------------------------
       3100-VENCER-AUTOR-I.

           EXEC SQL
              UPDATE KC02803.TBCURPAU
                 SET ESTADO      = 'X',
                     AUTORIZANTE = 'VTO'
               WHERE NROAUT = :PAU-NROAUT
                 AND ESTADO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-VENC-AUTOR
                 MOVE SPACES          TO WS-REG-VENCIDO
                 MOVE PAU-SUCURSAL    TO VNC-SUCURSAL
                 MOVE 'TBCURPAU'      TO VNC-COLA
                 MOVE PAU-NROAUT      TO VNC-NUMERO
                 MOVE PAU-TRANSAC     TO CLV-TRANSAC
                 MOVE PAU-TIPCUEN     TO CLV-TIPCUEN
                 MOVE '/'             TO CLV-BARRA
                 MOVE PAU-NROCUEN     TO CLV-NROCUEN
                 MOVE PAU-FECALTA     TO VNC-FECALTA
                 MOVE PAU-IMPORTE     TO VNC-IMPORTE
                 MOVE PAU-MONEDA      TO VNC-MONEDA
                 MOVE PAU-OPERADOR    TO VNC-OPERADOR
                 MOVE WS-VTO-DIAS (1) TO WS-MOT-MAXIMO
                 PERFORM 7000-GRABAR-VENCIDO-I
                    THRU 7000-GRABAR-VENCIDO-F
      *       RESUELTA ONLINE MIENTRAS TANTO: NO SE TOCA.
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR UPDATE TBCURPAU = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-COLA TO TRUE
                 GO TO 3100-VENCER-AUTOR-F
           END-EVALUATE

           PERFORM 3150-LEER-AUTOR-I THRU 3150-LEER-AUTOR-F.

       3100-VENCER-AUTOR-F. EXIT.


      *---------------------------------------------------------------
       3150-LEER-AUTOR-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-COLA TO TRUE
              GO TO 3150-LEER-AUTOR-F
           END-IF

           EXEC SQL
              FETCH CURSORPAU INTO :PAU-NROAUT,
                                   :PAU-TRANSAC,
                                   :PAU-TIPCUEN,
                                   :PAU-NROCUEN,
                                   :PAU-IMPORTE,
                                   :PAU-MONEDA,
                                   :PAU-OPERADOR,
                                   :PAU-SUCURSAL,
                                   :PAU-FECALTA,
                                   :WS-DIAS-ITEM
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-COLA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORPAU = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-COLA TO TRUE
           END-EVALUATE.

       3150-LEER-AUTOR-F. EXIT.


      *===============================================================
      *    TBCURTAP: VIGENCIAS DE TASAS SIN SEGUNDA FIRMA
      *===============================================================
       3200-COLA-TASAS-I.

           SET WS-NO-FIN-COLA TO TRUE
           EXEC SQL OPEN CURSORTAP END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORTAP = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3200-COLA-TASAS-F
           END-IF

           PERFORM 3350-LEER-TASAS-I THRU 3350-LEER-TASAS-F
           PERFORM 3300-VENCER-TASAS-I THRU 3300-VENCER-TASAS-F
              UNTIL WS-FIN-COLA

           EXEC SQL CLOSE CURSORTAP END-EXEC.

       3200-COLA-TASAS-F. EXIT.


      *---------------------------------------------------------------
       3300-VENCER-TASAS-I.

           EXEC SQL
              UPDATE KC02803.TBCURTAP
                 SET ESTADO   = 'X',
                     OPERAPRO = 'VTO',
                     FECAPRO  = CURRENT DATE
               WHERE NROPEND = :TAP-NROPEND
                 AND ESTADO  = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-VENC-TASAS
      *          LAS TASAS SON DE CASA CENTRAL: SUCURSAL 00.
                 MOVE SPACES          TO WS-REG-VENCIDO
                 MOVE ZEROS           TO VNC-SUCURSAL
                 MOVE 'TBCURTAP'      TO VNC-COLA
                 MOVE TAP-NROPEND     TO VNC-NUMERO
                 MOVE TAP-CONCEPTO    TO CLV-CONCEPTO
                 MOVE TAP-SUBTIPO     TO CLV-SUBTIPO
                 MOVE TAP-VIGDESDE    TO CLV-VIGDESDE
                 MOVE TAP-FECALTA     TO VNC-FECALTA
                 MOVE TAP-IMPORTE     TO VNC-IMPORTE
                 MOVE TAP-MONEDA      TO VNC-MONEDA
                 MOVE TAP-OPERALTA    TO VNC-OPERADOR
                 MOVE WS-VTO-DIAS (2) TO WS-MOT-MAXIMO
                 PERFORM 7000-GRABAR-VENCIDO-I
                    THRU 7000-GRABAR-VENCIDO-F
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR UPDATE TBCURTAP = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-COLA TO TRUE
                 GO TO 3300-VENCER-TASAS-F
           END-EVALUATE

           PERFORM 3350-LEER-TASAS-I THRU 3350-LEER-TASAS-F.

       3300-VENCER-TASAS-F. EXIT.


      *---------------------------------------------------------------
       3350-LEER-TASAS-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-COLA TO TRUE
              GO TO 3350-LEER-TASAS-F
           END-IF

           EXEC SQL
              FETCH CURSORTAP INTO :TAP-NROPEND,
                                   :TAP-CONCEPTO,
                                   :TAP-SUBTIPO,
                                   :TAP-MONEDA,
                                   :TAP-VIGDESDE,
                                   :TAP-IMPORTE,
                                   :TAP-OPERALTA,
                                   :TAP-FECALTA,
                                   :WS-DIAS-ITEM
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-COLA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORTAP = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-COLA TO TRUE
           END-EVALUATE.

       3350-LEER-TASAS-F. EXIT.


      *===============================================================
      *    TBCURSAL: CAMARA SALIENTE (REVIERTE LO YA APLICADO)
      *===============================================================
       3400-COLA-SALIENTE-I.

           SET WS-NO-FIN-COLA TO TRUE
           EXEC SQL OPEN CURSORSAL END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORSAL = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3400-COLA-SALIENTE-F
           END-IF

           PERFORM 3550-LEER-SALIENTE-I THRU 3550-LEER-SALIENTE-F
           PERFORM 3500-VENCER-SALIENTE-I THRU 3500-VENCER-SALIENTE-F
              UNTIL WS-FIN-COLA

           EXEC SQL CLOSE CURSORSAL END-EXEC.

       3400-COLA-SALIENTE-F. EXIT.


      *---------------------------------------------------------------
       3500-VENCER-SALIENTE-I.

           MOVE SPACES          TO WS-REG-VENCIDO
           MOVE ORI-SUCUEN      TO VNC-SUCURSAL
           MOVE 'TBCURSAL'      TO VNC-COLA
           MOVE SAL-NROITEM     TO VNC-NUMERO
           MOVE SAL-TIPMOV      TO CLV-TRANSAC
           MOVE SAL-TIPCUEN     TO CLV-TIPCUEN
           MOVE '/'             TO CLV-BARRA
           MOVE SAL-NROCUEN     TO CLV-NROCUEN
           MOVE SAL-FECALTA     TO VNC-FECALTA
           MOVE SAL-IMPORTE     TO VNC-IMPORTE
           MOVE SAL-MONEDA      TO VNC-MONEDA
           MOVE WS-VTO-DIAS (3) TO WS-MOT-MAXIMO

      *    SI LA CONTRAPARTIDA LOCAL YA POSTEO HAY QUE PODER
      *    REVERTIRLA ANTES DE VENCER EL ITEM.
           MOVE 'S' TO WS-REVERSO-OK
           IF SAL-APLICADO IS EQUAL 'S'
              PERFORM 3510-VERIF-CUENTA-I THRU 3510-VERIF-CUENTA-F
           END-IF
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 3500-VENCER-SALIENTE-F
           END-IF
           IF WS-REVERSO-OK IS EQUAL 'N'
              ADD 1 TO WS-CANT-AVISOS
              MOVE 'A' TO VNC-ACCION
              MOVE WS-DIAS-ITEM TO VNC-DIAS
              PERFORM 7100-GRABAR-DETALLE-I
                 THRU 7100-GRABAR-DETALLE-F
              GO TO 3500-LEER-SIGUIENTE
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURSAL
                 SET ESTADO = 'X'
               WHERE NROITEM = :SAL-NROITEM
                 AND ESTADO  = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 GO TO 3500-LEER-SIGUIENTE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR UPDATE TBCURSAL = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-COLA TO TRUE
                 GO TO 3500-VENCER-SALIENTE-F
           END-EVALUATE

           IF SAL-APLICADO IS EQUAL 'S'
              PERFORM 3520-REVERTIR-I THRU 3520-REVERTIR-F
              IF RETURN-CODE IS NOT EQUAL ZEROS
                 GO TO 3500-VENCER-SALIENTE-F
              END-IF
              MOVE 'S' TO VNC-REVERSO
              ADD 1 TO WS-CANT-REVERSOS
           END-IF

           ADD 1 TO WS-VENC-SALIE
           PERFORM 7000-GRABAR-VENCIDO-I THRU 7000-GRABAR-VENCIDO-F.

       3500-LEER-SIGUIENTE.

           PERFORM 3550-LEER-SALIENTE-I THRU 3550-LEER-SALIENTE-F.

       3500-VENCER-SALIENTE-F. EXIT.


      *---- CUENTA LOCAL DEL REVERSO: DEBE EXISTIR Y EL SALDO ---------
      *---- RESULTANTE ENTRAR EN LA CAPACIDAD DE LA COLUMNA -----------
       3510-VERIF-CUENTA-I.

           EXEC SQL
              SELECT SUCUEN, SALDO
                INTO :REG-SUCUEN, :REG-SALDO
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :SAL-TIPCUEN
                 AND NROCUEN = :SAL-NROCUEN
                 FOR UPDATE OF SALDO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'N' TO WS-REVERSO-OK
                 MOVE 'CUENTA INEXISTENTE, REVERSO MANUAL'
                   TO VNC-MOTIVO-TXT
                 GO TO 3510-VERIF-CUENTA-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCTA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-COLA TO TRUE
                 GO TO 3510-VERIF-CUENTA-F
           END-EVALUATE

      *    EL ITEM 'CR' DEBITO LA CUENTA LOCAL: EL REVERSO ACREDITA
      *    ('XD'). EL ITEM 'DE' LA ACREDITO: EL REVERSO DEBITA ('XC').
           IF SAL-TIPMOV IS EQUAL 'CR'
              COMPUTE WS-SALDO-NUEVO = REG-SALDO + SAL-IMPORTE
              MOVE 'XD' TO MOV-TIPMOV
           ELSE
              COMPUTE WS-SALDO-NUEVO = REG-SALDO - SAL-IMPORTE
              MOVE 'XC' TO MOV-TIPMOV
           END-IF

           IF WS-SALDO-NUEVO IS GREATER WS-SALDO-TOPE OR
              WS-SALDO-NUEVO IS LESS (0 - WS-SALDO-TOPE)
              MOVE 'N' TO WS-REVERSO-OK
              MOVE 'REVERSO EXCEDE EL SALDO, REVERSO MANUAL'
                TO VNC-MOTIVO-TXT
           END-IF.

       3510-VERIF-CUENTA-F. EXIT.


      *---- CONTRASIENTO EN LA CUENTA LOCAL ---------------------------
       3520-REVERTIR-I.

           MOVE WS-SALDO-NUEVO       TO REG-SALDO
           MOVE WS-FECHA-PROCESO-ISO TO REG-FECSAL

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET SALDO  = :REG-SALDO,
                  FECSAL = :REG-FECSAL
              WHERE TIPCUEN = :SAL-TIPCUEN
                AND NROCUEN = :SAL-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCTA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-COLA TO TRUE
              GO TO 3520-REVERTIR-F
           END-IF

           MOVE SAL-TIPCUEN          TO MOV-TIPCUEN
           MOVE SAL-NROCUEN          TO MOV-NROCUEN
           MOVE REG-SUCUEN           TO MOV-SUCMOV
           MOVE WS-FECHA-PROCESO-ISO TO MOV-FECMOV
           MOVE SAL-IMPORTE          TO MOV-IMPORTE
           MOVE SAL-MONEDA           TO MOV-MONEDA
           MOVE 'CT'                 TO MOV-CANAL
           MOVE SAL-REFER            TO MOV-REFMOV
           MOVE 'VTO'                TO MOV-OPERADOR
           MOVE SPACES               TO MOV-HORAMOV

           EXEC SQL
              INSERT INTO KC02803.TBCURMOV
                 ( TIPCUEN, NROCUEN, SUCMOV, FECMOV, TIPMOV,
                   IMPORTE, MONEDA, CANAL, REFMOV,
                   OPERADOR, HORAMOV )
              VALUES
                 ( :MOV-TIPCUEN, :MOV-NROCUEN, :MOV-SUCMOV,
                   :MOV-FECMOV, :MOV-TIPMOV, :MOV-IMPORTE,
                   :MOV-MONEDA, :MOV-CANAL, :MOV-REFMOV,
                   :MOV-OPERADOR, :MOV-HORAMOV )
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-COLA TO TRUE
           END-IF.

       3520-REVERTIR-F. EXIT.


      *---------------------------------------------------------------
       3550-LEER-SALIENTE-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-COLA TO TRUE
              GO TO 3550-LEER-SALIENTE-F
           END-IF

           EXEC SQL
              FETCH CURSORSAL INTO :SAL-NROITEM,
                                   :SAL-TIPCUEN,
                                   :SAL-NROCUEN,
                                   :SAL-TIPMOV,
                                   :SAL-IMPORTE,
                                   :SAL-MONEDA,
                                   :SAL-REFER,
                                   :SAL-APLICADO,
                                   :SAL-FECALTA,
                                   :WS-DIAS-ITEM,
                                   :ORI-SUCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-COLA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORSAL = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-COLA TO TRUE
           END-EVALUATE.

       3550-LEER-SALIENTE-F. EXIT.


      *===============================================================
      *    RECHCAF: RECHAZOS SIN CORREGIR. LA CLAVE EMPIEZA POR LA
      *    FECHA DEL RECHAZO, ASI QUE SE LEE HASTA LA FECHA LIMITE.
      *===============================================================
       3600-COLA-RECHAZOS-I.

           SET WS-NO-FIN-COLA TO TRUE
           OPEN I-O RECHCAF
           IF FS-RECHCAF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN RECHCAF = ' FS-RECHCAF
              MOVE 9999 TO RETURN-CODE
              GO TO 3600-COLA-RECHAZOS-F
           END-IF

           PERFORM 3750-LEER-RECHAZO-I THRU 3750-LEER-RECHAZO-F
           PERFORM 3700-VENCER-RECHAZO-I THRU 3700-VENCER-RECHAZO-F
              UNTIL WS-FIN-COLA

           CLOSE RECHCAF
           IF FS-RECHCAF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE RECHCAF = ' FS-RECHCAF
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3600-COLA-RECHAZOS-F. EXIT.


      *---------------------------------------------------------------
       3700-VENCER-RECHAZO-I.

           IF RCV-ESTADO IS NOT EQUAL 'P'
              GO TO 3700-LEER-SIGUIENTE
           END-IF

           MOVE 'X' TO RCV-ESTADO
           REWRITE REG-RECHCAF
           IF FS-RECHCAF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE RECHCAF = ' FS-RECHCAF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-COLA TO TRUE
              GO TO 3700-VENCER-RECHAZO-F
           END-IF
           ADD 1 TO WS-VENC-RECHA

      *    LA NOVEDAD DE VALIDACION TRAE SU SUCURSAL; EL ALTA
      *    RECHAZADA VA A CASA CENTRAL.
           MOVE SPACES          TO WS-REG-VENCIDO
           MOVE ZEROS           TO VNC-SUCURSAL
           MOVE 'RECHCAF '      TO VNC-COLA
           MOVE RCV-SECUEN      TO VNC-NUMERO
           MOVE RCV-ORIGEN      TO CLV-ORIGEN
           MOVE RCV-MOTIVO      TO CLV-MOTIVO
           IF RCV-ORIGEN IS EQUAL 'VA'
              IF RVA-SUC IS NUMERIC
                 MOVE RVA-SUC     TO VNC-SUCURSAL
              END-IF
              MOVE RVA-TIP-DOC    TO CLV-TIPDOC
              MOVE RVA-NRO-DOC    TO CLV-NRODOC
           END-IF
           MOVE ZEROS           TO VNC-IMPORTE VNC-MONEDA
           MOVE RCV-FECHA       TO WS-FECHA-ITEM
           PERFORM 7200-DIAS-ITEM-I THRU 7200-DIAS-ITEM-F
           MOVE WS-VTO-DIAS (4) TO WS-MOT-MAXIMO
           PERFORM 7000-GRABAR-VENCIDO-I THRU 7000-GRABAR-VENCIDO-F.

       3700-LEER-SIGUIENTE.

           PERFORM 3750-LEER-RECHAZO-I THRU 3750-LEER-RECHAZO-F.

       3700-VENCER-RECHAZO-F. EXIT.


      *---------------------------------------------------------------
       3750-LEER-RECHAZO-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-COLA TO TRUE
              GO TO 3750-LEER-RECHAZO-F
           END-IF

           READ RECHCAF

           EVALUATE FS-RECHCAF
              WHEN '00'
      *          DESDE LA FECHA LIMITE EN ADELANTE NADA VENCE.
                 IF RCV-FECHA IS NOT LESS WS-LIMITE-RECHA
                    SET WS-FIN-COLA TO TRUE
                 END-IF
              WHEN '10'
                 SET WS-FIN-COLA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA RECHCAF = ' FS-RECHCAF
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-COLA TO TRUE
           END-EVALUATE.

       3750-LEER-RECHAZO-F. EXIT.


      *===============================================================
      *    COMPCAF: RETENCIONES DE CUMPLIMIENTO SIN REVISAR
      *===============================================================
       3800-COLA-CUMPLIM-I.

           SET WS-NO-FIN-COLA TO TRUE
           OPEN I-O COMPCAF
           IF FS-COMPCAF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN COMPCAF = ' FS-COMPCAF
              MOVE 9999 TO RETURN-CODE
              GO TO 3800-COLA-CUMPLIM-F
           END-IF

           PERFORM 3950-LEER-CUMPLIM-I THRU 3950-LEER-CUMPLIM-F
           PERFORM 3900-VENCER-CUMPLIM-I THRU 3900-VENCER-CUMPLIM-F
              UNTIL WS-FIN-COLA

           CLOSE COMPCAF
           IF FS-COMPCAF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE COMPCAF = ' FS-COMPCAF
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3800-COLA-CUMPLIM-F. EXIT.


      *---------------------------------------------------------------
       3900-VENCER-CUMPLIM-I.

           IF CMP-ESTADO IS NOT EQUAL 'P'
              GO TO 3900-LEER-SIGUIENTE
           END-IF

      *    RETENCION ANTERIOR A LA FECHA DE RETENCION: SE FECHA HOY.
           IF CMP-FECRET IS NOT NUMERIC OR
              CMP-FECRET IS EQUAL ZEROS
              MOVE WS-FECHA-PROCESO-AAAAMMDD TO CMP-FECRET
              PERFORM 3920-REGRABAR-I THRU 3920-REGRABAR-F
              ADD 1 TO WS-CANT-FECHADAS
              GO TO 3900-LEER-SIGUIENTE
           END-IF

           IF CMP-FECRET IS NOT LESS WS-LIMITE-CUMPL
              GO TO 3900-LEER-SIGUIENTE
           END-IF

           MOVE SPACES           TO WS-REG-VENCIDO
           MOVE 'COMPCAF '       TO VNC-COLA
           MOVE CMP-SECUEN       TO VNC-NUMERO
           MOVE CNV-TIPO-NOVEDAD TO CLV-ORIGEN
           MOVE CMP-TIPO-LISTA   TO CLV-MOTIVO
           MOVE CMP-TIPDOC       TO CLV-TIPDOC
           MOVE CMP-NRODOC       TO CLV-NRODOC
           MOVE ZEROS            TO VNC-IMPORTE VNC-MONEDA
           MOVE CMP-FECRET       TO WS-FECHA-ITEM
           PERFORM 3910-SUCURSAL-CLIENTE-I
              THRU 3910-SUCURSAL-CLIENTE-F
           IF RETURN-CODE IS EQUAL ZEROS
              PERFORM 7200-DIAS-ITEM-I THRU 7200-DIAS-ITEM-F
           END-IF
           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-COLA TO TRUE
              GO TO 3900-VENCER-CUMPLIM-F
           END-IF
           MOVE WS-VTO-DIAS (5)  TO WS-MOT-MAXIMO

      *    LA RETENCION DEL RE-FILTRO ('RS') ES REGULATORIA: NO
      *    VENCE, SE AVISA PARA QUE CUMPLIMIENTO LA RESUELVA.
           IF CNV-TIPO-NOVEDAD IS EQUAL 'RS'
              ADD 1 TO WS-CANT-AVISOS
              MOVE 'A' TO VNC-ACCION
              MOVE WS-DIAS-ITEM TO VNC-DIAS
              MOVE 'RETENCION REGULATORIA (RS), NO VENCE'
                TO VNC-MOTIVO-TXT
              PERFORM 7100-GRABAR-DETALLE-I
                 THRU 7100-GRABAR-DETALLE-F
              GO TO 3900-LEER-SIGUIENTE
           END-IF

           MOVE 'X' TO CMP-ESTADO
           PERFORM 3920-REGRABAR-I THRU 3920-REGRABAR-F
           IF RETURN-CODE IS NOT EQUAL ZEROS
              GO TO 3900-VENCER-CUMPLIM-F
           END-IF
           ADD 1 TO WS-VENC-CUMPL
           PERFORM 7000-GRABAR-VENCIDO-I THRU 7000-GRABAR-VENCIDO-F.

       3900-LEER-SIGUIENTE.

           PERFORM 3950-LEER-CUMPLIM-I THRU 3950-LEER-CUMPLIM-F.

       3900-VENCER-CUMPLIM-F. EXIT.


      *---- SUCURSAL DEL CLIENTE: LA MENOR DE SUS CUENTAS -------------
       3910-SUCURSAL-CLIENTE-I.

           MOVE ZEROS TO VNC-SUCURSAL
           IF CNV-NROCLI IS NOT NUMERIC
              GO TO 3910-SUCURSAL-CLIENTE-F
           END-IF
           MOVE CNV-NROCLI TO CLI-NROCLI

           EXEC SQL
              SELECT VALUE(MIN(A.SUCUEN), 0)
                INTO :REG-SUCUEN
                FROM KC02803.TBCURCTA A
               WHERE A.NROCLI = :CLI-NROCLI
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT SUCURSAL = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3910-SUCURSAL-CLIENTE-F
           END-IF
           MOVE REG-SUCUEN TO VNC-SUCURSAL.

       3910-SUCURSAL-CLIENTE-F. EXIT.


      *---------------------------------------------------------------
       3920-REGRABAR-I.

           REWRITE REG-COMPCAF
           IF FS-COMPCAF IS NOT EQUAL '00'
              DISPLAY '* ERROR EN REWRITE COMPCAF = ' FS-COMPCAF
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-COLA TO TRUE
           END-IF.

       3920-REGRABAR-F. EXIT.


      *---------------------------------------------------------------
       3950-LEER-CUMPLIM-I.

           IF RETURN-CODE IS NOT EQUAL ZEROS
              SET WS-FIN-COLA TO TRUE
              GO TO 3950-LEER-CUMPLIM-F
           END-IF

           READ COMPCAF

           EVALUATE FS-COMPCAF
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-COLA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA COMPCAF = ' FS-COMPCAF
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-COLA TO TRUE
           END-EVALUATE.

       3950-LEER-CUMPLIM-F. EXIT.


      *---- ITEM VENCIDO: MOTIVO CON LOS DIAS Y EL MAXIMO -------------
       7000-GRABAR-VENCIDO-I.

           MOVE 'V'           TO VNC-ACCION
           MOVE WS-DIAS-ITEM  TO VNC-DIAS WS-MOT-DIAS
           MOVE WS-MOTIVO-VTO TO VNC-MOTIVO-TXT
           PERFORM 7100-GRABAR-DETALLE-I THRU 7100-GRABAR-DETALLE-F.

       7000-GRABAR-VENCIDO-F. EXIT.


      *---------------------------------------------------------------
       7100-GRABAR-DETALLE-I.

           IF VNC-REVERSO IS NOT EQUAL 'S'
              MOVE 'N' TO VNC-REVERSO
           END-IF

           WRITE REG-VENCIDOS FROM WS-REG-VENCIDO
           IF FS-VENCIDOS IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE VENCIDOS = ' FS-VENCIDOS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-COLA TO TRUE
           END-IF.

       7100-GRABAR-DETALLE-F. EXIT.


      *---- DIAS DESDE LA FECHA AAAAMMDD DE UN ITEM VSAM --------------
       7200-DIAS-ITEM-I.

           MOVE WS-FIT-AAAA TO WS-FII-AAAA
           MOVE WS-FIT-MM   TO WS-FII-MM
           MOVE WS-FIT-DD   TO WS-FII-DD
           MOVE WS-FECHA-ITEM-ISO TO VNC-FECALTA

           EXEC SQL
              SELECT DAYS(CURRENT DATE) - DAYS(DATE(:WS-FECHA-ITEM-ISO))
                INTO :WS-DIAS-ITEM
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT DIAS = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-COLA TO TRUE
           END-IF.

       7200-DIAS-ITEM-F. EXIT.


      *---- CIERRE DE UNA COLA DB2: CONFIRMA O RETROCEDE --------------
       8000-CONFIRMAR-I.

           IF RETURN-CODE IS EQUAL ZEROS
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* COLA NO CONFIRMADA - SE RETROCEDEN SUS '
                      'VENCIMIENTOS Y REVERSOS'
           END-IF.

       8000-CONFIRMAR-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF FS-VENCIDOS IS EQUAL '00'
              CLOSE VENCIDOS
              IF FS-VENCIDOS IS NOT EQUAL '00'
                 DISPLAY '* ERROR EN CLOSE VENCIDOS = ' FS-VENCIDOS
                 MOVE 9999 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'VENCIMIENTO DE COLAS PENDIENTES - TOTALES'
           DISPLAY ' AUTORIZACIONES  TBCURPAU : ' WS-VENC-AUTOR
           DISPLAY ' TASAS           TBCURTAP : ' WS-VENC-TASAS
           DISPLAY ' CAMARA SALIENTE TBCURSAL : ' WS-VENC-SALIE
           DISPLAY '   CON REVERSO DE FONDOS  : ' WS-CANT-REVERSOS
           DISPLAY ' RECHAZOS        RECHCAF  : ' WS-VENC-RECHA
           DISPLAY ' CUMPLIMIENTO    COMPCAF  : ' WS-VENC-CUMPL
           DISPLAY ' AVISOS (SIGUEN PENDIENTES): ' WS-CANT-AVISOS
           DISPLAY ' RETENCIONES FECHADAS HOY : ' WS-CANT-FECHADAS.

       9999-FINAL-F. EXIT.
