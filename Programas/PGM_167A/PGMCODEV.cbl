       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCODEV.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCODEV                                      *
      *  DESCRIPCIÓN:                                            *
      *    CORREO DEVUELTO. CADA SUCURSAL CARGA LAS PIEZAS QUE   *
      *    EL CORREO DEVOLVIO POR LA REFERENCIA DE ENVIO QUE     *
      *    LLEVAN IMPRESA (LETRA DE LA PIEZA + NRO DE CLIENTE):  *
      *      'E' = ETIQUETA DE CORREO (PGMETIQC)                 *
      *      'X' = EXTRACTO MENSUAL (PGMEXTC2)                   *
      *      'C' = CARTA A CLIENTES (PGMCARTA)                   *
      *    CON EL MOTIVO DE LA DEVOLUCION Y LA FECHA. EL         *
      *    DOMICILIO DEL CLIENTE QUEDA OBSERVADO EN TBCURCLI     *
      *    (DOMINV 'S', FECDOMINV, MOTDOMINV) Y DESDE ESE        *
      *    MOMENTO LAS PIEZAS EN PAPEL NO SALEN AL DOMICILIO:    *
      *    SE RETIENEN EN LA SUCURSAL DEL CLIENTE. LA MARCA SE   *
      *    LIMPIA SOLA AL CAMBIAR EL DOMICILIO (PROGM39S O       *
      *    NOVEDAD 'DO' DE PGMD1CAF), QUE DEJAN EN FECDOMINV LA  *
      *    FECHA DEL CAMBIO: UNA DEVOLUCION DE FECHA ANTERIOR    *
      *    CORRESPONDE AL DOMICILIO VIEJO Y NO SE APLICA.        *
      *    UN CLIENTE YA OBSERVADO CONSERVA LA PRIMERA           *
      *    DEVOLUCION. CADA MARCA QUEDA EN EL ARCHIVO DE         *
      *    AUDITORIA (ACCION 'CDEV') Y SE CONFIRMA.              *
      *    AL FINAL EMITE POR SUCURSAL (LA MENOR SUCURSAL DE     *
      *    LAS CUENTAS DEL CLIENTE, CRITERIO DE PGMPOSCL; 0 SIN  *
      *    CUENTAS) LA LISTA DE CONTACTO DE TODOS LOS CLIENTES   *
      *    VIGENTES CON DOMICILIO OBSERVADO, UNA HOJA POR        *
      *    SUCURSAL, CON EL E-MAIL PARA UBICARLOS.               *
      *    CODIGOS DE RETORNO:                                   *
      *      0000 = OK                                           *
      *      0004 = REGISTROS RECHAZADOS (VER DDLISTA)           *
      *      9999 = ERROR DE ARCHIVOS O DB2                      *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEVUELTO ASSIGN DDDEVOL
           FILE STATUS IS FS-DEVUELTO.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

           SELECT CONTACTO ASSIGN DDCONTAC
           FILE STATUS IS FS-CONTACTO.

           SELECT AUDITORIA ASSIGN DDAUDIT
           FILE STATUS IS FS-AUDITORIA.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  DEVUELTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-DEVUELTO   PIC X(80).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       FD  CONTACTO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CONTACTO   PIC X(132).

       FD  AUDITORIA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-AUDITORIA  PIC X(106).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-DEVUELTO             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-CONTACTO             PIC XX       VALUE SPACES.
       77  FS-AUDITORIA            PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *----------- PIEZA DEVUELTA (80 BYTES)  -------------------------
      *    REFERENCIA = LA IMPRESA EN LA PIEZA ('E', 'X' O 'C' MAS
      *    EL NRO DE CLIENTE DE 7 DIGITOS). MOTIVO: DE DESCONOCIDO
      *    / MU SE MUDO / DI DIRECCION INSUFICIENTE O INEXISTENTE /
      *    RE REHUSADO / FA FALLECIDO / OT OTRO. FECHA AAAA-MM-DD
      *    DE LA DEVOLUCION (ESPACIOS = FECHA DE PROCESO).
      *    OPERADOR = QUIEN LA CARGO EN LA SUCURSAL.
       01  WS-REG-DEVUELTO.
           03  DEV-REFERENCIA.
               05  DEV-TIPREF      PIC X(01).
                   88  DEV-REF-VALIDA   VALUE 'E' 'X' 'C'.
               05  DEV-NROCLI      PIC 9(07).
           03  DEV-MOTIVO          PIC X(02).
               88  DEV-MOTIVO-VALIDO
                                   VALUE 'DE' 'MU' 'DI' 'RE' 'FA' 'OT'.
           03  DEV-FECHA           PIC X(10).
           03  DEV-OPERADOR        PIC X(03).
           03  FILLER              PIC X(57).

      *----------- CONTADORES  ----------------------------------------
       77  WS-LEIDOS-CANT          PIC 9(07)    VALUE ZEROS.
       77  WS-MARCADOS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-YA-MARCADOS-CANT     PIC 9(07)    VALUE ZEROS.
       77  WS-ANTERIORES-CANT      PIC 9(07)    VALUE ZEROS.
       77  WS-RECHAZOS-CANT        PIC 9(07)    VALUE ZEROS.
       77  WS-CUENTA-LINEAS        PIC 9(02)    VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)    VALUE ZEROS.

       77  WS-MOTIVO-RECHAZO       PIC X(60)    VALUE SPACES.

      *-----------  CORTE DE CONTROL POR SUCURSAL ---------------------
       77  WS-SUCUEN-ANT           PIC S9(4) COMP VALUE -1.
       77  WS-SUC-CLIENTES         PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-CLIENTES         PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-SUCURSALES       PIC 9(07)    VALUE ZEROS.
       77  WS-CONT-LINEAS          PIC 9(02)    VALUE ZEROS.

      *----------- FECHAS  --------------------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

       01  WS-HORA-AUD.
           03  WS-AUD-HH           PIC 99            VALUE ZEROS.
           03  WS-AUD-MI           PIC 99            VALUE ZEROS.
           03  WS-AUD-SS           PIC 99            VALUE ZEROS.

      *    LA FECHA DE AUDITORIA VIAJA COMO DD/MM/AAAA, EL FORMATO
      *    QUE GRABA LA SUITE ONLINE Y QUE ESPERAN PGMAULOD Y
      *    PGMDLTCL.
       01  WS-FECHA-AUD-DMA.
           03  WS-DMA-AUD-DD       PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '/'.
           03  WS-DMA-AUD-MM       PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '/'.
           03  FILLER              PIC 99            VALUE 20.
           03  WS-DMA-AUD-AA       PIC 99            VALUE ZEROS.

       01  WS-HORA-AUD-ISO.
           03  WS-ISO-AUD-HH       PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE ':'.
           03  WS-ISO-AUD-MI       PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE ':'.
           03  WS-ISO-AUD-SS       PIC 99            VALUE ZEROS.

      *----------- REGISTRO DE AUDITORIA (COLA AUDC, 106 BYTES) -------
       01  WS-REG-AUDITORIA.
           05 AUD-TRANSACCION      PIC X(04).
           05 AUD-OPERADOR         PIC X(03).
           05 AUD-TERMINAL         PIC X(04).
           05 AUD-ACCION           PIC X(04).
           05 AUD-TIP-DOC          PIC X(02).
           05 AUD-NRO-DOC          PIC 9(11).
           05 AUD-VALOR-ANT        PIC X(30).
           05 AUD-VALOR-NUE        PIC X(30).
           05 AUD-FECHA            PIC X(10).
           05 AUD-HORA             PIC X(08).

      *    VALOR NUEVO AUDITADO: REFERENCIA, MOTIVO Y FECHA.
       01  WS-AUD-DEVUELTO.
           03  AUD-DEV-REFER       PIC X(08).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  AUD-DEV-MOTIVO      PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  AUD-DEV-FECHA       PIC X(10).
           03  FILLER              PIC X(08)    VALUE SPACES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.

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
               'CORREO DEVUELTO - PIEZAS RECHAZADAS'.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMCODEV'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

       01  IMP-SUBTITULO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE
               'REFER.   MOT FECHA      OPE             '.
           03  FILLER              PIC X(91)    VALUE
               'MOTIVO DEL RECHAZO'.

       01  IMP-RECHAZO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-REC-REFER       PIC X(08).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-REC-MOTIVO      PIC X(02).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-REC-FECHA       PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-REC-OPERADOR    PIC X(03).
           03  FILLER              PIC X(13)    VALUE SPACES.
           03  IMP-REC-TEXTO       PIC X(60).
           03  FILLER              PIC X(31)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-TEXTO       PIC X(40).
           03  IMP-TOT-CANT        PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(82)    VALUE SPACES.

      *-----------  LISTA DE CONTACTO POR SUCURSAL --------------------
       01  IMP-CON-TITULO.
           03  FILLER              PIC X(48)    VALUE
               'CLIENTES CON DOMICILIO OBSERVADO POR SUCURSAL   '.
           03  FILLER              PIC X(08)    VALUE 'FECHA: '.
           03  IMP-CON-DD          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-CON-MM          PIC 99.
           03  FILLER              PIC X        VALUE '/'.
           03  IMP-CON-AA          PIC 99.
           03  FILLER              PIC X(60)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMCODEV'.

       01  IMP-CON-SUC.
           03  FILLER              PIC X(11)    VALUE ' SUCURSAL: '.
           03  IMP-CON-SUCUEN      PIC 99.
           03  FILLER              PIC X(52)    VALUE
               '  - CONTACTAR AL CLIENTE PARA ACTUALIZAR DOMICILIO.'.
           03  FILLER              PIC X(67)    VALUE
               ' LAS PIEZAS EN PAPEL QUEDAN RETENIDAS EN LA SUCURSAL.'.

       01  IMP-CON-COLUMNAS.
           03  FILLER              PIC X(44)    VALUE
               '  NROCLI DOCUMENTO     APELLIDO Y NOMBRE    '.
           03  FILLER              PIC X(45)    VALUE
               '          DOMICILIO OBSERVADO            DEVU'.
           03  FILLER              PIC X(43)    VALUE
               'ELTO    MO E-MAIL'.

       01  IMP-CON-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CON-NROCLI      PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CON-TIPDOC      PIC X(02).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-CON-NRODOC      PIC 9(11).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CON-NOMAPE      PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CON-DOMICILIO   PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CON-FECDEV      PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CON-MOTIVO      PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CON-EMAIL       PIC X(30).
           03  FILLER              PIC X(02)    VALUE SPACES.

       01  IMP-CON-FOOTER.
           03  FILLER              PIC X(13)    VALUE ' CLIENTES:   '.
           03  IMP-CON-FOOT-CANT   PIC ZZZZZZ9.
           03  FILLER              PIC X(112)   VALUE SPACES.

       01  IMP-CON-LEYENDA.
           03  FILLER              PIC X(44)    VALUE
               ' MO: DE DESCONOCIDO  MU SE MUDO  DI DIRECCIO'.
           03  FILLER              PIC X(44)    VALUE
               'N INSUFICIENTE  RE REHUSADO  FA FALLECIDO  O'.
           03  FILLER              PIC X(44)    VALUE
               'T OTRO                                      '.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

       77  CLI-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  CLI-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  CLI-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  CLI-DOMICILIO PIC X(30)                   VALUE SPACES.
       77  CLI-DOMINV    PIC X(1)                    VALUE SPACES.
       77  CLI-FECDOMINV PIC X(10)                   VALUE SPACES.
       77  CLI-MOTDOMINV PIC X(2)                    VALUE SPACES.
       77  WS-FECHA-FUTURA         PIC X        VALUE 'N'.

      *    VARIABLES TOMADAS DEL CURSOR DE CONTACTO.
       77  REG-SUCUEN    PIC S9(4) COMP              VALUE ZEROS.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  REG-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-DOMICILIO PIC X(30)                   VALUE SPACES.
       77  REG-EMAIL     PIC X(30)                   VALUE SPACES.
       77  REG-FECDOMINV PIC X(10)                   VALUE SPACES.
       77  REG-MOTDOMINV PIC X(2)                    VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CLIENTES VIGENTES CON DOMICILIO OBSERVADO, EN ORDEN DE
      *    SUCURSAL PARA EL CORTE.
           EXEC SQL
              DECLARE CURSORDEV CURSOR FOR
                 SELECT VALUE((SELECT MIN(A.SUCUEN)
                                 FROM KC02803.TBCURCTA A
                                WHERE A.NROCLI = C.NROCLI), 0),
                        C.NROCLI,
                        C.TIPDOC,
                        C.NRODOC,
                        C.NOMAPE,
                        VALUE(C.DOMICILIO, ' '),
                        VALUE(C.EMAIL, ' '),
                        VALUE(CHAR(C.FECDOMINV, ISO), ' '),
                        C.MOTDOMINV
                 FROM KC02803.TBCURCLI C
                 WHERE C.DOMINV  = 'S'
                   AND C.FECBAJA IS NULL
                 ORDER BY 1, 5
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
              UNTIL WS-FIN-LECTURA
           IF RETURN-CODE IS NOT EQUAL 9999
              PERFORM 5000-CONTACTOS-I THRU 5000-CONTACTOS-F
           END-IF
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE

           ACCEPT WS-FECHA FROM DATE
           ACCEPT WS-HORA-AUD FROM TIME
           MOVE WS-FECHA-AA TO IMP-TIT-AA IMP-CON-AA WS-DMA-AUD-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM IMP-CON-MM WS-DMA-AUD-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD IMP-CON-DD WS-DMA-AUD-DD
           MOVE WS-AUD-HH   TO WS-ISO-AUD-HH
           MOVE WS-AUD-MI   TO WS-ISO-AUD-MI
           MOVE WS-AUD-SS   TO WS-ISO-AUD-SS

           OPEN INPUT  DEVUELTO
           OPEN OUTPUT LISTADO
           OPEN OUTPUT CONTACTO
           OPEN EXTEND AUDITORIA
           IF FS-DEVUELTO  IS NOT EQUAL '00' OR
              FS-LISTADO   IS NOT EQUAL '00' OR
              FS-CONTACTO  IS NOT EQUAL '00' OR
              FS-AUDITORIA IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN = ' FS-DEVUELTO ' ' FS-LISTADO
                      ' ' FS-CONTACTO ' ' FS-AUDITORIA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---- UNA PIEZA DEVUELTA POR VUELTA -----------------------------
       2000-PROCESO-I.

           READ DEVUELTO INTO WS-REG-DEVUELTO

           EVALUATE FS-DEVUELTO
              WHEN '00'
                 ADD 1 TO WS-LEIDOS-CANT
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DEVUELTO = ' FS-DEVUELTO
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           MOVE SPACES TO WS-MOTIVO-RECHAZO

           PERFORM 2100-VALIDAR-I THRU 2100-VALIDAR-F

           IF WS-MOTIVO-RECHAZO IS EQUAL SPACES AND
              RETURN-CODE IS NOT EQUAL 9999
              PERFORM 2200-BUSCAR-CLIENTE-I THRU 2200-BUSCAR-CLIENTE-F
           END-IF

           IF WS-MOTIVO-RECHAZO IS EQUAL SPACES AND
              RETURN-CODE IS NOT EQUAL 9999
              PERFORM 3000-MARCAR-I THRU 3000-MARCAR-F
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           IF WS-MOTIVO-RECHAZO IS NOT EQUAL SPACES
              ADD 1 TO WS-RECHAZOS-CANT
              PERFORM 6100-IMP-RECHAZO-I THRU 6100-IMP-RECHAZO-F
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- REFERENCIA, MOTIVO, OPERADOR Y FECHA ----------------------
       2100-VALIDAR-I.

           IF NOT DEV-REF-VALIDA OR
              DEV-NROCLI IS NOT NUMERIC OR
              DEV-NROCLI IS EQUAL ZEROS
              MOVE 'REFERENCIA DE ENVIO INVALIDA' TO WS-MOTIVO-RECHAZO
              GO TO 2100-VALIDAR-F
           END-IF

           IF NOT DEV-MOTIVO-VALIDO
              MOVE 'MOTIVO DE DEVOLUCION INVALIDO' TO WS-MOTIVO-RECHAZO
              GO TO 2100-VALIDAR-F
           END-IF

           IF DEV-OPERADOR IS EQUAL SPACES
              MOVE 'FALTA EL OPERADOR QUE CARGO LA PIEZA'
                TO WS-MOTIVO-RECHAZO
              GO TO 2100-VALIDAR-F
           END-IF

      *    SIN FECHA SE TOMA LA DE PROCESO. VALIDA PARA DB2 Y NO
      *    POSTERIOR A HOY (MISMO CONTROL QUE PGMCSCAF).
           IF DEV-FECHA IS EQUAL SPACES
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :DEV-FECHA
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT CHAR(DATE(:DEV-FECHA), ISO),
                        CASE WHEN DATE(:DEV-FECHA) > CURRENT DATE
                             THEN 'S' ELSE 'N' END
                   INTO :DEV-FECHA, :WS-FECHA-FUTURA
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE 'FECHA DE DEVOLUCION INVALIDA'
                   TO WS-MOTIVO-RECHAZO
                 GO TO 2100-VALIDAR-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR VALIDANDO FECHA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 2100-VALIDAR-F
           END-EVALUATE

           IF WS-FECHA-FUTURA IS EQUAL 'S'
              MOVE 'N' TO WS-FECHA-FUTURA
              MOVE 'FECHA DE DEVOLUCION POSTERIOR A HOY'
                TO WS-MOTIVO-RECHAZO
           END-IF.

       2100-VALIDAR-F. EXIT.


      *---- CLIENTE DE LA REFERENCIA Y SITUACION DE SU DOMICILIO ------
       2200-BUSCAR-CLIENTE-I.

           MOVE DEV-NROCLI TO CLI-NROCLI

           EXEC SQL
              SELECT TIPDOC,
                     NRODOC,
                     VALUE(DOMICILIO, ' '),
                     DOMINV,
                     VALUE(CHAR(FECDOMINV, ISO), ' ')
                INTO :CLI-TIPDOC,
                     :CLI-NRODOC,
                     :CLI-DOMICILIO,
                     :CLI-DOMINV,
                     :CLI-FECDOMINV
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CLI-NROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'CLIENTE INEXISTENTE' TO WS-MOTIVO-RECHAZO
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCLI = ' WS-SQLCODE
                         ' ' DEV-REFERENCIA
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE.

       2200-BUSCAR-CLIENTE-F. EXIT.


      *---- MARCA DEL DOMICILIO OBSERVADO -----------------------------
       3000-MARCAR-I.

      *    YA OBSERVADO: SE CONSERVA LA PRIMERA DEVOLUCION.
           IF CLI-DOMINV IS EQUAL 'S'
              ADD 1 TO WS-YA-MARCADOS-CANT
              GO TO 3000-MARCAR-F
           END-IF

      *    EL DOMICILIO CAMBIO DESPUES DE ENVIADA LA PIEZA: LA
      *    DEVOLUCION ES DEL DOMICILIO VIEJO.
           IF CLI-FECDOMINV IS NOT EQUAL SPACES AND
              DEV-FECHA IS LESS CLI-FECDOMINV
              ADD 1 TO WS-ANTERIORES-CANT
              GO TO 3000-MARCAR-F
           END-IF

           MOVE DEV-MOTIVO TO CLI-MOTDOMINV

           EXEC SQL
              UPDATE KC02803.TBCURCLI
                 SET DOMINV    = 'S',
                     FECDOMINV = DATE(:DEV-FECHA),
                     MOTDOMINV = :CLI-MOTDOMINV
               WHERE NROCLI = :CLI-NROCLI
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURCLI = ' WS-SQLCODE
                      ' ' DEV-REFERENCIA
              MOVE 9999 TO RETURN-CODE
              GO TO 3000-MARCAR-F
           END-IF

           PERFORM 3100-AUDITAR-I THRU 3100-AUDITAR-F

           IF RETURN-CODE IS NOT EQUAL 9999
              ADD 1 TO WS-MARCADOS-CANT
           END-IF.

       3000-MARCAR-F. EXIT.


      *---- RASTRO EN EL ARCHIVO DE AUDITORIA (ACCION CDEV) -----------
       3100-AUDITAR-I.

           MOVE DEV-REFERENCIA    TO AUD-DEV-REFER
           MOVE DEV-MOTIVO        TO AUD-DEV-MOTIVO
           MOVE DEV-FECHA         TO AUD-DEV-FECHA

           MOVE SPACES            TO WS-REG-AUDITORIA
           MOVE 'BTCH'            TO AUD-TRANSACCION
           MOVE DEV-OPERADOR      TO AUD-OPERADOR
           MOVE 'BTCH'            TO AUD-TERMINAL
           MOVE 'CDEV'            TO AUD-ACCION
           MOVE CLI-TIPDOC        TO AUD-TIP-DOC
           MOVE CLI-NRODOC        TO AUD-NRO-DOC
           MOVE CLI-DOMICILIO     TO AUD-VALOR-ANT
           MOVE WS-AUD-DEVUELTO   TO AUD-VALOR-NUE
           MOVE WS-FECHA-AUD-DMA  TO AUD-FECHA
           MOVE WS-HORA-AUD-ISO   TO AUD-HORA

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA
           IF FS-AUDITORIA IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE AUDITORIA = ' FS-AUDITORIA
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3100-AUDITAR-F. EXIT.


      *---- LISTA DE CONTACTO POR SUCURSAL ----------------------------
       5000-CONTACTOS-I.

           EXEC SQL OPEN CURSORDEV END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-CONTACTOS-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 5100-UN-CONTACTO-I THRU 5100-UN-CONTACTO-F
              UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORDEV END-EXEC

           IF WS-SUCUEN-ANT IS EQUAL -1
              WRITE REG-CONTACTO FROM IMP-CON-TITULO AFTER PAGE
              WRITE REG-CONTACTO FROM WS-LINE AFTER 1
           END-IF
           MOVE 'CLIENTES CON DOMICILIO OBSERVADO' TO IMP-TOT-TEXTO
           MOVE WS-TOT-CLIENTES TO IMP-TOT-CANT
           WRITE REG-CONTACTO FROM IMP-TOTAL AFTER 2
           MOVE 'SUCURSALES CON CLIENTES A CONTACTAR' TO IMP-TOT-TEXTO
           MOVE WS-TOT-SUCURSALES TO IMP-TOT-CANT
           WRITE REG-CONTACTO FROM IMP-TOTAL AFTER 1
           IF FS-CONTACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CONTACTO = ' FS-CONTACTO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       5000-CONTACTOS-F. EXIT.


      *---------------------------------------------------------------
       5100-UN-CONTACTO-I.

           EXEC SQL
              FETCH CURSORDEV INTO :REG-SUCUEN,
                                   :REG-NROCLI,
                                   :REG-TIPDOC,
                                   :REG-NRODOC,
                                   :REG-NOMAPE,
                                   :REG-DOMICILIO,
                                   :REG-EMAIL,
                                   :REG-FECDOMINV,
                                   :REG-MOTDOMINV
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 IF WS-SUCUEN-ANT IS NOT EQUAL -1
                    PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
                 END-IF
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 5100-UN-CONTACTO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 5100-UN-CONTACTO-F
           END-EVALUATE

           IF REG-SUCUEN IS NOT EQUAL WS-SUCUEN-ANT
              IF WS-SUCUEN-ANT IS NOT EQUAL -1
                 PERFORM 6850-IMP-FOOTER-I THRU 6850-IMP-FOOTER-F
              END-IF
              MOVE REG-SUCUEN TO WS-SUCUEN-ANT
              ADD 1 TO WS-TOT-SUCURSALES
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
           END-IF

           IF WS-CONT-LINEAS IS GREATER 55
              PERFORM 6700-IMP-HEADER-SUC-I
                 THRU 6700-IMP-HEADER-SUC-F
           END-IF

           MOVE REG-NROCLI    TO IMP-CON-NROCLI
           MOVE REG-TIPDOC    TO IMP-CON-TIPDOC
           MOVE REG-NRODOC    TO IMP-CON-NRODOC
           MOVE REG-NOMAPE    TO IMP-CON-NOMAPE
           MOVE REG-DOMICILIO TO IMP-CON-DOMICILIO
           MOVE REG-FECDOMINV TO IMP-CON-FECDEV
           MOVE REG-MOTDOMINV TO IMP-CON-MOTIVO
           MOVE REG-EMAIL     TO IMP-CON-EMAIL
           WRITE REG-CONTACTO FROM IMP-CON-DETALLE AFTER 1
           IF FS-CONTACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CONTACTO = ' FS-CONTACTO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           ADD 1 TO WS-CONT-LINEAS
           ADD 1 TO WS-SUC-CLIENTES.

       5100-UN-CONTACTO-F. EXIT.


      *---------------------------------------------------------------
       6000-IMPRIMIR-TITULO-I.

           ADD 1 TO WS-CUENTA-PAGINA
           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           WRITE REG-SALIDA FROM IMP-TITULO    AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE       AFTER 1
           WRITE REG-SALIDA FROM IMP-SUBTITULO AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3      AFTER 1
           MOVE 4 TO WS-CUENTA-LINEAS
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6000-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6100-IMP-RECHAZO-I.

           IF WS-CUENTA-LINEAS IS GREATER 55
              PERFORM 6000-IMPRIMIR-TITULO-I THRU 6000-IMPRIMIR-TITULO-F
           END-IF

           MOVE DEV-REFERENCIA    TO IMP-REC-REFER
           MOVE DEV-MOTIVO        TO IMP-REC-MOTIVO
           MOVE DEV-FECHA         TO IMP-REC-FECHA
           MOVE DEV-OPERADOR      TO IMP-REC-OPERADOR
           MOVE WS-MOTIVO-RECHAZO TO IMP-REC-TEXTO
           WRITE REG-SALIDA FROM IMP-RECHAZO AFTER 1
           ADD 1 TO WS-CUENTA-LINEAS.

       6100-IMP-RECHAZO-F. EXIT.


      *---- UNA HOJA POR SUCURSAL (Y POR CADA 55 LINEAS) --------------
       6700-IMP-HEADER-SUC-I.

           MOVE REG-SUCUEN TO IMP-CON-SUCUEN
           WRITE REG-CONTACTO FROM IMP-CON-TITULO   AFTER PAGE
           WRITE REG-CONTACTO FROM WS-LINE          AFTER 1
           WRITE REG-CONTACTO FROM IMP-CON-SUC      AFTER 2
           WRITE REG-CONTACTO FROM IMP-CON-COLUMNAS AFTER 1
           WRITE REG-CONTACTO FROM WS-LINE3         AFTER 1
           MOVE 6 TO WS-CONT-LINEAS.

       6700-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6850-IMP-FOOTER-I.

           MOVE WS-SUC-CLIENTES TO IMP-CON-FOOT-CANT
           WRITE REG-CONTACTO FROM WS-LINE3 AFTER 1
           WRITE REG-CONTACTO FROM IMP-CON-FOOTER AFTER 1
           WRITE REG-CONTACTO FROM IMP-CON-LEYENDA AFTER 1
           IF FS-CONTACTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN WRITE CONTACTO = ' FS-CONTACTO
              MOVE 9999 TO RETURN-CODE
           END-IF

           ADD WS-SUC-CLIENTES TO WS-TOT-CLIENTES
           MOVE ZEROS TO WS-SUC-CLIENTES.

       6850-IMP-FOOTER-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL 9999
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDE EL '
                      'REGISTRO EN CURSO'
           ELSE
              IF WS-RECHAZOS-CANT IS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WS-CUENTA-PAGINA IS EQUAL ZEROS
                 PERFORM 6000-IMPRIMIR-TITULO-I
                    THRU 6000-IMPRIMIR-TITULO-F
              END-IF
              WRITE REG-SALIDA FROM WS-LINE3 AFTER 2
              MOVE 'PIEZAS DEVUELTAS LEIDAS'      TO IMP-TOT-TEXTO
              MOVE WS-LEIDOS-CANT                 TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'DOMICILIOS MARCADOS COMO OBSERVADOS'
                                                  TO IMP-TOT-TEXTO
              MOVE WS-MARCADOS-CANT               TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'DOMICILIO YA OBSERVADO'       TO IMP-TOT-TEXTO
              MOVE WS-YA-MARCADOS-CANT            TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'ANTERIORES AL CAMBIO DE DOMICILIO'
                                                  TO IMP-TOT-TEXTO
              MOVE WS-ANTERIORES-CANT             TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'REGISTROS RECHAZADOS'         TO IMP-TOT-TEXTO
              MOVE WS-RECHAZOS-CANT               TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'PIEZAS LEIDAS          : ' WS-LEIDOS-CANT
           DISPLAY 'DOMICILIOS MARCADOS    : ' WS-MARCADOS-CANT
           DISPLAY 'YA OBSERVADOS          : ' WS-YA-MARCADOS-CANT
           DISPLAY 'ANTERIORES AL CAMBIO   : ' WS-ANTERIORES-CANT
           DISPLAY 'RECHAZADOS             : ' WS-RECHAZOS-CANT
           DISPLAY 'CLIENTES A CONTACTAR   : ' WS-TOT-CLIENTES

           CLOSE DEVUELTO
           CLOSE AUDITORIA
           CLOSE CONTACTO
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' AND
              RETURN-CODE IS NOT EQUAL 9999 THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.
