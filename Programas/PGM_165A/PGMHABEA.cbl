       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMHABEA.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMHABEA                                      *
      *  DESCRIPCIÓN:                                            *
      *    SOLICITUDES DE DATOS PERSONALES (LEY DE PROTECCION    *
      *    DE DATOS), A PEDIDO DE LEGALES. CADA FICHA DE         *
      *    DDSOLIC ES UNA ACCION:                                *
      *    'A' ACCESO: REGISTRA LA SOLICITUD EN TBCURHAB Y       *
      *        EMITE EL INFORME CON TODO LO QUE SE GUARDA DE     *
      *        LA PERSONA (TIPDOC+NRODOC): PERSOCAF, TBCURCLI,   *
      *        CUENTAS COMO TITULAR O COTITULAR (TBCURCTA /      *
      *        TBCURTIT), PODERES (TBCURAPO), TARJETAS           *
      *        (TBCURTAR), RECLAMOS (TBCURREC), HISTORIA DE      *
      *        CAMBIOS (AUDITCAF), CARTAS ENVIADAS (TBCURCEN) Y  *
      *        SOLICITUDES ANTERIORES (TBCURHAB).                *
      *    'R' RECTIFICACION: REGISTRA EL PEDIDO CON SU DETALLE. *
      *        LA CORRECCION SE HACE POR LAS PANTALLAS DE        *
      *        MANTENIMIENTO DE SIEMPRE.                         *
      *    'E' ENTREGA: CIERRA UNA SOLICITUD PENDIENTE CON LA    *
      *        FECHA DE ENTREGA DEL INFORME O DE LA              *
      *        RECTIFICACION Y LO RESPONDIDO.                    *
      *    VENCIMIENTO: ACCESO = FECHA DE SOLICITUD + HABDACCE   *
      *    DIAS CORRIDOS (DEFECTO 10); RECTIFICACION = HABDRECT  *
      *    DIAS HABILES (DEFECTO 5, PGMFECAF).                   *
      *    AL FINAL SE LISTAN LAS SOLICITUDES PENDIENTES CON SU  *
      *    VENCIMIENTO.                                          *
      *    CODIGOS DE RETORNO:                                   *
      *      0000 = OK                                           *
      *      0004 = FICHAS RECHAZADAS O SOLICITUDES VENCIDAS     *
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

           SELECT SOLICIT ASSIGN DDSOLIC
           FILE STATUS IS FS-SOLICIT.

           SELECT PERSOCAF ASSIGN TO DDPERSO
           ORGANIZATION IS INDEXED
           ACCESS       IS RANDOM
           RECORD KEY   IS PER-CLAVE
           FILE STATUS  IS FS-PERSOCAF.

           SELECT AUDITCAF ASSIGN TO DDAUDK
           ORGANIZATION IS INDEXED
           ACCESS       IS DYNAMIC
           RECORD KEY   IS AUK-KEY
           FILE STATUS  IS FS-AUDITCAF.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  SOLICIT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SOLICIT    PIC X(80).

      *    EQUIVALENTE AL LAYOUT DE LA COPY CPPERSON (NO EMBEBIDA EN
      *    EL REPOSITORIO): CLAVE DE 13 (TIPDOC + NRODOC) Y REGISTRO
      *    DE 173 BYTES.
       FD  PERSOCAF.
       01  REG-PERSOCAF.
           05  PER-CLAVE.
               10  PER-TIP-DOC         PIC X(02).
               10  PER-NRO-DOC         PIC X(11).
           05  PER-CLI-NRO             PIC X(07).
           05  PER-NOMAPE              PIC X(30).
           05  PER-CLI-AAAAMMDD        PIC X(08).
           05  PER-DIRECCION           PIC X(30).
           05  PER-LOCALIDAD           PIC X(20).
           05  PER-EMAIL               PIC X(40).
           05  PER-TELEFONO            PIC X(15).
           05  PER-SEXO                PIC X(01).
           05  PER-CLASE               PIC X(01).
           05  PER-FECHA-BAJA          PIC 9(08).

      *---- AUDITORIA CONSULTABLE, CLAVE DOC+FECHA+HORA+SECUENCIA -----
       FD  AUDITCAF.
       01  REG-AUDITCAF.
           05 AUK-KEY.
              10 AUK-TIPDOC        PIC X(02).
              10 AUK-NRODOC        PIC 9(11).
              10 AUK-FECHA         PIC X(10).
              10 AUK-HORA          PIC X(08).
              10 AUK-SECUEN        PIC 9(03).
           05 AUK-TRANSACCION      PIC X(04).
           05 AUK-OPERADOR         PIC X(03).
           05 AUK-TERMINAL         PIC X(04).
           05 AUK-ACCION           PIC X(04).
           05 AUK-VALOR-ANT        PIC X(30).
           05 AUK-VALOR-NUE        PIC X(30).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-SOLICIT              PIC XX       VALUE SPACES.
       77  FS-PERSOCAF             PIC XX       VALUE SPACES.
       77  FS-AUDITCAF             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *    FIN DE CADA SECCION DEL INFORME (CURSOR O AUDITCAF).
       77  WS-STATUS-SECCION       PIC X.
           88  WS-FIN-SECCION         VALUE 'Y'.
           88  WS-NO-FIN-SECCION      VALUE 'N'.

      *----------- FICHA DE SOLICITUD (80 BYTES)  ---------------------
      *    ACCION 'A' ACCESO / 'R' RECTIFICACION: TIPDOC, NRODOC,
      *    FECHA DE SOLICITUD (ISO, BLANCO = HOY), OPERADOR Y, EN LA
      *    'R', EL DETALLE DE LO PEDIDO.
      *    ACCION 'E' ENTREGA: NROSOL, FECHA DE ENTREGA (BLANCO =
      *    HOY), OPERADOR Y LO RESPONDIDO O CORREGIDO.
       01  WS-REG-SOLICIT.
           03  SOL-ACCION          PIC X(01).
               88  SOL-ACCESO         VALUE 'A'.
               88  SOL-RECTIFICA      VALUE 'R'.
               88  SOL-ENTREGA        VALUE 'E'.
           03  SOL-TIPDOC          PIC X(02).
           03  SOL-NRODOC          PIC 9(11).
           03  SOL-FECHA           PIC X(10).
           03  SOL-OPERADOR        PIC X(03).
           03  SOL-NROSOL          PIC 9(07).
           03  SOL-TEXTO           PIC X(46).

      *----------- CONTADORES  ----------------------------------------
       77  WS-FICHAS-CANT          PIC 9(05)    VALUE ZEROS.
       77  WS-ACCESOS-CANT         PIC 9(05)    VALUE ZEROS.
       77  WS-RECTIF-CANT          PIC 9(05)    VALUE ZEROS.
       77  WS-ENTREGAS-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-RECHAZOS-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-PENDIENTES-CANT      PIC 9(05)    VALUE ZEROS.
       77  WS-VENCIDAS-CANT        PIC 9(05)    VALUE ZEROS.
       77  WS-SECCION-CANT         PIC 9(05)    VALUE ZEROS.
       77  WS-CUENTA-PAGINA        PIC 9(02)    VALUE ZEROS.

       77  WS-MOTIVO-RECHAZO       PIC X(60)    VALUE SPACES.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'HABDACCE'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

       01  WS-VALOR-NUMERICO.
           03  WS-VAL-NUMERICO      PIC 9(03).

      *    PLAZOS LEGALES: ACCESO EN DIAS CORRIDOS, RECTIFICACION EN
      *    DIAS HABILES.
       77  WS-DIAS-ACCESO  PIC S9(3)V USAGE COMP-3   VALUE 10.
       77  WS-DIAS-RECTIF          PIC 9(03)    VALUE 5.
       77  WS-DIA-IDX              PIC 9(03)    VALUE ZEROS.

      *---- RUTINA DE DIAS HABILES ------------------------------------
       77  WS-PGMFECAF             PIC X(8)     VALUE 'PGMFECAF'.

       01  LK-FECHA-HABIL.
           03  LK-FH-FECHA          PIC 9(08).
           03  LK-FH-FUNCION        PIC X(01).
           03  LK-FH-RESULT         PIC 9(08).
           03  LK-FH-HABIL          PIC X(02).

      *----------- FECHAS  --------------------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

       01  WS-FECHA-PROCESO-ISO.
           03  WS-FPI-SIGLO        PIC 99            VALUE 20.
           03  WS-FPI-AA           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-MM           PIC 99            VALUE ZEROS.
           03  FILLER              PIC X             VALUE '-'.
           03  WS-FPI-DD           PIC 99            VALUE ZEROS.

      *    FECHA DE LA FICHA (SOLICITUD O ENTREGA), YA VALIDADA.
       01  WS-FECHA-FICHA.
           03  WS-FF-AAAA          PIC 9(04).
           03  FILLER              PIC X(01).
           03  WS-FF-MM            PIC 9(02).
           03  FILLER              PIC X(01).
           03  WS-FF-DD            PIC 9(02).

       01  WS-FECHA-N.
           03  WS-FN-AAAA          PIC 9(04).
           03  WS-FN-MM            PIC 9(02).
           03  WS-FN-DD            PIC 9(02).
       01  WS-FECHA-N-R REDEFINES WS-FECHA-N PIC 9(08).

       01  WS-FECHA-VTO-ISO.
           03  WS-FV-AAAA          PIC 9(04).
           03  FILLER              PIC X(01)    VALUE '-'.
           03  WS-FV-MM            PIC 9(02).
           03  FILLER              PIC X(01)    VALUE '-'.
           03  WS-FV-DD            PIC 9(02).

      *----------- TARJETA ENMASCARADA EN EL INFORME  -----------------
       01  WS-NROTARJ-N            PIC 9(16)    VALUE ZEROS.
       01  WS-NROTARJ-R REDEFINES WS-NROTARJ-N.
           03  WS-TARJ-BIN         PIC X(06).
           03  FILLER              PIC X(06).
           03  WS-TARJ-FINAL       PIC X(04).

       77  WS-NUM-ED               PIC 9(11)    VALUE ZEROS.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.
       77  WS-BLANCO               PIC X(132)        VALUE SPACES.

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
           03  IMP-TIT-TEXTO       PIC X(40)    VALUE SPACES.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMHABEA'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

      *    CABECERA DEL INFORME DE ACCESO.
       01  IMP-PERSONA.
           03  FILLER              PIC X(11)    VALUE ' PERSONA:  '.
           03  IMP-PER-TIPDOC      PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-PER-NRODOC      PIC 9(11).
           03  FILLER              PIC X(14)    VALUE
               '   SOLICITUD: '.
           03  IMP-PER-NROSOL      PIC 9(07).
           03  FILLER              PIC X(12)    VALUE
               '   PEDIDA: '.
           03  IMP-PER-FECSOL      PIC X(10).
           03  FILLER              PIC X(11)    VALUE
               '   VENCE: '.
           03  IMP-PER-FECVTO      PIC X(10).
           03  FILLER              PIC X(43)    VALUE SPACES.

      *    TITULO DE CADA SECCION Y AVISO DE SECCION VACIA.
       01  IMP-SECCION.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SEC-TEXTO       PIC X(60).
           03  FILLER              PIC X(71)    VALUE SPACES.

      *    UN DATO POR LINEA (PERSOCAF Y TBCURCLI).
       01  IMP-DATO.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-DAT-ETIQUETA    PIC X(22).
           03  FILLER              PIC X(02)    VALUE ': '.
           03  IMP-DAT-VALOR       PIC X(60).
           03  FILLER              PIC X(45)    VALUE SPACES.

       01  IMP-CUENTA.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-CTA-ROL         PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CTA-TIPCUEN     PIC X(02).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-CTA-NROCUEN     PIC 9(10).
           03  FILLER              PIC X(06)    VALUE '  SUC '.
           03  IMP-CTA-SUCUEN      PIC 9(02).
           03  FILLER              PIC X(09)    VALUE '  MONEDA '.
           03  IMP-CTA-MONEDA      PIC 9(01).
           03  FILLER              PIC X(09)    VALUE '  ESTADO '.
           03  IMP-CTA-ESTCTA      PIC X(01).
           03  FILLER              PIC X(08)    VALUE '  SALDO '.
           03  IMP-CTA-SALDO       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(50)    VALUE SPACES.

       01  IMP-PODER.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-APO-TIPCUEN     PIC X(02).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-APO-NROCUEN     PIC 9(10).
           03  FILLER              PIC X(10)    VALUE '  ALCANCE '.
           03  IMP-APO-ALCANCE     PIC X(01).
           03  FILLER              PIC X(11)    VALUE '  VIGENCIA '.
           03  IMP-APO-VIGDESDE    PIC X(10).
           03  FILLER              PIC X(03)    VALUE ' A '.
           03  IMP-APO-VIGHASTA    PIC X(10).
           03  FILLER              PIC X(12)    VALUE '  ESCRITURA '.
           03  IMP-APO-ESCRITURA   PIC X(14).
           03  FILLER              PIC X(10)    VALUE '  ESTADO '.
           03  IMP-APO-ESTADO      PIC X(01).
           03  FILLER              PIC X(34)    VALUE SPACES.

       01  IMP-TARJETA.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'TARJETA '.
           03  IMP-TAR-BIN         PIC X(06).
           03  FILLER              PIC X(06)    VALUE '******'.
           03  IMP-TAR-FINAL       PIC X(04).
           03  FILLER              PIC X(10)    VALUE '  CUENTA '.
           03  IMP-TAR-TIPCUEN     PIC X(02).
           03  FILLER              PIC X(01)    VALUE '/'.
           03  IMP-TAR-NROCUEN     PIC 9(10).
           03  FILLER              PIC X(10)    VALUE '  ESTADO '.
           03  IMP-TAR-ESTADO      PIC X(01).
           03  FILLER              PIC X(09)    VALUE '  VENCE '.
           03  IMP-TAR-FECVTO      PIC 9(06).
           03  FILLER              PIC X(08)    VALUE '  ALTA '.
           03  IMP-TAR-FECALTA     PIC X(10).
           03  FILLER              PIC X(38)    VALUE SPACES.

       01  IMP-RECLAMO.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'RECLAMO '.
           03  IMP-REC-NRORECL     PIC 9(07).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-REC-FECALTA     PIC X(10).
           03  FILLER              PIC X(08)    VALUE '  TIPO '.
           03  IMP-REC-TIPRECL     PIC X(02).
           03  FILLER              PIC X(10)    VALUE '  ESTADO '.
           03  IMP-REC-ESTADO      PIC X(01).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-REC-TEXTO       PIC X(60).
           03  FILLER              PIC X(19)    VALUE SPACES.

       01  IMP-AUDITORIA.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-AUD-FECHA       PIC X(10).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-AUD-HORA        PIC X(08).
           03  FILLER              PIC X(06)    VALUE '  TRX '.
           03  IMP-AUD-TRANSACCION PIC X(04).
           03  FILLER              PIC X(07)    VALUE '  OPER '.
           03  IMP-AUD-OPERADOR    PIC X(03).
           03  FILLER              PIC X(09)    VALUE '  ACCION '.
           03  IMP-AUD-ACCION      PIC X(04).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-AUD-VALOR-ANT   PIC X(30).
           03  FILLER              PIC X(04)    VALUE ' -> '.
           03  IMP-AUD-VALOR-NUE   PIC X(30).
           03  FILLER              PIC X(11)    VALUE SPACES.

       01  IMP-CARTA.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-CAR-FECENVIO    PIC X(10).
           03  FILLER              PIC X(08)    VALUE '  CARTA '.
           03  IMP-CAR-TIPCARTA    PIC X(08).
           03  FILLER              PIC X(13)    VALUE
               '  REFERENCIA '.
           03  IMP-CAR-REFER       PIC X(20).
           03  FILLER              PIC X(70)    VALUE SPACES.

      *    SOLICITUDES: ANTERIORES DE LA PERSONA Y PENDIENTES.
       01  IMP-SOLICITUD.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  FILLER              PIC X(10)    VALUE 'SOLICITUD '.
           03  IMP-SOL-NROSOL      PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SOL-TIPO        PIC X(13).
           03  FILLER              PIC X(06)    VALUE '  DOC '.
           03  IMP-SOL-TIPDOC      PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SOL-NRODOC      PIC 9(11).
           03  FILLER              PIC X(09)    VALUE '  PEDIDA '.
           03  IMP-SOL-FECSOL      PIC X(10).
           03  FILLER              PIC X(08)    VALUE '  VENCE '.
           03  IMP-SOL-FECVTO      PIC X(10).
           03  FILLER              PIC X(10)    VALUE '  ENTREGA '.
           03  IMP-SOL-FECENTR     PIC X(10).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-SOL-SITUACION   PIC X(16).
           03  FILLER              PIC X(03)    VALUE SPACES.

      *    RESULTADO DE CADA FICHA.
       01  IMP-FICHA.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FIC-ACCION      PIC X(01).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FIC-TIPDOC      PIC X(02).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FIC-NRODOC      PIC X(11).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-FIC-NROSOL      PIC X(07).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-FIC-RESULTADO   PIC X(60).
           03  FILLER              PIC X(45)    VALUE SPACES.

       01  IMP-TOTAL.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-TOT-TEXTO       PIC X(40).
           03  IMP-TOT-CANT        PIC ZZZZ9.
           03  FILLER              PIC X(86)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURHAB)   ------------------
       01  DCLTBCURHAB.
           10 HAB-NROSOL        PIC S9(7)V USAGE COMP-3.
           10 HAB-TIPSOL        PIC X(1).
           10 HAB-TIPDOC        PIC X(2).
           10 HAB-NRODOC        PIC S9(11)V USAGE COMP-3.
           10 HAB-NROCLI        PIC S9(7)V USAGE COMP-3.
           10 HAB-FECSOL        PIC X(10).
           10 HAB-FECVTO        PIC X(10).
           10 HAB-ESTADO        PIC X(1).
           10 HAB-DETALLE       PIC X(46).
           10 HAB-OPERALTA      PIC X(3).
           10 HAB-FECENTR       PIC X(10).
           10 HAB-OPERENT       PIC X(3).
           10 HAB-RESOLUC       PIC X(46).

      *-----------   HOST VARIABLES DB2 (TBCURCLI)   ------------------
       01  DCLTBCURCLI.
           10 CLI-NROCLI        PIC S9(7)V USAGE COMP-3.
           10 CLI-NOMAPE        PIC X(30).
           10 CLI-FECNAC        PIC X(10).
           10 CLI-SEXO          PIC X(1).
           10 CLI-DOMICILIO     PIC X(30).
           10 CLI-CIUDAD        PIC X(30).
           10 CLI-CODPOSTAL     PIC X(8).
           10 CLI-NACIONALIDAD  PIC X(30).
           10 CLI-FECALTA       PIC X(10).
           10 CLI-FECBAJA       PIC X(10).
           10 CLI-ESTCIVIL      PIC X(2).
           10 CLI-EMAIL         PIC X(30).
           10 CLI-CLASE         PIC X(1).
           10 CLI-FECFALL       PIC X(10).
           10 CLI-SEGMENTO      PIC X(1).
           10 CLI-PREFENV       PIC X(1).
           10 CLI-CONDFISC      PIC X(1).
           10 CLI-NIVRIESGO     PIC X(1).
           10 CLI-FECRIESGO     PIC X(10).
           10 CLI-PROXREV       PIC X(10).

      *-----------   HOST VARIABLES DB2 (RESTO DE LAS TABLAS)   -------
       77  REG-ROL       PIC X(10)                   VALUE SPACES.
       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-NROCUEN   PIC S9(10)V USAGE COMP-3    VALUE ZEROES.
       77  REG-SUCUEN    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-ESTADO    PIC X(1)                    VALUE SPACES.
       77  REG-SALDO     PIC S9(11)V99 USAGE COMP-3  VALUE ZEROES.
       77  REG-ALCANCE   PIC X(1)                    VALUE SPACES.
       77  REG-VIGDESDE  PIC X(10)                   VALUE SPACES.
       77  REG-VIGHASTA  PIC X(10)                   VALUE SPACES.
       77  REG-ESCRITURA PIC X(14)                   VALUE SPACES.
       77  REG-NROTARJ   PIC S9(16)V USAGE COMP-3    VALUE ZEROES.
       77  REG-TARVTO    PIC S9(6)V USAGE COMP-3     VALUE ZEROES.
       77  REG-FECHA     PIC X(10)                   VALUE SPACES.
       77  REG-NRORECL   PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPRECL   PIC X(2)                    VALUE SPACES.
       77  REG-TEXTO     PIC X(60)                   VALUE SPACES.
       77  REG-TIPCARTA  PIC X(8)                    VALUE SPACES.
       77  REG-REFER     PIC X(20)                   VALUE SPACES.

       77  WS-FECHA-SOL  PIC X(10)                   VALUE SPACES.
       77  WS-FECHA-HOY  PIC X(10)                   VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CUENTAS DE LA PERSONA: EL NROCLI DE TBCURCTA ES EL TITULAR
      *    Y TBCURTIT LLEVA LOS COTITULARES.
           EXEC SQL
              DECLARE CURSORCTA CURSOR FOR
                 SELECT 'TITULAR   ', C.TIPCUEN, C.NROCUEN, C.SUCUEN,
                        C.MONEDA, C.ESTCTA, C.SALDO
                 FROM KC02803.TBCURCTA C
                 WHERE C.NROCLI = :HAB-NROCLI
                 UNION ALL
                 SELECT 'COTITULAR ', C.TIPCUEN, C.NROCUEN, C.SUCUEN,
                        C.MONEDA, C.ESTCTA, C.SALDO
                 FROM KC02803.TBCURTIT T,
                      KC02803.TBCURCTA C
                 WHERE T.NROCLI  = :HAB-NROCLI
                   AND C.TIPCUEN = T.TIPCUEN
                   AND C.NROCUEN = T.NROCUEN
                 ORDER BY 2, 3
           END-EXEC.

           EXEC SQL
              DECLARE CURSORAPO CURSOR FOR
                 SELECT TIPCUEN, NROCUEN, ALCANCE,
                        CHAR(VIGDESDE, ISO), CHAR(VIGHASTA, ISO),
                        ESCRITURA, ESTADO
                 FROM KC02803.TBCURAPO
                 WHERE TIPDOC = :HAB-TIPDOC
                   AND NRODOC = :HAB-NRODOC
                 ORDER BY TIPCUEN, NROCUEN
           END-EXEC.

           EXEC SQL
              DECLARE CURSORTAR CURSOR FOR
                 SELECT NROTARJ, TIPCUEN, NROCUEN, ESTADO, FECVTO,
                        CHAR(FECALTA, ISO)
                 FROM KC02803.TBCURTAR
                 WHERE TIPDOC = :HAB-TIPDOC
                   AND NRODOC = :HAB-NRODOC
                 ORDER BY FECALTA
           END-EXEC.

           EXEC SQL
              DECLARE CURSORREC CURSOR FOR
                 SELECT NRORECL, CHAR(FECALTA, ISO), TIPRECL,
                        ESTADO, TEXTO
                 FROM KC02803.TBCURREC
                 WHERE TIPDOC = :HAB-TIPDOC
                   AND NRODOC = :HAB-NRODOC
                 ORDER BY NRORECL
           END-EXEC.

           EXEC SQL
              DECLARE CURSORCEN CURSOR FOR
                 SELECT CHAR(FECENVIO, ISO), TIPCARTA, REFER
                 FROM KC02803.TBCURCEN
                 WHERE NROCLI = :HAB-NROCLI
                 ORDER BY FECENVIO, TIPCARTA
           END-EXEC.

      *    SOLICITUDES ANTERIORES DE LA MISMA PERSONA.
           EXEC SQL
              DECLARE CURSORANT CURSOR FOR
                 SELECT NROSOL, TIPSOL, TIPDOC, NRODOC,
                        CHAR(FECSOL, ISO), CHAR(FECVTO, ISO),
                        VALUE(CHAR(FECENTR, ISO), ' '), ESTADO
                 FROM KC02803.TBCURHAB
                 WHERE TIPDOC  = :HAB-TIPDOC
                   AND NRODOC  = :HAB-NRODOC
                   AND NROSOL <> :HAB-NROSOL
                 ORDER BY NROSOL
           END-EXEC.

      *    REGISTRO DE SOLICITUDES PENDIENTES, LAS MAS URGENTES PRIMERO.
           EXEC SQL
              DECLARE CURSORPEN CURSOR FOR
                 SELECT NROSOL, TIPSOL, TIPDOC, NRODOC,
                        CHAR(FECSOL, ISO), CHAR(FECVTO, ISO),
                        ' ', ESTADO
                 FROM KC02803.TBCURHAB
                 WHERE ESTADO = 'P'
                 ORDER BY FECVTO, NROSOL
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
              UNTIL WS-FIN-LECTURA
           PERFORM 8000-PENDIENTES-I THRU 8000-PENDIENTES-F
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE

           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA WS-FPI-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM WS-FPI-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD WS-FPI-DD
           MOVE WS-FECHA-PROCESO-ISO TO WS-FECHA-HOY

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR    TO WS-VALOR-NUMERICO
                 MOVE WS-VAL-NUMERICO TO WS-DIAS-ACCESO
              WHEN 'NE'
                 DISPLAY '* SIN HABDACCE EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE

           MOVE 'HABDRECT' TO LK-PAR-CODIGO
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR    TO WS-VALOR-NUMERICO
                 MOVE WS-VAL-NUMERICO TO WS-DIAS-RECTIF
              WHEN 'NE'
                 DISPLAY '* SIN HABDRECT EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
           END-EVALUATE

           OPEN INPUT  SOLICIT
                       PERSOCAF
                       AUDITCAF
           OPEN OUTPUT LISTADO
           IF FS-SOLICIT  IS NOT EQUAL '00' OR
              FS-PERSOCAF IS NOT EQUAL '00' OR
              FS-AUDITCAF IS NOT EQUAL '00' OR
              FS-LISTADO  IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN = ' FS-SOLICIT ' ' FS-PERSOCAF
                      ' ' FS-AUDITCAF ' ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE 'SOLICITUDES DE DATOS PERSONALES' TO IMP-TIT-TEXTO
           PERFORM 6000-IMPRIMIR-TITULO-I THRU 6000-IMPRIMIR-TITULO-F
           MOVE 'FICHAS PROCESADAS' TO IMP-SEC-TEXTO
           WRITE REG-SALIDA FROM IMP-SECCION AFTER 1.

       1000-INICIO-F. EXIT.


      *---- UNA FICHA POR VUELTA -------------------------------------
       2000-PROCESO-I.

           READ SOLICIT INTO WS-REG-SOLICIT

           EVALUATE FS-SOLICIT
              WHEN '00'
                 ADD 1 TO WS-FICHAS-CANT
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA SOLICIT = ' FS-SOLICIT
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           MOVE SPACES          TO WS-MOTIVO-RECHAZO
           MOVE SOL-ACCION      TO IMP-FIC-ACCION
           MOVE SOL-TIPDOC      TO IMP-FIC-TIPDOC
           MOVE SOL-NRODOC      TO IMP-FIC-NRODOC
           MOVE SOL-NROSOL      TO IMP-FIC-NROSOL

           PERFORM 2100-VALIDAR-FICHA-I THRU 2100-VALIDAR-FICHA-F

           IF WS-MOTIVO-RECHAZO IS EQUAL SPACES AND
              RETURN-CODE IS NOT EQUAL 9999
              EVALUATE TRUE
                 WHEN SOL-ACCESO
                    PERFORM 3000-ACCESO-I    THRU 3000-ACCESO-F
                 WHEN SOL-RECTIFICA
                    PERFORM 4000-RECTIFICA-I THRU 4000-RECTIFICA-F
                 WHEN SOL-ENTREGA
                    PERFORM 5000-ENTREGA-I   THRU 5000-ENTREGA-F
              END-EVALUATE
           END-IF

           IF RETURN-CODE IS EQUAL 9999
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2000-PROCESO-F
           END-IF

           IF WS-MOTIVO-RECHAZO IS NOT EQUAL SPACES
              ADD 1 TO WS-RECHAZOS-CANT
              MOVE WS-MOTIVO-RECHAZO TO IMP-FIC-RESULTADO
              WRITE REG-SALIDA FROM IMP-FICHA AFTER 1
           ELSE
      *       CADA FICHA CUMPLIDA QUEDA CONFIRMADA: EL REGISTRO DE
      *       SOLICITUDES ES LA PRUEBA DEL PLAZO LEGAL.
              EXEC SQL COMMIT END-EXEC
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- ACCION CONOCIDA, DOCUMENTO/NUMERO, OPERADOR Y FECHA -------
       2100-VALIDAR-FICHA-I.

           IF NOT SOL-ACCESO AND NOT SOL-RECTIFICA AND NOT SOL-ENTREGA
              MOVE 'ACCION INVALIDA (A / R / E)' TO WS-MOTIVO-RECHAZO
              GO TO 2100-VALIDAR-FICHA-F
           END-IF

           IF SOL-ENTREGA
              IF SOL-NROSOL IS NOT NUMERIC OR SOL-NROSOL IS EQUAL ZEROS
                 MOVE 'NUMERO DE SOLICITUD INVALIDO'
                   TO WS-MOTIVO-RECHAZO
                 GO TO 2100-VALIDAR-FICHA-F
              END-IF
           ELSE
              IF SOL-TIPDOC IS EQUAL SPACES OR
                 SOL-NRODOC IS NOT NUMERIC OR
                 SOL-NRODOC IS EQUAL ZEROS
                 MOVE 'DOCUMENTO INVALIDO' TO WS-MOTIVO-RECHAZO
                 GO TO 2100-VALIDAR-FICHA-F
              END-IF
           END-IF

           IF SOL-RECTIFICA AND SOL-TEXTO IS EQUAL SPACES
              MOVE 'FALTA EL DETALLE DE LO QUE SE PIDE RECTIFICAR'
                TO WS-MOTIVO-RECHAZO
              GO TO 2100-VALIDAR-FICHA-F
           END-IF

           IF SOL-OPERADOR IS EQUAL SPACES
              MOVE 'FALTA EL OPERADOR' TO WS-MOTIVO-RECHAZO
              GO TO 2100-VALIDAR-FICHA-F
           END-IF

           IF SOL-FECHA IS EQUAL SPACES
              MOVE WS-FECHA-HOY TO WS-FECHA-SOL
           ELSE
              MOVE SOL-FECHA TO WS-FECHA-SOL
           END-IF

      *    FECHA VALIDA PARA DB2 Y NO FUTURA.
           EXEC SQL
              SELECT CHAR(DATE(:WS-FECHA-SOL), ISO)
                INTO :WS-FECHA-SOL
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE 'FECHA INVALIDA (AAAA-MM-DD)' TO WS-MOTIVO-RECHAZO
              GO TO 2100-VALIDAR-FICHA-F
           END-IF
           IF WS-FECHA-SOL IS GREATER WS-FECHA-HOY
              MOVE 'FECHA POSTERIOR A HOY' TO WS-MOTIVO-RECHAZO
           END-IF.

       2100-VALIDAR-FICHA-F. EXIT.


      *---- ALTA DE LA SOLICITUD EN TBCURHAB (ACCESO O RECTIF.) -------
       2200-REGISTRAR-I.

           MOVE SOL-TIPDOC      TO HAB-TIPDOC
           MOVE SOL-NRODOC      TO HAB-NRODOC
           MOVE SOL-ACCION      TO HAB-TIPSOL
           MOVE WS-FECHA-SOL    TO HAB-FECSOL
           MOVE 'P'             TO HAB-ESTADO
           MOVE SOL-OPERADOR    TO HAB-OPERALTA
           IF SOL-RECTIFICA
              MOVE SOL-TEXTO    TO HAB-DETALLE
           ELSE
              MOVE SPACES       TO HAB-DETALLE
           END-IF

      *    LA PERSONA PUEDE NO SER CLIENTE (SOLO APODERADO, PORTADOR
      *    O RECLAMANTE): NROCLI QUEDA EN CERO.
           EXEC SQL
              SELECT NROCLI
                INTO :HAB-NROCLI
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :HAB-TIPDOC
                 AND NRODOC = :HAB-NRODOC
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE ZEROS TO HAB-NROCLI
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCLI = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 2200-REGISTRAR-F
           END-EVALUATE

           IF SOL-ACCESO
              EXEC SQL
                 SELECT CHAR(DATE(:HAB-FECSOL) + :WS-DIAS-ACCESO DAYS,
                             ISO)
                   INTO :HAB-FECVTO
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE IS NOT EQUAL ZEROS
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR VENCIMIENTO = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 2200-REGISTRAR-F
              END-IF
           ELSE
              PERFORM 2300-VTO-HABILES-I THRU 2300-VTO-HABILES-F
           END-IF

           EXEC SQL
              SELECT VALUE(MAX(NROSOL), 0) + 1
                INTO :HAB-NROSOL
                FROM KC02803.TBCURHAB
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR NUMERO DE SOLICITUD = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2200-REGISTRAR-F
           END-IF

           EXEC SQL
              INSERT INTO KC02803.TBCURHAB
                     (NROSOL, TIPSOL, TIPDOC, NRODOC, NROCLI,
                      FECSOL, FECVTO, ESTADO, DETALLE, OPERALTA)
              VALUES (:HAB-NROSOL, :HAB-TIPSOL, :HAB-TIPDOC,
                      :HAB-NRODOC, :HAB-NROCLI, :HAB-FECSOL,
                      :HAB-FECVTO, :HAB-ESTADO, :HAB-DETALLE,
                      :HAB-OPERALTA)
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURHAB = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2200-REGISTRAR-F
           END-IF

           MOVE HAB-NROSOL TO WS-NUM-ED
           MOVE WS-NUM-ED (5:7) TO IMP-FIC-NROSOL
           MOVE SPACES TO IMP-FIC-RESULTADO
           IF SOL-ACCESO
              STRING 'ACCESO REGISTRADO, VENCE ' DELIMITED BY SIZE
                     HAB-FECVTO                  DELIMITED BY SIZE
                     ' - INFORME EMITIDO'        DELIMITED BY SIZE
                INTO IMP-FIC-RESULTADO
           ELSE
              STRING 'RECTIFICACION REGISTRADA, VENCE '
                                                 DELIMITED BY SIZE
                     HAB-FECVTO                  DELIMITED BY SIZE
                INTO IMP-FIC-RESULTADO
           END-IF
           WRITE REG-SALIDA FROM IMP-FICHA AFTER 1.

       2200-REGISTRAR-F. EXIT.


      *---- RECTIFICACION: N DIAS HABILES DESDE LA SOLICITUD ----------
       2300-VTO-HABILES-I.

           MOVE HAB-FECSOL TO WS-FECHA-FICHA
           MOVE WS-FF-AAAA TO WS-FN-AAAA
           MOVE WS-FF-MM   TO WS-FN-MM
           MOVE WS-FF-DD   TO WS-FN-DD

           MOVE 'S' TO LK-FH-FUNCION
           PERFORM 2310-SIGUIENTE-HABIL-I THRU 2310-SIGUIENTE-HABIL-F
              VARYING WS-DIA-IDX FROM 1 BY 1
                UNTIL WS-DIA-IDX IS GREATER WS-DIAS-RECTIF

           MOVE WS-FN-AAAA TO WS-FV-AAAA
           MOVE WS-FN-MM   TO WS-FV-MM
           MOVE WS-FN-DD   TO WS-FV-DD
           MOVE WS-FECHA-VTO-ISO TO HAB-FECVTO.

       2300-VTO-HABILES-F. EXIT.


      *---------------------------------------------------------------
       2310-SIGUIENTE-HABIL-I.

           MOVE WS-FECHA-N-R TO LK-FH-FECHA
           CALL WS-PGMFECAF USING LK-FECHA-HABIL
           MOVE LK-FH-RESULT TO WS-FECHA-N-R.

       2310-SIGUIENTE-HABIL-F. EXIT.


      *---- ACCESO: REGISTRO E INFORME COMPLETO DE LA PERSONA ---------
       3000-ACCESO-I.

           PERFORM 2200-REGISTRAR-I THRU 2200-REGISTRAR-F
           IF RETURN-CODE IS EQUAL 9999
              GO TO 3000-ACCESO-F
           END-IF
           ADD 1 TO WS-ACCESOS-CANT

           MOVE 'INFORME DE DATOS PERSONALES' TO IMP-TIT-TEXTO
           PERFORM 6000-IMPRIMIR-TITULO-I THRU 6000-IMPRIMIR-TITULO-F
           MOVE HAB-TIPDOC  TO IMP-PER-TIPDOC
           MOVE SOL-NRODOC  TO IMP-PER-NRODOC
           MOVE HAB-NROSOL  TO IMP-PER-NROSOL
           MOVE HAB-FECSOL  TO IMP-PER-FECSOL
           MOVE HAB-FECVTO  TO IMP-PER-FECVTO
           WRITE REG-SALIDA FROM IMP-PERSONA AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3    AFTER 1

           PERFORM 3100-PERSOCAF-I  THRU 3100-PERSOCAF-F
           PERFORM 3200-CLIENTE-I   THRU 3200-CLIENTE-F
           PERFORM 3300-CUENTAS-I   THRU 3300-CUENTAS-F
           PERFORM 3400-PODERES-I   THRU 3400-PODERES-F
           PERFORM 3500-TARJETAS-I  THRU 3500-TARJETAS-F
           PERFORM 3600-RECLAMOS-I  THRU 3600-RECLAMOS-F
           PERFORM 3700-AUDITORIA-I THRU 3700-AUDITORIA-F
           PERFORM 3800-CARTAS-I    THRU 3800-CARTAS-F
           PERFORM 3900-ANTERIORES-I THRU 3900-ANTERIORES-F

           WRITE REG-SALIDA FROM WS-LINE AFTER 2
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF

      *    LA PAGINA DE FICHAS SIGUE EN UNA HOJA NUEVA.
           MOVE 'SOLICITUDES DE DATOS PERSONALES' TO IMP-TIT-TEXTO
           PERFORM 6000-IMPRIMIR-TITULO-I THRU 6000-IMPRIMIR-TITULO-F
           MOVE 'FICHAS PROCESADAS (CONTINUACION)' TO IMP-SEC-TEXTO
           WRITE REG-SALIDA FROM IMP-SECCION AFTER 1.

       3000-ACCESO-F. EXIT.


      *---------------------------------------------------------------
       3100-PERSOCAF-I.

           MOVE 'PADRON DE PERSONAS (PERSOCAF)' TO IMP-SEC-TEXTO
           PERFORM 6100-IMP-SECCION-I THRU 6100-IMP-SECCION-F

           MOVE HAB-TIPDOC TO PER-TIP-DOC
           MOVE SOL-NRODOC TO PER-NRO-DOC
           READ PERSOCAF

           EVALUATE FS-PERSOCAF
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
                 GO TO 3100-PERSOCAF-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PERSOCAF = ' FS-PERSOCAF
                 MOVE 9999 TO RETURN-CODE
                 GO TO 3100-PERSOCAF-F
           END-EVALUATE

           MOVE 'NUMERO DE CLIENTE' TO IMP-DAT-ETIQUETA
           MOVE PER-CLI-NRO         TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'NOMBRE Y APELLIDO' TO IMP-DAT-ETIQUETA
           MOVE PER-NOMAPE          TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'FECHA (AAAAMMDD)'  TO IMP-DAT-ETIQUETA
           MOVE PER-CLI-AAAAMMDD    TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'DIRECCION'         TO IMP-DAT-ETIQUETA
           MOVE PER-DIRECCION       TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'LOCALIDAD'         TO IMP-DAT-ETIQUETA
           MOVE PER-LOCALIDAD       TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'E-MAIL'            TO IMP-DAT-ETIQUETA
           MOVE PER-EMAIL           TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'TELEFONO'          TO IMP-DAT-ETIQUETA
           MOVE PER-TELEFONO        TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'SEXO'              TO IMP-DAT-ETIQUETA
           MOVE PER-SEXO            TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'CLASE DE PERSONA'  TO IMP-DAT-ETIQUETA
           MOVE PER-CLASE           TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'FECHA DE BAJA'     TO IMP-DAT-ETIQUETA
           MOVE PER-FECHA-BAJA      TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F.

       3100-PERSOCAF-F. EXIT.


      *---------------------------------------------------------------
       3200-CLIENTE-I.

           MOVE 'DATOS DE CLIENTE (TBCURCLI)' TO IMP-SEC-TEXTO
           PERFORM 6100-IMP-SECCION-I THRU 6100-IMP-SECCION-F

           IF HAB-NROCLI IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
              GO TO 3200-CLIENTE-F
           END-IF

           EXEC SQL
              SELECT NROCLI, NOMAPE, CHAR(FECNAC, ISO), SEXO,
                     VALUE(DOMICILIO, ' '), VALUE(CIUDAD, ' '),
                     VALUE(CODPOSTAL, ' '), VALUE(NACIONALIDAD, ' '),
                     VALUE(CHAR(FECALTA, ISO), ' '),
                     VALUE(CHAR(FECBAJA, ISO), ' '),
                     VALUE(ESTCIVIL, ' '), VALUE(EMAIL, ' '),
                     CLASE, VALUE(CHAR(FECFALL, ISO), ' '),
                     SEGMENTO, PREFENV, CONDFISC, NIVRIESGO,
                     VALUE(CHAR(FECRIESGO, ISO), ' '),
                     VALUE(CHAR(PROXREV, ISO), ' ')
                INTO :CLI-NROCLI, :CLI-NOMAPE, :CLI-FECNAC,
                     :CLI-SEXO, :CLI-DOMICILIO, :CLI-CIUDAD,
                     :CLI-CODPOSTAL, :CLI-NACIONALIDAD,
                     :CLI-FECALTA, :CLI-FECBAJA, :CLI-ESTCIVIL,
                     :CLI-EMAIL, :CLI-CLASE, :CLI-FECFALL,
                     :CLI-SEGMENTO, :CLI-PREFENV, :CLI-CONDFISC,
                     :CLI-NIVRIESGO, :CLI-FECRIESGO, :CLI-PROXREV
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :HAB-TIPDOC
                 AND NRODOC = :HAB-NRODOC
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURCLI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3200-CLIENTE-F
           END-IF

           MOVE 'NUMERO DE CLIENTE'  TO IMP-DAT-ETIQUETA
           MOVE CLI-NROCLI           TO WS-NUM-ED
           MOVE WS-NUM-ED (5:7)      TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'NOMBRE Y APELLIDO'  TO IMP-DAT-ETIQUETA
           MOVE CLI-NOMAPE           TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'FECHA DE NACIMIENTO' TO IMP-DAT-ETIQUETA
           MOVE CLI-FECNAC           TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'SEXO'               TO IMP-DAT-ETIQUETA
           MOVE CLI-SEXO             TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'DOMICILIO'          TO IMP-DAT-ETIQUETA
           MOVE CLI-DOMICILIO        TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'CIUDAD'             TO IMP-DAT-ETIQUETA
           MOVE CLI-CIUDAD           TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'CODIGO POSTAL'      TO IMP-DAT-ETIQUETA
           MOVE CLI-CODPOSTAL        TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'NACIONALIDAD'       TO IMP-DAT-ETIQUETA
           MOVE CLI-NACIONALIDAD     TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'FECHA DE ALTA'      TO IMP-DAT-ETIQUETA
           MOVE CLI-FECALTA          TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'FECHA DE BAJA'      TO IMP-DAT-ETIQUETA
           MOVE CLI-FECBAJA          TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'ESTADO CIVIL'       TO IMP-DAT-ETIQUETA
           MOVE CLI-ESTCIVIL         TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'E-MAIL'             TO IMP-DAT-ETIQUETA
           MOVE CLI-EMAIL            TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'CLASE DE PERSONA'   TO IMP-DAT-ETIQUETA
           MOVE CLI-CLASE            TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'FECHA DE FALLECIMIENTO' TO IMP-DAT-ETIQUETA
           MOVE CLI-FECFALL          TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'SEGMENTO'           TO IMP-DAT-ETIQUETA
           MOVE CLI-SEGMENTO         TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'PREFERENCIA DE ENVIO' TO IMP-DAT-ETIQUETA
           MOVE CLI-PREFENV          TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'CONDICION FISCAL'   TO IMP-DAT-ETIQUETA
           MOVE CLI-CONDFISC         TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'NIVEL DE RIESGO'    TO IMP-DAT-ETIQUETA
           MOVE CLI-NIVRIESGO        TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'FECHA DE RIESGO'    TO IMP-DAT-ETIQUETA
           MOVE CLI-FECRIESGO        TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F
           MOVE 'PROXIMA REVISION'   TO IMP-DAT-ETIQUETA
           MOVE CLI-PROXREV          TO IMP-DAT-VALOR
           PERFORM 6200-IMP-DATO-I THRU 6200-IMP-DATO-F.

       3200-CLIENTE-F. EXIT.


      *---------------------------------------------------------------
       3300-CUENTAS-I.

           MOVE 'CUENTAS COMO TITULAR O COTITULAR' TO IMP-SEC-TEXTO
           PERFORM 6100-IMP-SECCION-I THRU 6100-IMP-SECCION-F
           MOVE ZEROS TO WS-SECCION-CANT

           IF HAB-NROCLI IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
              GO TO 3300-CUENTAS-F
           END-IF

           EXEC SQL OPEN CURSORCTA END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORCTA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3300-CUENTAS-F
           END-IF

           SET WS-NO-FIN-SECCION TO TRUE
           PERFORM 3310-FETCH-CTA-I THRU 3310-FETCH-CTA-F
              UNTIL WS-FIN-SECCION

           EXEC SQL CLOSE CURSORCTA END-EXEC

           IF WS-SECCION-CANT IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
           END-IF.

       3300-CUENTAS-F. EXIT.


      *---------------------------------------------------------------
       3310-FETCH-CTA-I.

           EXEC SQL
              FETCH CURSORCTA INTO :REG-ROL,
                                   :REG-TIPCUEN,
                                   :REG-NROCUEN,
                                   :REG-SUCUEN,
                                   :REG-MONEDA,
                                   :REG-ESTADO,
                                   :REG-SALDO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-SECCION-CANT
                 MOVE REG-ROL     TO IMP-CTA-ROL
                 MOVE REG-TIPCUEN TO IMP-CTA-TIPCUEN
                 MOVE REG-NROCUEN TO IMP-CTA-NROCUEN
                 MOVE REG-SUCUEN  TO IMP-CTA-SUCUEN
                 MOVE REG-MONEDA  TO IMP-CTA-MONEDA
                 MOVE REG-ESTADO  TO IMP-CTA-ESTCTA
                 MOVE REG-SALDO   TO IMP-CTA-SALDO
                 WRITE REG-SALIDA FROM IMP-CUENTA AFTER 1
              WHEN NOT-FOUND
                 SET WS-FIN-SECCION TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORCTA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-SECCION TO TRUE
           END-EVALUATE.

       3310-FETCH-CTA-F. EXIT.


      *---------------------------------------------------------------
       3400-PODERES-I.

           MOVE 'CUENTAS DE TERCEROS COMO APODERADO (TBCURAPO)'
             TO IMP-SEC-TEXTO
           PERFORM 6100-IMP-SECCION-I THRU 6100-IMP-SECCION-F
           MOVE ZEROS TO WS-SECCION-CANT

           EXEC SQL OPEN CURSORAPO END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORAPO = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3400-PODERES-F
           END-IF

           SET WS-NO-FIN-SECCION TO TRUE
           PERFORM 3410-FETCH-APO-I THRU 3410-FETCH-APO-F
              UNTIL WS-FIN-SECCION

           EXEC SQL CLOSE CURSORAPO END-EXEC

           IF WS-SECCION-CANT IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
           END-IF.

       3400-PODERES-F. EXIT.


      *---------------------------------------------------------------
       3410-FETCH-APO-I.

           EXEC SQL
              FETCH CURSORAPO INTO :REG-TIPCUEN,
                                   :REG-NROCUEN,
                                   :REG-ALCANCE,
                                   :REG-VIGDESDE,
                                   :REG-VIGHASTA,
                                   :REG-ESCRITURA,
                                   :REG-ESTADO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-SECCION-CANT
                 MOVE REG-TIPCUEN   TO IMP-APO-TIPCUEN
                 MOVE REG-NROCUEN   TO IMP-APO-NROCUEN
                 MOVE REG-ALCANCE   TO IMP-APO-ALCANCE
                 MOVE REG-VIGDESDE  TO IMP-APO-VIGDESDE
                 MOVE REG-VIGHASTA  TO IMP-APO-VIGHASTA
                 MOVE REG-ESCRITURA TO IMP-APO-ESCRITURA
                 MOVE REG-ESTADO    TO IMP-APO-ESTADO
                 WRITE REG-SALIDA FROM IMP-PODER AFTER 1
              WHEN NOT-FOUND
                 SET WS-FIN-SECCION TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORAPO = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-SECCION TO TRUE
           END-EVALUATE.

       3410-FETCH-APO-F. EXIT.


      *---------------------------------------------------------------
       3500-TARJETAS-I.

           MOVE 'TARJETAS DE DEBITO COMO PORTADOR (TBCURTAR)'
             TO IMP-SEC-TEXTO
           PERFORM 6100-IMP-SECCION-I THRU 6100-IMP-SECCION-F
           MOVE ZEROS TO WS-SECCION-CANT

           EXEC SQL OPEN CURSORTAR END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORTAR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3500-TARJETAS-F
           END-IF

           SET WS-NO-FIN-SECCION TO TRUE
           PERFORM 3510-FETCH-TAR-I THRU 3510-FETCH-TAR-F
              UNTIL WS-FIN-SECCION

           EXEC SQL CLOSE CURSORTAR END-EXEC

           IF WS-SECCION-CANT IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
           END-IF.

       3500-TARJETAS-F. EXIT.


      *---- EL PLASTICO SALE ENMASCARADO COMO EN CUALQUIER LISTADO ----
       3510-FETCH-TAR-I.

           EXEC SQL
              FETCH CURSORTAR INTO :REG-NROTARJ,
                                   :REG-TIPCUEN,
                                   :REG-NROCUEN,
                                   :REG-ESTADO,
                                   :REG-TARVTO,
                                   :REG-FECHA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-SECCION-CANT
                 MOVE REG-NROTARJ   TO WS-NROTARJ-N
                 MOVE WS-TARJ-BIN   TO IMP-TAR-BIN
                 MOVE WS-TARJ-FINAL TO IMP-TAR-FINAL
                 MOVE REG-TIPCUEN   TO IMP-TAR-TIPCUEN
                 MOVE REG-NROCUEN   TO IMP-TAR-NROCUEN
                 MOVE REG-ESTADO    TO IMP-TAR-ESTADO
                 MOVE REG-TARVTO    TO IMP-TAR-FECVTO
                 MOVE REG-FECHA     TO IMP-TAR-FECALTA
                 WRITE REG-SALIDA FROM IMP-TARJETA AFTER 1
              WHEN NOT-FOUND
                 SET WS-FIN-SECCION TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORTAR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-SECCION TO TRUE
           END-EVALUATE.

       3510-FETCH-TAR-F. EXIT.


      *---------------------------------------------------------------
       3600-RECLAMOS-I.

           MOVE 'RECLAMOS PRESENTADOS (TBCURREC)' TO IMP-SEC-TEXTO
           PERFORM 6100-IMP-SECCION-I THRU 6100-IMP-SECCION-F
           MOVE ZEROS TO WS-SECCION-CANT

           EXEC SQL OPEN CURSORREC END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORREC = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3600-RECLAMOS-F
           END-IF

           SET WS-NO-FIN-SECCION TO TRUE
           PERFORM 3610-FETCH-REC-I THRU 3610-FETCH-REC-F
              UNTIL WS-FIN-SECCION

           EXEC SQL CLOSE CURSORREC END-EXEC

           IF WS-SECCION-CANT IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
           END-IF.

       3600-RECLAMOS-F. EXIT.


      *---------------------------------------------------------------
       3610-FETCH-REC-I.

           EXEC SQL
              FETCH CURSORREC INTO :REG-NRORECL,
                                   :REG-FECHA,
                                   :REG-TIPRECL,
                                   :REG-ESTADO,
                                   :REG-TEXTO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-SECCION-CANT
                 MOVE REG-NRORECL TO IMP-REC-NRORECL
                 MOVE REG-FECHA   TO IMP-REC-FECALTA
                 MOVE REG-TIPRECL TO IMP-REC-TIPRECL
                 MOVE REG-ESTADO  TO IMP-REC-ESTADO
                 MOVE REG-TEXTO   TO IMP-REC-TEXTO
                 WRITE REG-SALIDA FROM IMP-RECLAMO AFTER 1
              WHEN NOT-FOUND
                 SET WS-FIN-SECCION TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORREC = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-SECCION TO TRUE
           END-EVALUATE.

       3610-FETCH-REC-F. EXIT.


      *---- HISTORIA DE CAMBIOS: AUDITCAF ESTA ORDENADA POR DOCUMENTO -
       3700-AUDITORIA-I.

           MOVE 'HISTORIA DE CAMBIOS Y OPERACIONES (AUDITCAF)'
             TO IMP-SEC-TEXTO
           PERFORM 6100-IMP-SECCION-I THRU 6100-IMP-SECCION-F
           MOVE ZEROS TO WS-SECCION-CANT

           MOVE LOW-VALUES  TO AUK-KEY
           MOVE HAB-TIPDOC  TO AUK-TIPDOC
           MOVE SOL-NRODOC  TO AUK-NRODOC
           START AUDITCAF KEY IS NOT LESS AUK-KEY

           EVALUATE FS-AUDITCAF
              WHEN '00'
                 SET WS-NO-FIN-SECCION TO TRUE
                 PERFORM 3710-LEER-AUDITORIA-I
                    THRU 3710-LEER-AUDITORIA-F
                   UNTIL WS-FIN-SECCION
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN START AUDITCAF = ' FS-AUDITCAF
                 MOVE 9999 TO RETURN-CODE
                 GO TO 3700-AUDITORIA-F
           END-EVALUATE

           IF WS-SECCION-CANT IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
           END-IF.

       3700-AUDITORIA-F. EXIT.


      *---------------------------------------------------------------
       3710-LEER-AUDITORIA-I.

           READ AUDITCAF NEXT RECORD

           EVALUATE FS-AUDITCAF
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 SET WS-FIN-SECCION TO TRUE
                 GO TO 3710-LEER-AUDITORIA-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA AUDITCAF = ' FS-AUDITCAF
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-SECCION TO TRUE
                 GO TO 3710-LEER-AUDITORIA-F
           END-EVALUATE

           IF AUK-TIPDOC IS NOT EQUAL HAB-TIPDOC OR
              AUK-NRODOC IS NOT EQUAL SOL-NRODOC
              SET WS-FIN-SECCION TO TRUE
              GO TO 3710-LEER-AUDITORIA-F
           END-IF

           ADD 1 TO WS-SECCION-CANT
           MOVE AUK-FECHA       TO IMP-AUD-FECHA
           MOVE AUK-HORA        TO IMP-AUD-HORA
           MOVE AUK-TRANSACCION TO IMP-AUD-TRANSACCION
           MOVE AUK-OPERADOR    TO IMP-AUD-OPERADOR
           MOVE AUK-ACCION      TO IMP-AUD-ACCION
           MOVE AUK-VALOR-ANT   TO IMP-AUD-VALOR-ANT
           MOVE AUK-VALOR-NUE   TO IMP-AUD-VALOR-NUE
           WRITE REG-SALIDA FROM IMP-AUDITORIA AFTER 1.

       3710-LEER-AUDITORIA-F. EXIT.


      *---------------------------------------------------------------
       3800-CARTAS-I.

           MOVE 'CARTAS ENVIADAS (TBCURCEN)' TO IMP-SEC-TEXTO
           PERFORM 6100-IMP-SECCION-I THRU 6100-IMP-SECCION-F
           MOVE ZEROS TO WS-SECCION-CANT

           IF HAB-NROCLI IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
              GO TO 3800-CARTAS-F
           END-IF

           EXEC SQL OPEN CURSORCEN END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORCEN = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3800-CARTAS-F
           END-IF

           SET WS-NO-FIN-SECCION TO TRUE
           PERFORM 3810-FETCH-CEN-I THRU 3810-FETCH-CEN-F
              UNTIL WS-FIN-SECCION

           EXEC SQL CLOSE CURSORCEN END-EXEC

           IF WS-SECCION-CANT IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
           END-IF.

       3800-CARTAS-F. EXIT.


      *---------------------------------------------------------------
       3810-FETCH-CEN-I.

           EXEC SQL
              FETCH CURSORCEN INTO :REG-FECHA,
                                   :REG-TIPCARTA,
                                   :REG-REFER
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-SECCION-CANT
                 MOVE REG-FECHA    TO IMP-CAR-FECENVIO
                 MOVE REG-TIPCARTA TO IMP-CAR-TIPCARTA
                 MOVE REG-REFER    TO IMP-CAR-REFER
                 WRITE REG-SALIDA FROM IMP-CARTA AFTER 1
              WHEN NOT-FOUND
                 SET WS-FIN-SECCION TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORCEN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-SECCION TO TRUE
           END-EVALUATE.

       3810-FETCH-CEN-F. EXIT.


      *---------------------------------------------------------------
       3900-ANTERIORES-I.

           MOVE 'SOLICITUDES ANTERIORES DE DATOS PERSONALES'
             TO IMP-SEC-TEXTO
           PERFORM 6100-IMP-SECCION-I THRU 6100-IMP-SECCION-F
           MOVE ZEROS TO WS-SECCION-CANT

           EXEC SQL OPEN CURSORANT END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORANT = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 3900-ANTERIORES-F
           END-IF

           SET WS-NO-FIN-SECCION TO TRUE
           PERFORM 3910-FETCH-ANT-I THRU 3910-FETCH-ANT-F
              UNTIL WS-FIN-SECCION

           EXEC SQL CLOSE CURSORANT END-EXEC

           IF WS-SECCION-CANT IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
           END-IF.

       3900-ANTERIORES-F. EXIT.


      *---------------------------------------------------------------
       3910-FETCH-ANT-I.

           EXEC SQL
              FETCH CURSORANT INTO :REG-NRORECL,
                                   :REG-ESTADO,
                                   :REG-TIPRECL,
                                   :REG-NROTARJ,
                                   :REG-VIGDESDE,
                                   :REG-VIGHASTA,
                                   :REG-FECHA,
                                   :REG-ALCANCE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-SECCION-CANT
                 PERFORM 6400-IMP-SOLICITUD-I THRU 6400-IMP-SOLICITUD-F
              WHEN NOT-FOUND
                 SET WS-FIN-SECCION TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORANT = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-SECCION TO TRUE
           END-EVALUATE.

       3910-FETCH-ANT-F. EXIT.


      *---- RECTIFICACION: SOLO SE REGISTRA EL PEDIDO -----------------
       4000-RECTIFICA-I.

           PERFORM 2200-REGISTRAR-I THRU 2200-REGISTRAR-F
           IF RETURN-CODE IS NOT EQUAL 9999
              ADD 1 TO WS-RECTIF-CANT
           END-IF.

       4000-RECTIFICA-F. EXIT.


      *---- ENTREGA: CIERRA UNA SOLICITUD PENDIENTE -------------------
       5000-ENTREGA-I.

           MOVE SOL-NROSOL TO HAB-NROSOL
           EXEC SQL
              SELECT TIPSOL, TIPDOC, NRODOC, CHAR(FECSOL, ISO),
                     CHAR(FECVTO, ISO), ESTADO
                INTO :HAB-TIPSOL, :HAB-TIPDOC, :HAB-NRODOC,
                     :HAB-FECSOL, :HAB-FECVTO, :HAB-ESTADO
                FROM KC02803.TBCURHAB
               WHERE NROSOL = :HAB-NROSOL
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'SOLICITUD INEXISTENTE' TO WS-MOTIVO-RECHAZO
                 GO TO 5000-ENTREGA-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURHAB = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 GO TO 5000-ENTREGA-F
           END-EVALUATE

           MOVE HAB-TIPDOC TO IMP-FIC-TIPDOC
           MOVE HAB-NRODOC TO WS-NUM-ED
           MOVE WS-NUM-ED  TO IMP-FIC-NRODOC

           IF HAB-ESTADO IS NOT EQUAL 'P'
              MOVE 'LA SOLICITUD YA ESTA CUMPLIDA' TO WS-MOTIVO-RECHAZO
              GO TO 5000-ENTREGA-F
           END-IF
           IF WS-FECHA-SOL IS LESS HAB-FECSOL
              MOVE 'ENTREGA ANTERIOR A LA SOLICITUD'
                TO WS-MOTIVO-RECHAZO
              GO TO 5000-ENTREGA-F
           END-IF

           MOVE WS-FECHA-SOL  TO HAB-FECENTR
           MOVE SOL-OPERADOR  TO HAB-OPERENT
           MOVE SOL-TEXTO     TO HAB-RESOLUC
           EXEC SQL
              UPDATE KC02803.TBCURHAB
                 SET ESTADO  = 'C',
                     FECENTR = :HAB-FECENTR,
                     OPERENT = :HAB-OPERENT,
                     RESOLUC = :HAB-RESOLUC
               WHERE NROSOL = :HAB-NROSOL
                 AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR UPDATE TBCURHAB = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 5000-ENTREGA-F
           END-IF
           ADD 1 TO WS-ENTREGAS-CANT

           MOVE SPACES TO IMP-FIC-RESULTADO
           IF HAB-FECENTR IS GREATER HAB-FECVTO
              STRING 'ENTREGADA ' HAB-FECENTR ' FUERA DE TERMINO (VEN'
                     'CIO ' HAB-FECVTO ')' DELIMITED BY SIZE
                INTO IMP-FIC-RESULTADO
           ELSE
              STRING 'ENTREGADA ' HAB-FECENTR ' EN TERMINO (VENCE '
                     HAB-FECVTO ')' DELIMITED BY SIZE
                INTO IMP-FIC-RESULTADO
           END-IF
           WRITE REG-SALIDA FROM IMP-FICHA AFTER 1.

       5000-ENTREGA-F. EXIT.


      *---------------------------------------------------------------
       6000-IMPRIMIR-TITULO-I.

           ADD 1 TO WS-CUENTA-PAGINA
           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           WRITE REG-SALIDA FROM IMP-TITULO AFTER PAGE
           WRITE REG-SALIDA FROM WS-LINE    AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6000-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6100-IMP-SECCION-I.

           WRITE REG-SALIDA FROM IMP-SECCION AFTER 2.

       6100-IMP-SECCION-F. EXIT.


      *---------------------------------------------------------------
       6200-IMP-DATO-I.

           WRITE REG-SALIDA FROM IMP-DATO AFTER 1
           MOVE SPACES TO IMP-DAT-VALOR.

       6200-IMP-DATO-F. EXIT.


      *---------------------------------------------------------------
       6300-IMP-SIN-DATOS-I.

           MOVE '  SIN REGISTROS' TO IMP-SEC-TEXTO
           WRITE REG-SALIDA FROM IMP-SECCION AFTER 1.

       6300-IMP-SIN-DATOS-F. EXIT.


      *---- LINEA DE SOLICITUD (FETCH DE CURSORANT O CURSORPEN) -------
      *    REG-NRORECL = NROSOL, REG-ESTADO = TIPSOL, REG-TIPRECL =
      *    TIPDOC, REG-NROTARJ = NRODOC, REG-VIGDESDE = FECSOL,
      *    REG-VIGHASTA = FECVTO, REG-FECHA = FECENTR, REG-ALCANCE =
      *    ESTADO.
       6400-IMP-SOLICITUD-I.

           MOVE REG-NRORECL  TO IMP-SOL-NROSOL
           IF REG-ESTADO IS EQUAL 'A'
              MOVE 'ACCESO'        TO IMP-SOL-TIPO
           ELSE
              MOVE 'RECTIFICACION' TO IMP-SOL-TIPO
           END-IF
           MOVE REG-TIPRECL  TO IMP-SOL-TIPDOC
           MOVE REG-NROTARJ  TO IMP-SOL-NRODOC
           MOVE REG-VIGDESDE TO IMP-SOL-FECSOL
           MOVE REG-VIGHASTA TO IMP-SOL-FECVTO
           MOVE REG-FECHA    TO IMP-SOL-FECENTR

           EVALUATE TRUE
              WHEN REG-ALCANCE IS EQUAL 'P' AND
                   REG-VIGHASTA IS LESS WS-FECHA-HOY
                 MOVE 'VENCIDA'          TO IMP-SOL-SITUACION
              WHEN REG-ALCANCE IS EQUAL 'P'
                 MOVE 'PENDIENTE'        TO IMP-SOL-SITUACION
              WHEN REG-FECHA IS GREATER REG-VIGHASTA
                 MOVE 'FUERA DE TERMINO' TO IMP-SOL-SITUACION
              WHEN OTHER
                 MOVE 'EN TERMINO'       TO IMP-SOL-SITUACION
           END-EVALUATE

           WRITE REG-SALIDA FROM IMP-SOLICITUD AFTER 1.

       6400-IMP-SOLICITUD-F. EXIT.


      *---- REGISTRO DE SOLICITUDES PENDIENTES Y SU VENCIMIENTO -------
       8000-PENDIENTES-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 8000-PENDIENTES-F
           END-IF

           MOVE 'SOLICITUDES PENDIENTES' TO IMP-TIT-TEXTO
           PERFORM 6000-IMPRIMIR-TITULO-I THRU 6000-IMPRIMIR-TITULO-F

           EXEC SQL OPEN CURSORPEN END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORPEN = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 8000-PENDIENTES-F
           END-IF

           SET WS-NO-FIN-SECCION TO TRUE
           PERFORM 8100-FETCH-PEN-I THRU 8100-FETCH-PEN-F
              UNTIL WS-FIN-SECCION

           EXEC SQL CLOSE CURSORPEN END-EXEC

           IF WS-PENDIENTES-CANT IS EQUAL ZEROS
              PERFORM 6300-IMP-SIN-DATOS-I THRU 6300-IMP-SIN-DATOS-F
           END-IF.

       8000-PENDIENTES-F. EXIT.


      *---------------------------------------------------------------
       8100-FETCH-PEN-I.

           EXEC SQL
              FETCH CURSORPEN INTO :REG-NRORECL,
                                   :REG-ESTADO,
                                   :REG-TIPRECL,
                                   :REG-NROTARJ,
                                   :REG-VIGDESDE,
                                   :REG-VIGHASTA,
                                   :REG-FECHA,
                                   :REG-ALCANCE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 ADD 1 TO WS-PENDIENTES-CANT
                 IF REG-VIGHASTA IS LESS WS-FECHA-HOY
                    ADD 1 TO WS-VENCIDAS-CANT
                 END-IF
                 PERFORM 6400-IMP-SOLICITUD-I THRU 6400-IMP-SOLICITUD-F
              WHEN NOT-FOUND
                 SET WS-FIN-SECCION TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORPEN = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-SECCION TO TRUE
           END-EVALUATE.

       8100-FETCH-PEN-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL 9999
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY '* PROCESO CON ERRORES - SE RETROCEDE LA '
                      'FICHA EN CURSO'
           ELSE
              IF WS-RECHAZOS-CANT IS GREATER ZEROS OR
                 WS-VENCIDAS-CANT IS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
              WRITE REG-SALIDA FROM WS-LINE3 AFTER 2
              MOVE 'FICHAS LEIDAS'              TO IMP-TOT-TEXTO
              MOVE WS-FICHAS-CANT               TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'INFORMES DE ACCESO EMITIDOS' TO IMP-TOT-TEXTO
              MOVE WS-ACCESOS-CANT              TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'RECTIFICACIONES REGISTRADAS' TO IMP-TOT-TEXTO
              MOVE WS-RECTIF-CANT               TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'ENTREGAS REGISTRADAS'       TO IMP-TOT-TEXTO
              MOVE WS-ENTREGAS-CANT             TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'FICHAS RECHAZADAS'          TO IMP-TOT-TEXTO
              MOVE WS-RECHAZOS-CANT             TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'SOLICITUDES PENDIENTES'     TO IMP-TOT-TEXTO
              MOVE WS-PENDIENTES-CANT           TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
              MOVE 'SOLICITUDES VENCIDAS SIN ENTREGAR' TO IMP-TOT-TEXTO
              MOVE WS-VENCIDAS-CANT             TO IMP-TOT-CANT
              WRITE REG-SALIDA FROM IMP-TOTAL AFTER 1
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'FICHAS LEIDAS          : ' WS-FICHAS-CANT
           DISPLAY 'INFORMES DE ACCESO     : ' WS-ACCESOS-CANT
           DISPLAY 'RECTIFICACIONES        : ' WS-RECTIF-CANT
           DISPLAY 'ENTREGAS               : ' WS-ENTREGAS-CANT
           DISPLAY 'FICHAS RECHAZADAS      : ' WS-RECHAZOS-CANT
           DISPLAY 'PENDIENTES / VENCIDAS  : ' WS-PENDIENTES-CANT
                   ' / ' WS-VENCIDAS-CANT

           CLOSE SOLICIT PERSOCAF AUDITCAF
           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' AND
              RETURN-CODE IS NOT EQUAL 9999 THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.
