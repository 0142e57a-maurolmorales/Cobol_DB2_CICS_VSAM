       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMANONI.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMANONI                                      *
      *  DESCRIPCIÓN:                                            *
      *    COPIA ANONIMIZADA DE DATOS PARA EL AMBIENTE DE        *
      *    PRUEBA. DOS MODOS POR PARM:                           *
      *    'EXTRAE'   (PRODUCCION) DESCARGA TBCURCLI, TBCURCTA,  *
      *               TBCURTIT, LOS MOVIMIENTOS DE TBCURMOV DE   *
      *               LOS ULTIMOS N DIAS (PARAMETRO DIASMOVT) Y  *
      *               PERSOCAF, ENMASCARANDO LOS DATOS           *
      *               PERSONALES, Y GRABA LOS ARCHIVOS PARA EL   *
      *               LOAD, LA COPIA SECUENCIAL DE PERSOCAF Y    *
      *               LAS CIFRAS DE CONTROL DEL ORIGEN.          *
      *    'VERIFICA' (PRUEBA) CUENTA Y SUMA LO CARGADO EN LAS   *
      *               TABLAS Y EN PERSOCAF DE PRUEBA Y LO CRUZA  *
      *               CONTRA LAS CIFRAS DEL ORIGEN.              *
      *    ENMASCARAMIENTO, CON LA CLAVE DE DDCLAVE (ARCHIVO     *
      *    PROTEGIDO, NUNCA VIAJA A PRUEBA):                     *
      *    - NRODOC: LOS 8 DIGITOS BAJOS POR UNA FUNCION         *
      *      BIYECTIVA (MULTIPLICADOR IMPAR NO TERMINADO EN 5,   *
      *      MAS SUMANDO, MODULO 10**8). EL MISMO DOCUMENTO DA   *
      *      EL MISMO RESULTADO EN TBCURCLI Y EN PERSOCAF.       *
      *    - NOMBRE, E-MAIL, DOMICILIO Y TELEFONO SE DERIVAN     *
      *      DEL DOCUMENTO YA ENMASCARADO (LOS VACIOS SIGUEN     *
      *      VACIOS).                                            *
      *    - NROCUEN: PERMUTACION DE DIGITOS DENTRO DE CADA      *
      *      GRUPO DE IGUAL PESO DEL DIGITO VERIFICADOR DE       *
      *      PGMDVCTA, POR LO QUE LA CUENTA ENMASCARADA CONSERVA *
      *      SU DIGITO. SE CONTROLA CADA CUENTA CONTRA PGMDVCTA. *
      *    NROCLI NO SE TOCA: ES LA CLAVE QUE UNE CLIENTES,      *
      *    CUENTAS Y TITULARES Y NO IDENTIFICA A LA PERSONA.     *
      *    EL LISTADO MUESTRA FILAS E IMPORTES DE ORIGEN Y DE    *
      *    COPIA POR TABLA Y MONEDA.                             *
      *    CODIGOS DE RETORNO:                                   *
      *      0000 = COPIA INTEGRA                                *
      *      0008 = DIFERENCIAS O DIGITO VERIFICADOR ALTERADO    *
      *             (NO USAR LA COPIA)                           *
      *      9999 = ERROR DE PARM, CLAVE, ARCHIVOS O DB2         *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLAVE ASSIGN DDCLAVE
           FILE STATUS IS FS-CLAVE.

           SELECT CIFRAS ASSIGN DDCIFRAS
           FILE STATUS IS FS-CIFRAS.

           SELECT CARGACLI ASSIGN DDCLI
           FILE STATUS IS FS-CARGACLI.

           SELECT CARGACTA ASSIGN DDCTA
           FILE STATUS IS FS-CARGACTA.

           SELECT CARGATIT ASSIGN DDTIT
           FILE STATUS IS FS-CARGATIT.

           SELECT CARGAMOV ASSIGN DDMOV
           FILE STATUS IS FS-CARGAMOV.

           SELECT PERSOCAF ASSIGN TO DDPERSI
           ORGANIZATION IS INDEXED
           ACCESS       IS SEQUENTIAL
           RECORD KEY   IS PER-CLAVE
           FILE STATUS  IS FS-PERSOCAF.

           SELECT PERSOSAL ASSIGN DDPERSO
           FILE STATUS IS FS-PERSOSAL.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  CLAVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CLAVE      PIC X(80).

       FD  CIFRAS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CIFRAS     PIC X(80).

       FD  CARGACLI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CARGACLI   PIC X(246).

       FD  CARGACTA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CARGACTA   PIC X(73).

       FD  CARGATIT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CARGATIT   PIC X(22).

       FD  CARGAMOV
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-CARGAMOV   PIC X(76).

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

      *    COPIA ENMASCARADA, FUERA DE ORDEN DE CLAVE: SE ORDENA
      *    ANTES DEL REPRO AL CLUSTER DE PRUEBA.
       FD  PERSOSAL
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PERSOSAL   PIC X(173).

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-CLAVE                PIC XX       VALUE SPACES.
       77  FS-CIFRAS               PIC XX       VALUE SPACES.
       77  FS-CARGACLI             PIC XX       VALUE SPACES.
       77  FS-CARGACTA             PIC XX       VALUE SPACES.
       77  FS-CARGATIT             PIC XX       VALUE SPACES.
       77  FS-CARGAMOV             PIC XX       VALUE SPACES.
       77  FS-PERSOCAF             PIC XX       VALUE SPACES.
       77  FS-PERSOSAL             PIC XX       VALUE SPACES.
       77  FS-LISTADO              PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *    QUE ARCHIVOS QUEDARON ABIERTOS, PARA EL CIERRE.
       77  WS-STATUS-ABIERTOS      PIC X        VALUE 'N'.
           88  WS-SALIDAS-ABIERTAS    VALUE 'S'.

       77  WS-STATUS-PERSOCAF      PIC X        VALUE 'N'.
           88  WS-PERSOCAF-ABIERTO    VALUE 'S'.

      *----------- MODO DE EJECUCION (PARM)  --------------------------
       77  WS-MODO                 PIC X(08)    VALUE SPACES.
           88  WS-MODO-EXTRAE         VALUE 'EXTRAE'.
           88  WS-MODO-VERIFICA       VALUE 'VERIFICA'.

      *----------- CLAVE DE ENMASCARAMIENTO (DDCLAVE)  ----------------
      *    MULTIPLICADOR: IMPAR Y NO TERMINADO EN 5 (PRIMO CON 10**8).
      *    ORDEN: POR CADA GRUPO DE POSICIONES DE IGUAL PESO DEL DV,
      *    DE QUE POSICION DEL GRUPO SE TOMA CADA DIGITO.
       01  WS-REG-CLAVE.
           03  CLV-MULTIPLICADOR   PIC 9(08).
           03  CLV-SUMANDO         PIC 9(08).
           03  CLV-ORDEN.
               05  CLV-ORDEN-P3    PIC X(03).
               05  CLV-ORDEN-P1    PIC X(03).
               05  CLV-ORDEN-P7    PIC X(02).
               05  CLV-ORDEN-P9    PIC X(02).
           03  FILLER              PIC X(54).

       01  WS-REG-CLAVE-R REDEFINES WS-REG-CLAVE.
           03  FILLER              PIC X(16).
           03  CLV-ORDEN-DIG       PIC 9(01) OCCURS 10 TIMES.
           03  FILLER              PIC X(54).

      *    POSICIONES DEL NROCUEN (1 A 10) AGRUPADAS POR PESO DEL
      *    DV DE PGMDVCTA (3-1-7-9 SOBRE SUC+TIP+NRO): PESO 3 = 1,5,9;
      *    PESO 1 = 2,6,10; PESO 7 = 3,7; PESO 9 = 4,8.
       01  WS-TABLA-CLASES-V.
           03  FILLER              PIC X(20)    VALUE
               '01050902061003070408'.
       01  WS-TABLA-CLASES REDEFINES WS-TABLA-CLASES-V.
           03  WS-CLASE-POS        PIC 9(02) OCCURS 10 TIMES.

      *    INICIO DEL GRUPO Y CANTIDAD DE POSICIONES, POR ELEMENTO.
       01  WS-TABLA-GRUPOS-V.
           03  FILLER              PIC X(20)    VALUE
               '00000003030306060808'.
           03  FILLER              PIC X(10)    VALUE
               '3333332222'.
       01  WS-TABLA-GRUPOS REDEFINES WS-TABLA-GRUPOS-V.
           03  WS-GRUPO-BASE       PIC 9(02) OCCURS 10 TIMES.
           03  WS-GRUPO-TAMANIO    PIC 9(01) OCCURS 10 TIMES.

      *    PERMUTACION ARMADA: DIGITO DE ORIGEN DE CADA POSICION.
       01  WS-TABLA-PERMUTACION.
           03  WS-PERM-POS         PIC 9(02) OCCURS 10 TIMES.
       01  WS-TABLA-USADAS.
           03  WS-POS-USADA        PIC 9(01) OCCURS 10 TIMES.

       77  WS-IDX                  PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-ORIGEN           PIC 9(02)    VALUE ZEROS.

      *----------- CUENTA Y DOCUMENTO A ENMASCARAR  -------------------
       01  WS-CTA-ORIGINAL         PIC 9(10)    VALUE ZEROS.
       01  WS-CTA-ORIGINAL-R REDEFINES WS-CTA-ORIGINAL.
           03  WS-CTA-ORI-DIG      PIC 9(01) OCCURS 10 TIMES.
       01  WS-CTA-MASCARA          PIC 9(10)    VALUE ZEROS.
       01  WS-CTA-MASCARA-R REDEFINES WS-CTA-MASCARA.
           03  WS-CTA-MSC-DIG      PIC 9(01) OCCURS 10 TIMES.

       01  WS-DOC-ORIGINAL         PIC 9(11)    VALUE ZEROS.
       01  WS-DOC-ORIGINAL-R REDEFINES WS-DOC-ORIGINAL.
           03  WS-DOC-ORI-ALTO     PIC 9(03).
           03  WS-DOC-ORI-BAJO     PIC 9(08).
       01  WS-DOC-MASCARA          PIC 9(11)    VALUE ZEROS.
       01  WS-DOC-MASCARA-R REDEFINES WS-DOC-MASCARA.
           03  WS-DOC-MSC-ALTO     PIC 9(03).
           03  WS-DOC-MSC-BAJO     PIC 9(08).
       01  WS-DOC-MASCARA-R2 REDEFINES WS-DOC-MASCARA.
           03  FILLER              PIC 9(07).
           03  WS-DOC-MSC-PUERTA   PIC 9(04).

       77  WS-PRODUCTO             PIC 9(17)    VALUE ZEROS.
       77  WS-COCIENTE             PIC 9(17)    VALUE ZEROS.
       77  WS-RESTO                PIC 9(08)    VALUE ZEROS.

      *    DATOS DE LA PERSONA PARA LOS SEUDONIMOS.
       77  WS-PSE-TIPDOC           PIC X(02)    VALUE SPACES.
       77  WS-PSE-SEXO             PIC X(01)    VALUE SPACES.
       77  WS-PSE-CLASE            PIC X(01)    VALUE SPACES.
       77  WS-PSE-NOMAPE           PIC X(30)    VALUE SPACES.
       77  WS-PSE-EMAIL            PIC X(30)    VALUE SPACES.
       77  WS-PSE-DOMICILIO        PIC X(30)    VALUE SPACES.
       77  WS-PSE-TELEFONO         PIC X(15)    VALUE SPACES.
       77  WS-IDX-APELLIDO         PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-NOMBRE           PIC 9(02)    VALUE ZEROS.

      *----------- NOMBRES DE FANTASIA  -------------------------------
       01  WS-TABLA-APELLIDOS-V.
           03  FILLER              PIC X(50)    VALUE
               'GARCIA    RODRIGUEZGONZALEZ  FERNANDEZ LOPEZ     '.
           03  FILLER              PIC X(50)    VALUE
               'MARTINEZ  SANCHEZ   PEREZ     GOMEZ     DIAZ      '.
           03  FILLER              PIC X(50)    VALUE
               'ROMERO    SOSA      ALVAREZ   TORRES    RUIZ      '.
           03  FILLER              PIC X(50)    VALUE
               'RAMIREZ   FLORES    BENITEZ   ACOSTA    MEDINA    '.
       01  WS-TABLA-APELLIDOS REDEFINES WS-TABLA-APELLIDOS-V.
           03  WS-APELLIDO         PIC X(10) OCCURS 20 TIMES.

       01  WS-TABLA-NOMBRES-M-V.
           03  FILLER              PIC X(50)    VALUE
               'JUAN      CARLOS    JORGE     LUIS      MIGUEL    '.
           03  FILLER              PIC X(50)    VALUE
               'PABLO     DIEGO     MARTIN    RAUL      HECTOR    '.
       01  WS-TABLA-NOMBRES-M REDEFINES WS-TABLA-NOMBRES-M-V.
           03  WS-NOMBRE-M         PIC X(10) OCCURS 10 TIMES.

       01  WS-TABLA-NOMBRES-F-V.
           03  FILLER              PIC X(50)    VALUE
               'MARIA     ANA       LAURA     SILVIA    CLAUDIA   '.
           03  FILLER              PIC X(50)    VALUE
               'SUSANA    MONICA    GRACIELA  PATRICIA  ANDREA    '.
       01  WS-TABLA-NOMBRES-F REDEFINES WS-TABLA-NOMBRES-F-V.
           03  WS-NOMBRE-F         PIC X(10) OCCURS 10 TIMES.

       77  WS-NOMBRE               PIC X(10)    VALUE SPACES.

      *----------- CONTROL DEL DIGITO VERIFICADOR  --------------------
       77  WS-PGMDVCTA             PIC X(8)     VALUE 'PGMDVCTA'.
       77  WS-DV-ORIGINAL          PIC 9(02)    VALUE ZEROS.
       77  WS-DV-CONTROL-CANT      PIC 9(09)    VALUE ZEROS.
       77  WS-DV-ERROR-CANT        PIC 9(09)    VALUE ZEROS.

       01  LK-CUENTA-DV.
           05 LK-DV-SUCUEN         PIC 9(2).
           05 LK-DV-TIPCUEN        PIC X(2).
           05 LK-DV-NROCUEN        PIC 9(10).
           05 LK-DV-INGRESADO      PIC X(2).
           05 LK-DV-CALCULADO      PIC 9(2).
           05 LK-DV-VALIDO         PIC X(2).

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'DIASMOVT'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *    DIAS DE MOVIMIENTOS QUE VIAJAN A PRUEBA.
       01  WS-VALOR-DIASMOVT.
           03  WS-VAL-DIASMOVT      PIC 9(03).
       77  WS-DIAS-MOVIM  PIC S9(3)V USAGE COMP-3    VALUE 90.
       77  WS-FECHA-DESDE          PIC X(10)         VALUE SPACES.

      *----------- CIFRAS DE CONTROL (ORIGEN Y COPIA)  ----------------
      *    1 TBCURCLI, 2 PERSOCAF, 3/4 TBCURCTA PESOS/DOLARES (SALDO),
      *    5 TBCURTIT, 6/7 TBCURMOV PESOS/DOLARES (IMPORTE).
       01  WS-TABLA-ITEMS-V.
           03  FILLER              PIC X(15)    VALUE
               'TBCURCLI      N'.
           03  FILLER              PIC X(15)    VALUE
               'PERSOCAF      N'.
           03  FILLER              PIC X(15)    VALUE
               'TBCURCTA $    S'.
           03  FILLER              PIC X(15)    VALUE
               'TBCURCTA U$S  S'.
           03  FILLER              PIC X(15)    VALUE
               'TBCURTIT      N'.
           03  FILLER              PIC X(15)    VALUE
               'TBCURMOV $    S'.
           03  FILLER              PIC X(15)    VALUE
               'TBCURMOV U$S  S'.
       01  WS-TABLA-ITEMS REDEFINES WS-TABLA-ITEMS-V.
           03  WS-ITM-ITEM         OCCURS 7 TIMES.
               05  WS-ITM-NOMBRE   PIC X(14).
               05  WS-ITM-IMPORTE  PIC X(01).

       01  WS-TABLA-CONTROL.
           03  WS-CTL-ITEM         OCCURS 7 TIMES.
               05  WS-CTL-FILAS-ORI    PIC 9(09).
               05  WS-CTL-FILAS-COP    PIC 9(09).
               05  WS-CTL-IMPORTE-ORI  PIC S9(15)V9(2) USAGE COMP-3.
               05  WS-CTL-IMPORTE-COP  PIC S9(15)V9(2) USAGE COMP-3.

       77  WS-CTL-IDX              PIC 9(02)    VALUE ZEROS.
       77  WS-CTL-MAX              PIC 9(02)    VALUE 7.
       77  WS-DIFERENCIAS-CANT     PIC 9(02)    VALUE ZEROS.
       77  WS-DESCARTADOS-CANT     PIC 9(09)    VALUE ZEROS.

      *    REGISTRO DE DDCIFRAS: 'H' FECHAS, 'D' UNO POR ITEM.
       01  WS-REG-CIFRAS.
           03  CIF-TIPO            PIC X(01).
           03  CIF-DATOS           PIC X(79).
       01  WS-REG-CIFRAS-H REDEFINES WS-REG-CIFRAS.
           03  FILLER              PIC X(01).
           03  CIF-FECHA-DESDE     PIC X(10).
           03  CIF-FECHA-EXTRAE    PIC X(10).
           03  FILLER              PIC X(59).
       01  WS-REG-CIFRAS-D REDEFINES WS-REG-CIFRAS.
           03  FILLER              PIC X(01).
           03  CIF-ITEM            PIC 9(02).
           03  CIF-NOMBRE          PIC X(14).
           03  CIF-FILAS           PIC 9(09).
           03  CIF-IMPORTE         PIC S9(15)V9(2)
                                   SIGN LEADING SEPARATE.
           03  FILLER              PIC X(36).

      *----------- REGISTROS EN FORMATO LOAD  -------------------------
      *    IMPORTES CON SIGNO ADELANTE Y DOS DECIMALES IMPLICITOS
      *    (DECIMAL EXTERNAL(14,2) EN LAS SENTENCIAS DEL LOAD).
       01  WS-LOAD-CLI.
           03  LDC-TIPDOC          PIC X(02).
           03  LDC-NRODOC          PIC 9(11).
           03  LDC-NROCLI          PIC 9(07).
           03  LDC-NOMAPE          PIC X(30).
           03  LDC-FECNAC          PIC X(10).
           03  LDC-SEXO            PIC X(01).
           03  LDC-DOMICILIO       PIC X(30).
           03  LDC-CIUDAD          PIC X(30).
           03  LDC-CODPOSTAL       PIC X(08).
           03  LDC-NACIONALIDAD    PIC X(30).
           03  LDC-FECALTA         PIC X(10).
           03  LDC-FECBAJA         PIC X(10).
           03  LDC-ESTCIVIL        PIC X(02).
           03  LDC-EMAIL           PIC X(30).
           03  LDC-CLASE           PIC X(01).
           03  LDC-FECFALL         PIC X(10).
           03  LDC-SEGMENTO        PIC X(01).
           03  LDC-PREFENV         PIC X(01).
           03  LDC-CONDFISC        PIC X(01).
           03  LDC-NIVRIESGO       PIC X(01).
           03  LDC-FECRIESGO       PIC X(10).
           03  LDC-PROXREV         PIC X(10).

       01  WS-LOAD-CTA.
           03  LDA-TIPCUEN         PIC X(02).
           03  LDA-NROCUEN         PIC 9(10).
           03  LDA-SUCUEN          PIC 9(02).
           03  LDA-NROCLI          PIC 9(07).
           03  LDA-SALDO           PIC S9(11)V9(2)
                                   SIGN LEADING SEPARATE.
           03  LDA-FECSAL          PIC X(10).
           03  LDA-SUBTIPO         PIC 9(02).
           03  LDA-MONEDA          PIC 9(01).
           03  LDA-ESTCTA          PIC X(01).
           03  LDA-ACUERDO         PIC S9(11)V9(2)
                                   SIGN LEADING SEPARATE.
           03  LDA-FECVTOAC        PIC X(10).

       01  WS-LOAD-TIT.
           03  LDT-TIPCUEN         PIC X(02).
           03  LDT-NROCUEN         PIC 9(10).
           03  LDT-NROCLI          PIC 9(07).
           03  LDT-ORDENTIT        PIC 9(02).
           03  LDT-TIPORDEN        PIC X(01).

       01  WS-LOAD-MOV.
           03  LDM-TIPCUEN         PIC X(02).
           03  LDM-NROCUEN         PIC 9(10).
           03  LDM-SUCMOV          PIC 9(02).
           03  LDM-FECMOV          PIC X(10).
           03  LDM-TIPMOV          PIC X(02).
           03  LDM-IMPORTE         PIC S9(11)V9(2)
                                   SIGN LEADING SEPARATE.
           03  LDM-MONEDA          PIC 9(01).
           03  LDM-CANAL           PIC X(02).
           03  LDM-REFMOV          PIC X(12).
           03  LDM-OPERADOR        PIC X(03).
           03  LDM-HORAMOV         PIC X(08).
           03  LDM-FECCAPT         PIC X(10).

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.

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
               'INTEGRIDAD DE LA COPIA ANONIMIZADA'.
           03  FILLER              PIC X(15)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMANONI'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ' 1'.
           03  FILLER              PIC X(16)    VALUE SPACES.

       01  IMP-SUBTITULO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-SUB-MODO        PIC X(60)    VALUE SPACES.
           03  FILLER              PIC X(20)    VALUE
               ' MOVIMIENTOS DESDE: '.
           03  IMP-SUB-DESDE       PIC X(10)    VALUE SPACES.
           03  FILLER              PIC X(41)    VALUE SPACES.

      *    COLUMNAS:
       01  IMP-COLUMNAS.
           03  FILLER              PIC X(33)    VALUE
               ' ITEM           FILAS ORIGEN  FIL'.
           03  FILLER              PIC X(33)    VALUE
               'AS COPIA          IMPORTE ORIGEN '.
           03  FILLER              PIC X(33)    VALUE
               '          IMPORTE COPIA  RESULTAD'.
           03  FILLER              PIC X(33)    VALUE
               'O                                '.

      *    DETALLE POR ITEM DE CONTROL:
       01  IMP-REG-LISTADO.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-ITEM            PIC X(14).
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-FILAS-ORI       PIC Z(08)9.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-FILAS-COP       PIC Z(08)9.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-IMPORTE-ORI     PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  IMP-IMPORTE-ORI-X REDEFINES IMP-IMPORTE-ORI
                                   PIC X(22).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-IMPORTE-COP     PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  IMP-IMPORTE-COP-X REDEFINES IMP-IMPORTE-COP
                                   PIC X(22).
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  IMP-RESULTADO       PIC X(10).
           03  FILLER              PIC X(31)    VALUE SPACES.

       01  IMP-REG-RESUMEN.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RES-TEXTO       PIC X(60).
           03  IMP-RES-CANT        PIC Z(08)9.
           03  FILLER              PIC X(62)    VALUE SPACES.

       01  IMP-REG-CONCLUSION.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-CONCLUSION      PIC X(70).
           03  FILLER              PIC X(61)    VALUE SPACES.

      *-----------  FECHA DE PROCESO  ---------------------------------
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

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

       77  WS-SQL-FILAS            PIC S9(9) COMP    VALUE ZEROES.
       77  WS-SQL-IMPORTE  PIC S9(15)V9(2) USAGE COMP-3 VALUE ZEROES.

      *-----------   HOST VARIABLES DB2 (TBCURCLI)   ------------------
       01  DCLTBCURCLI.
           10 CLI-TIPDOC        PIC X(2).
           10 CLI-NRODOC        PIC S9(11)V USAGE COMP-3.
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

      *-----------   HOST VARIABLES DB2 (TBCURCTA)   ------------------
       01  DCLTBCURCTA.
           10 CTA-TIPCUEN       PIC X(2).
           10 CTA-NROCUEN       PIC S9(10)V USAGE COMP-3.
           10 CTA-SUCUEN        PIC S9(2)V USAGE COMP-3.
           10 CTA-NROCLI        PIC S9(7)V USAGE COMP-3.
           10 CTA-SALDO         PIC S9(11)V9(2) USAGE COMP-3.
           10 CTA-FECSAL        PIC X(10).
           10 CTA-SUBTIPO       PIC S9(2)V USAGE COMP-3.
           10 CTA-MONEDA        PIC S9(1)V USAGE COMP-3.
           10 CTA-ESTCTA        PIC X(1).
           10 CTA-ACUERDO       PIC S9(11)V9(2) USAGE COMP-3.
           10 CTA-FECVTOAC      PIC X(10).

      *-----------   HOST VARIABLES DB2 (TBCURTIT)   ------------------
       01  DCLTBCURTIT.
           10 TIT-TIPCUEN       PIC X(2).
           10 TIT-NROCUEN       PIC S9(10)V USAGE COMP-3.
           10 TIT-NROCLI        PIC S9(7)V USAGE COMP-3.
           10 TIT-ORDENTIT      PIC S9(2)V USAGE COMP-3.
           10 TIT-TIPORDEN      PIC X(1).

      *-----------   HOST VARIABLES DB2 (TBCURMOV)   ------------------
       01  DCLTBCURMOV.
           10 MOV-TIPCUEN       PIC X(2).
           10 MOV-NROCUEN       PIC S9(10)V USAGE COMP-3.
           10 MOV-SUCMOV        PIC S9(2)V USAGE COMP-3.
           10 MOV-FECMOV        PIC X(10).
           10 MOV-TIPMOV        PIC X(2).
           10 MOV-IMPORTE       PIC S9(11)V9(2) USAGE COMP-3.
           10 MOV-MONEDA        PIC S9(1)V USAGE COMP-3.
           10 MOV-CANAL         PIC X(2).
           10 MOV-REFMOV        PIC X(12).
           10 MOV-OPERADOR      PIC X(3).
           10 MOV-HORAMOV       PIC X(8).
           10 MOV-FECCAPT       PIC X(10).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    LAS COLUMNAS NULAS DE TEXTO VIAJAN EN BLANCO Y LAS FECHAS
      *    NULAS EN BLANCO, QUE EL LOAD VUELVE A CARGAR COMO NULL.
           EXEC SQL
              DECLARE CURSORCLI CURSOR FOR
                 SELECT TIPDOC,
                        NRODOC,
                        NROCLI,
                        NOMAPE,
                        CHAR(FECNAC, ISO),
                        SEXO,
                        VALUE(DOMICILIO, ' '),
                        VALUE(CIUDAD, ' '),
                        VALUE(CODPOSTAL, ' '),
                        VALUE(NACIONALIDAD, ' '),
                        VALUE(CHAR(FECALTA, ISO), ' '),
                        VALUE(CHAR(FECBAJA, ISO), ' '),
                        VALUE(ESTCIVIL, ' '),
                        VALUE(EMAIL, ' '),
                        CLASE,
                        VALUE(CHAR(FECFALL, ISO), ' '),
                        SEGMENTO,
                        PREFENV,
                        CONDFISC,
                        NIVRIESGO,
                        VALUE(CHAR(FECRIESGO, ISO), ' '),
                        VALUE(CHAR(PROXREV, ISO), ' ')
                 FROM KC02803.TBCURCLI
           END-EXEC.

           EXEC SQL
              DECLARE CURSORCTA CURSOR FOR
                 SELECT TIPCUEN,
                        NROCUEN,
                        SUCUEN,
                        NROCLI,
                        SALDO,
                        CHAR(FECSAL, ISO),
                        SUBTIPO,
                        MONEDA,
                        ESTCTA,
                        ACUERDO,
                        CHAR(FECVTOAC, ISO)
                 FROM KC02803.TBCURCTA
           END-EXEC.

           EXEC SQL
              DECLARE CURSORTIT CURSOR FOR
                 SELECT TIPCUEN,
                        NROCUEN,
                        NROCLI,
                        ORDENTIT,
                        TIPORDEN
                 FROM KC02803.TBCURTIT
           END-EXEC.

           EXEC SQL
              DECLARE CURSORMOV CURSOR FOR
                 SELECT TIPCUEN,
                        NROCUEN,
                        SUCMOV,
                        CHAR(FECMOV, ISO),
                        TIPMOV,
                        IMPORTE,
                        MONEDA,
                        CANAL,
                        VALUE(REFMOV, ' '),
                        VALUE(OPERADOR, ' '),
                        VALUE(HORAMOV, ' '),
                        CHAR(FECCAPT, ISO)
                 FROM KC02803.TBCURMOV
                 WHERE FECMOV >= :WS-FECHA-DESDE
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

       LINKAGE SECTION.
      *================*
       01  LK-PARM.
           03  LK-PARM-LEN          PIC S9(4) COMP.
           03  LK-PARM-DATA         PIC X(8).

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-PARM.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I THRU 1000-INICIO-F
           IF WS-MODO-EXTRAE
              PERFORM 2000-EXTRAER-I   THRU 2000-EXTRAER-F
           ELSE
              PERFORM 3000-VERIFICAR-I THRU 3000-VERIFICAR-F
           END-IF
           PERFORM 9999-FINAL-I  THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA WS-FPI-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM WS-FPI-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD WS-FPI-DD
           INITIALIZE WS-TABLA-CONTROL

           IF LK-PARM-LEN IS GREATER ZEROS
              MOVE LK-PARM-DATA TO WS-MODO
           END-IF
           IF NOT WS-MODO-EXTRAE AND NOT WS-MODO-VERIFICA
              DISPLAY '* PARM INVALIDO (EXTRAE / VERIFICA) = ' WS-MODO
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT PERSOCAF
           IF FS-PERSOCAF IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN PERSOCAF = ' FS-PERSOCAF
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF
           SET WS-PERSOCAF-ABIERTO TO TRUE

           IF WS-MODO-EXTRAE
              PERFORM 1100-INICIO-EXTRAE-I THRU 1100-INICIO-EXTRAE-F
           ELSE
              PERFORM 1500-INICIO-VERIFICA-I
                 THRU 1500-INICIO-VERIFICA-F
           END-IF.

       1000-INICIO-F. EXIT.


      *---- EXTRACCION: CLAVE, VENTANA DE MOVIMIENTOS Y SALIDAS -------
       1100-INICIO-EXTRAE-I.

           MOVE 'EXTRACCION EN PRODUCCION: ORIGEN CONTRA ARCHIVOS DE CA
      -         'RGA' TO IMP-SUB-MODO

           PERFORM 1200-LEER-CLAVE-I THRU 1200-LEER-CLAVE-F
           IF RETURN-CODE IS EQUAL 9999
              GO TO 1100-INICIO-EXTRAE-F
           END-IF

           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR    TO WS-VALOR-DIASMOVT
                 MOVE WS-VAL-DIASMOVT TO WS-DIAS-MOVIM
              WHEN 'NE'
                 DISPLAY '* SIN DIASMOVT EN TBCURPAR, SE USA '
                         'EL VALOR POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 GO TO 1100-INICIO-EXTRAE-F
           END-EVALUATE
           DISPLAY 'DIAS DE MOVIMIENTOS: ' WS-VAL-DIASMOVT

           EXEC SQL
              SELECT CHAR(CURRENT DATE - :WS-DIAS-MOVIM DAYS, ISO)
                INTO :WS-FECHA-DESDE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR FECHA DESDE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1100-INICIO-EXTRAE-F
           END-IF
           MOVE WS-FECHA-DESDE TO IMP-SUB-DESDE

           OPEN OUTPUT CARGACLI CARGACTA CARGATIT CARGAMOV
                       PERSOSAL CIFRAS
           IF FS-CARGACLI IS NOT EQUAL '00' OR
              FS-CARGACTA IS NOT EQUAL '00' OR
              FS-CARGATIT IS NOT EQUAL '00' OR
              FS-CARGAMOV IS NOT EQUAL '00' OR
              FS-PERSOSAL IS NOT EQUAL '00' OR
              FS-CIFRAS   IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN SALIDAS = ' FS-CARGACLI ' '
                      FS-CARGACTA ' ' FS-CARGATIT ' ' FS-CARGAMOV ' '
                      FS-PERSOSAL ' ' FS-CIFRAS
              MOVE 9999 TO RETURN-CODE
           END-IF
           SET WS-SALIDAS-ABIERTAS TO TRUE.

       1100-INICIO-EXTRAE-F. EXIT.


      *---- CLAVE DE ENMASCARAMIENTO Y PERMUTACION DE CUENTAS ---------
       1200-LEER-CLAVE-I.

           OPEN INPUT CLAVE
           IF FS-CLAVE IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN CLAVE = ' FS-CLAVE
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-LEER-CLAVE-F
           END-IF

           READ CLAVE INTO WS-REG-CLAVE
           IF FS-CLAVE IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN LECTURA CLAVE = ' FS-CLAVE
              MOVE 9999 TO RETURN-CODE
           END-IF
           CLOSE CLAVE
           IF RETURN-CODE IS EQUAL 9999
              GO TO 1200-LEER-CLAVE-F
           END-IF

           IF CLV-MULTIPLICADOR IS NOT NUMERIC OR
              CLV-SUMANDO       IS NOT NUMERIC OR
              CLV-ORDEN         IS NOT NUMERIC
              DISPLAY '* CLAVE DE ENMASCARAMIENTO NO NUMERICA'
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-LEER-CLAVE-F
           END-IF

           DIVIDE CLV-MULTIPLICADOR BY 2
                  GIVING WS-COCIENTE REMAINDER WS-RESTO
           IF WS-RESTO IS EQUAL ZEROS
              DISPLAY '* EL MULTIPLICADOR DE LA CLAVE DEBE SER IMPAR'
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-LEER-CLAVE-F
           END-IF
           DIVIDE CLV-MULTIPLICADOR BY 5
                  GIVING WS-COCIENTE REMAINDER WS-RESTO
           IF WS-RESTO IS EQUAL ZEROS
              DISPLAY '* EL MULTIPLICADOR DE LA CLAVE NO DEBE SER '
                      'MULTIPLO DE 5'
              MOVE 9999 TO RETURN-CODE
              GO TO 1200-LEER-CLAVE-F
           END-IF

           INITIALIZE WS-TABLA-USADAS
           PERFORM 1300-ARMAR-PERMUTA-I THRU 1300-ARMAR-PERMUTA-F
              VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX IS GREATER 10
                   OR RETURN-CODE IS EQUAL 9999.

       1200-LEER-CLAVE-F. EXIT.


      *---- POSICION WS-IDX DEL GRUPO: DE DONDE TOMA SU DIGITO --------
       1300-ARMAR-PERMUTA-I.

           IF CLV-ORDEN-DIG (WS-IDX) IS LESS 1 OR
              CLV-ORDEN-DIG (WS-IDX) IS GREATER
                                      WS-GRUPO-TAMANIO (WS-IDX)
              DISPLAY '* ORDEN DE LA CLAVE FUERA DEL GRUPO: ' CLV-ORDEN
              MOVE 9999 TO RETURN-CODE
              GO TO 1300-ARMAR-PERMUTA-F
           END-IF

           COMPUTE WS-IDX-ORIGEN = WS-GRUPO-BASE (WS-IDX)
                                 + CLV-ORDEN-DIG (WS-IDX)
           IF WS-POS-USADA (WS-IDX-ORIGEN) IS EQUAL 1
              DISPLAY '* ORDEN DE LA CLAVE CON POSICION REPETIDA: '
                      CLV-ORDEN
              MOVE 9999 TO RETURN-CODE
              GO TO 1300-ARMAR-PERMUTA-F
           END-IF
           MOVE 1 TO WS-POS-USADA (WS-IDX-ORIGEN)

           MOVE WS-CLASE-POS (WS-IDX-ORIGEN)
             TO WS-PERM-POS (WS-CLASE-POS (WS-IDX)).

       1300-ARMAR-PERMUTA-F. EXIT.


      *---- VERIFICACION: CIFRAS DEL ORIGEN QUE VIAJARON CON LA COPIA -
       1500-INICIO-VERIFICA-I.

           MOVE 'VERIFICACION EN PRUEBA: CIFRAS DE ORIGEN CONTRA TABLAS
      -         ' CARGADAS' TO IMP-SUB-MODO

           OPEN INPUT CIFRAS
           IF FS-CIFRAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN CIFRAS = ' FS-CIFRAS
              MOVE 9999 TO RETURN-CODE
              GO TO 1500-INICIO-VERIFICA-F
           END-IF

           READ CIFRAS INTO WS-REG-CIFRAS
           IF FS-CIFRAS IS NOT EQUAL '00' OR
              CIF-TIPO IS NOT EQUAL 'H' THEN
              DISPLAY '* DDCIFRAS SIN REGISTRO DE CABECERA = '
                      FS-CIFRAS
              MOVE 9999 TO RETURN-CODE
              GO TO 1500-INICIO-VERIFICA-F
           END-IF
           MOVE CIF-FECHA-DESDE TO WS-FECHA-DESDE IMP-SUB-DESDE
           DISPLAY 'COPIA EXTRAIDA EL ' CIF-FECHA-EXTRAE.

       1500-INICIO-VERIFICA-F. EXIT.


      *---- MODO EXTRAE: CIFRAS DEL ORIGEN Y DESCARGA ENMASCARADA -----
       2000-EXTRAER-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 2000-EXTRAER-F
           END-IF

      *    EL JOB CORRE CON EL ONLINE CERRADO: LAS CIFRAS TOMADAS
      *    ANTES DE LA DESCARGA SON LAS DEL MISMO ESTADO DE LA BASE.
           PERFORM 4000-CIFRAS-SQL-I THRU 4000-CIFRAS-SQL-F
           PERFORM 2100-CLIENTES-I   THRU 2100-CLIENTES-F
           PERFORM 2200-CUENTAS-I    THRU 2200-CUENTAS-F
           PERFORM 2300-TITULARES-I  THRU 2300-TITULARES-F
           PERFORM 2400-MOVIMIENTOS-I THRU 2400-MOVIMIENTOS-F
           PERFORM 2500-PERSOCAF-I   THRU 2500-PERSOCAF-F
           PERFORM 2900-GRABAR-CIFRAS-I THRU 2900-GRABAR-CIFRAS-F.

       2000-EXTRAER-F. EXIT.


      *---------------------------------------------------------------
       2100-CLIENTES-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 2100-CLIENTES-F
           END-IF

           EXEC SQL OPEN CURSORCLI END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORCLI = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2100-CLIENTES-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 2110-FETCH-CLI-I  THRU 2110-FETCH-CLI-F
           PERFORM 2120-GRABAR-CLI-I THRU 2120-GRABAR-CLI-F
                                     UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORCLI END-EXEC.

       2100-CLIENTES-F. EXIT.


      *---------------------------------------------------------------
       2110-FETCH-CLI-I.

           EXEC SQL
              FETCH CURSORCLI INTO :CLI-TIPDOC,
                                   :CLI-NRODOC,
                                   :CLI-NROCLI,
                                   :CLI-NOMAPE,
                                   :CLI-FECNAC,
                                   :CLI-SEXO,
                                   :CLI-DOMICILIO,
                                   :CLI-CIUDAD,
                                   :CLI-CODPOSTAL,
                                   :CLI-NACIONALIDAD,
                                   :CLI-FECALTA,
                                   :CLI-FECBAJA,
                                   :CLI-ESTCIVIL,
                                   :CLI-EMAIL,
                                   :CLI-CLASE,
                                   :CLI-FECFALL,
                                   :CLI-SEGMENTO,
                                   :CLI-PREFENV,
                                   :CLI-CONDFISC,
                                   :CLI-NIVRIESGO,
                                   :CLI-FECRIESGO,
                                   :CLI-PROXREV
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

       2110-FETCH-CLI-F. EXIT.


      *---- CLIENTE: DOCUMENTO Y DATOS PERSONALES ENMASCARADOS --------
       2120-GRABAR-CLI-I.

           MOVE CLI-NRODOC    TO WS-DOC-ORIGINAL
           MOVE CLI-TIPDOC    TO WS-PSE-TIPDOC
           MOVE CLI-SEXO      TO WS-PSE-SEXO
           MOVE CLI-CLASE     TO WS-PSE-CLASE
           PERFORM 5100-MASC-DOCUMENTO-I THRU 5100-MASC-DOCUMENTO-F
           PERFORM 5200-SEUDONIMOS-I     THRU 5200-SEUDONIMOS-F

           MOVE CLI-TIPDOC       TO LDC-TIPDOC
           MOVE WS-DOC-MASCARA   TO LDC-NRODOC
           MOVE CLI-NROCLI       TO LDC-NROCLI
           MOVE WS-PSE-NOMAPE    TO LDC-NOMAPE
           MOVE CLI-FECNAC       TO LDC-FECNAC
           MOVE CLI-SEXO         TO LDC-SEXO
           IF CLI-DOMICILIO IS EQUAL SPACES
              MOVE SPACES           TO LDC-DOMICILIO
           ELSE
              MOVE WS-PSE-DOMICILIO TO LDC-DOMICILIO
           END-IF
           MOVE CLI-CIUDAD       TO LDC-CIUDAD
           MOVE CLI-CODPOSTAL    TO LDC-CODPOSTAL
           MOVE CLI-NACIONALIDAD TO LDC-NACIONALIDAD
           MOVE CLI-FECALTA      TO LDC-FECALTA
           MOVE CLI-FECBAJA      TO LDC-FECBAJA
           MOVE CLI-ESTCIVIL     TO LDC-ESTCIVIL
           IF CLI-EMAIL IS EQUAL SPACES
              MOVE SPACES           TO LDC-EMAIL
           ELSE
              MOVE WS-PSE-EMAIL     TO LDC-EMAIL
           END-IF
           MOVE CLI-CLASE        TO LDC-CLASE
           MOVE CLI-FECFALL      TO LDC-FECFALL
           MOVE CLI-SEGMENTO     TO LDC-SEGMENTO
           MOVE CLI-PREFENV      TO LDC-PREFENV
           MOVE CLI-CONDFISC     TO LDC-CONDFISC
           MOVE CLI-NIVRIESGO    TO LDC-NIVRIESGO
           MOVE CLI-FECRIESGO    TO LDC-FECRIESGO
           MOVE CLI-PROXREV      TO LDC-PROXREV

           WRITE REG-CARGACLI FROM WS-LOAD-CLI
           IF FS-CARGACLI IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE CARGACLI = ' FS-CARGACLI
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2120-GRABAR-CLI-F
           END-IF
           ADD 1 TO WS-CTL-FILAS-COP (1)

           PERFORM 2110-FETCH-CLI-I THRU 2110-FETCH-CLI-F.

       2120-GRABAR-CLI-F. EXIT.


      *---------------------------------------------------------------
       2200-CUENTAS-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 2200-CUENTAS-F
           END-IF

           EXEC SQL OPEN CURSORCTA END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORCTA = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2200-CUENTAS-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 2210-FETCH-CTA-I  THRU 2210-FETCH-CTA-F
           PERFORM 2220-GRABAR-CTA-I THRU 2220-GRABAR-CTA-F
                                     UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORCTA END-EXEC.

       2200-CUENTAS-F. EXIT.


      *---------------------------------------------------------------
       2210-FETCH-CTA-I.

           EXEC SQL
              FETCH CURSORCTA INTO :CTA-TIPCUEN,
                                   :CTA-NROCUEN,
                                   :CTA-SUCUEN,
                                   :CTA-NROCLI,
                                   :CTA-SALDO,
                                   :CTA-FECSAL,
                                   :CTA-SUBTIPO,
                                   :CTA-MONEDA,
                                   :CTA-ESTCTA,
                                   :CTA-ACUERDO,
                                   :CTA-FECVTOAC
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORCTA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2210-FETCH-CTA-F. EXIT.


      *---- CUENTA: NUMERO ENMASCARADO CON EL MISMO DIGITO VERIF. -----
       2220-GRABAR-CTA-I.

           MOVE CTA-NROCUEN TO WS-CTA-ORIGINAL
           PERFORM 5000-MASC-CUENTA-I THRU 5000-MASC-CUENTA-F
           PERFORM 2230-CONTROL-DV-I  THRU 2230-CONTROL-DV-F

           MOVE CTA-TIPCUEN    TO LDA-TIPCUEN
           MOVE WS-CTA-MASCARA TO LDA-NROCUEN
           MOVE CTA-SUCUEN     TO LDA-SUCUEN
           MOVE CTA-NROCLI     TO LDA-NROCLI
           MOVE CTA-SALDO      TO LDA-SALDO
           MOVE CTA-FECSAL     TO LDA-FECSAL
           MOVE CTA-SUBTIPO    TO LDA-SUBTIPO
           MOVE CTA-MONEDA     TO LDA-MONEDA
           MOVE CTA-ESTCTA     TO LDA-ESTCTA
           MOVE CTA-ACUERDO    TO LDA-ACUERDO
           MOVE CTA-FECVTOAC   TO LDA-FECVTOAC

           WRITE REG-CARGACTA FROM WS-LOAD-CTA
           IF FS-CARGACTA IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE CARGACTA = ' FS-CARGACTA
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2220-GRABAR-CTA-F
           END-IF

           IF CTA-MONEDA IS EQUAL 1
              MOVE 3 TO WS-CTL-IDX
           ELSE
              MOVE 4 TO WS-CTL-IDX
           END-IF
           ADD 1         TO WS-CTL-FILAS-COP (WS-CTL-IDX)
           ADD LDA-SALDO TO WS-CTL-IMPORTE-COP (WS-CTL-IDX)

           PERFORM 2210-FETCH-CTA-I THRU 2210-FETCH-CTA-F.

       2220-GRABAR-CTA-F. EXIT.


      *---- EL DV DE LA CUENTA ORIGINAL DEBE VALER PARA LA ENMASCARADA
       2230-CONTROL-DV-I.

           ADD 1 TO WS-DV-CONTROL-CANT

           MOVE CTA-SUCUEN      TO LK-DV-SUCUEN
           MOVE CTA-TIPCUEN     TO LK-DV-TIPCUEN
           MOVE WS-CTA-ORIGINAL TO LK-DV-NROCUEN
           MOVE SPACES          TO LK-DV-INGRESADO
           CALL WS-PGMDVCTA USING LK-CUENTA-DV
           MOVE LK-DV-CALCULADO TO WS-DV-ORIGINAL

           MOVE WS-CTA-MASCARA  TO LK-DV-NROCUEN
           MOVE WS-DV-ORIGINAL  TO LK-DV-INGRESADO
           CALL WS-PGMDVCTA USING LK-CUENTA-DV
           IF LK-DV-VALIDO IS NOT EQUAL 'SI'
              ADD 1 TO WS-DV-ERROR-CANT
           END-IF.

       2230-CONTROL-DV-F. EXIT.


      *---------------------------------------------------------------
       2300-TITULARES-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 2300-TITULARES-F
           END-IF

           EXEC SQL OPEN CURSORTIT END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORTIT = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2300-TITULARES-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 2310-FETCH-TIT-I  THRU 2310-FETCH-TIT-F
           PERFORM 2320-GRABAR-TIT-I THRU 2320-GRABAR-TIT-F
                                     UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORTIT END-EXEC.

       2300-TITULARES-F. EXIT.


      *---------------------------------------------------------------
       2310-FETCH-TIT-I.

           EXEC SQL
              FETCH CURSORTIT INTO :TIT-TIPCUEN,
                                   :TIT-NROCUEN,
                                   :TIT-NROCLI,
                                   :TIT-ORDENTIT,
                                   :TIT-TIPORDEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORTIT = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2310-FETCH-TIT-F. EXIT.


      *---------------------------------------------------------------
       2320-GRABAR-TIT-I.

           MOVE TIT-NROCUEN TO WS-CTA-ORIGINAL
           PERFORM 5000-MASC-CUENTA-I THRU 5000-MASC-CUENTA-F

           MOVE TIT-TIPCUEN    TO LDT-TIPCUEN
           MOVE WS-CTA-MASCARA TO LDT-NROCUEN
           MOVE TIT-NROCLI     TO LDT-NROCLI
           MOVE TIT-ORDENTIT   TO LDT-ORDENTIT
           MOVE TIT-TIPORDEN   TO LDT-TIPORDEN

           WRITE REG-CARGATIT FROM WS-LOAD-TIT
           IF FS-CARGATIT IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE CARGATIT = ' FS-CARGATIT
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2320-GRABAR-TIT-F
           END-IF
           ADD 1 TO WS-CTL-FILAS-COP (5)

           PERFORM 2310-FETCH-TIT-I THRU 2310-FETCH-TIT-F.

       2320-GRABAR-TIT-F. EXIT.


      *---------------------------------------------------------------
       2400-MOVIMIENTOS-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 2400-MOVIMIENTOS-F
           END-IF

           EXEC SQL OPEN CURSORMOV END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 2400-MOVIMIENTOS-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 2410-FETCH-MOV-I  THRU 2410-FETCH-MOV-F
           PERFORM 2420-GRABAR-MOV-I THRU 2420-GRABAR-MOV-F
                                     UNTIL WS-FIN-LECTURA

           EXEC SQL CLOSE CURSORMOV END-EXEC.

       2400-MOVIMIENTOS-F. EXIT.


      *---------------------------------------------------------------
       2410-FETCH-MOV-I.

           EXEC SQL
              FETCH CURSORMOV INTO :MOV-TIPCUEN,
                                   :MOV-NROCUEN,
                                   :MOV-SUCMOV,
                                   :MOV-FECMOV,
                                   :MOV-TIPMOV,
                                   :MOV-IMPORTE,
                                   :MOV-MONEDA,
                                   :MOV-CANAL,
                                   :MOV-REFMOV,
                                   :MOV-OPERADOR,
                                   :MOV-HORAMOV,
                                   :MOV-FECCAPT
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORMOV = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2410-FETCH-MOV-F. EXIT.


      *---------------------------------------------------------------
       2420-GRABAR-MOV-I.

           MOVE MOV-NROCUEN TO WS-CTA-ORIGINAL
           PERFORM 5000-MASC-CUENTA-I THRU 5000-MASC-CUENTA-F

           MOVE MOV-TIPCUEN    TO LDM-TIPCUEN
           MOVE WS-CTA-MASCARA TO LDM-NROCUEN
           MOVE MOV-SUCMOV     TO LDM-SUCMOV
           MOVE MOV-FECMOV     TO LDM-FECMOV
           MOVE MOV-TIPMOV     TO LDM-TIPMOV
           MOVE MOV-IMPORTE    TO LDM-IMPORTE
           MOVE MOV-MONEDA     TO LDM-MONEDA
           MOVE MOV-CANAL      TO LDM-CANAL
           MOVE MOV-REFMOV     TO LDM-REFMOV
           MOVE MOV-OPERADOR   TO LDM-OPERADOR
           MOVE MOV-HORAMOV    TO LDM-HORAMOV
           MOVE MOV-FECCAPT    TO LDM-FECCAPT

           WRITE REG-CARGAMOV FROM WS-LOAD-MOV
           IF FS-CARGAMOV IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE CARGAMOV = ' FS-CARGAMOV
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2420-GRABAR-MOV-F
           END-IF

           IF MOV-MONEDA IS EQUAL 1
              MOVE 6 TO WS-CTL-IDX
           ELSE
              MOVE 7 TO WS-CTL-IDX
           END-IF
           ADD 1           TO WS-CTL-FILAS-COP (WS-CTL-IDX)
           ADD LDM-IMPORTE TO WS-CTL-IMPORTE-COP (WS-CTL-IDX)

           PERFORM 2410-FETCH-MOV-I THRU 2410-FETCH-MOV-F.

       2420-GRABAR-MOV-F. EXIT.


      *---------------------------------------------------------------
       2500-PERSOCAF-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 2500-PERSOCAF-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 2510-LEER-PERSOCAF-I  THRU 2510-LEER-PERSOCAF-F
           PERFORM 2520-GRABAR-PERSOCAF-I THRU 2520-GRABAR-PERSOCAF-F
                                          UNTIL WS-FIN-LECTURA.

       2500-PERSOCAF-F. EXIT.


      *---------------------------------------------------------------
       2510-LEER-PERSOCAF-I.

           READ PERSOCAF NEXT RECORD

           EVALUATE FS-PERSOCAF
              WHEN '00'
                 ADD 1 TO WS-CTL-FILAS-ORI (2)
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PERSOCAF = ' FS-PERSOCAF
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       2510-LEER-PERSOCAF-F. EXIT.


      *---- PERSONA: MISMO ENMASCARAMIENTO QUE EN TBCURCLI ------------
       2520-GRABAR-PERSOCAF-I.

      *    UN DOCUMENTO NO NUMERICO NO SE PUEDE ENMASCARAR: EL
      *    REGISTRO NO VIAJA Y LA DIFERENCIA QUEDA EN EL CONTROL.
           IF PER-NRO-DOC IS NOT NUMERIC
              ADD 1 TO WS-DESCARTADOS-CANT
              GO TO 2520-GRABAR-PERSOCAF-LEER
           END-IF

           MOVE PER-NRO-DOC   TO WS-DOC-ORIGINAL
           MOVE PER-TIP-DOC   TO WS-PSE-TIPDOC
           MOVE PER-SEXO      TO WS-PSE-SEXO
           MOVE PER-CLASE     TO WS-PSE-CLASE
           PERFORM 5100-MASC-DOCUMENTO-I THRU 5100-MASC-DOCUMENTO-F
           PERFORM 5200-SEUDONIMOS-I     THRU 5200-SEUDONIMOS-F

           MOVE WS-DOC-MASCARA   TO PER-NRO-DOC
           MOVE WS-PSE-NOMAPE    TO PER-NOMAPE
           IF PER-DIRECCION IS NOT EQUAL SPACES
              MOVE WS-PSE-DOMICILIO TO PER-DIRECCION
           END-IF
           IF PER-EMAIL IS NOT EQUAL SPACES
              MOVE WS-PSE-EMAIL     TO PER-EMAIL
           END-IF
           IF PER-TELEFONO IS NOT EQUAL SPACES
              MOVE WS-PSE-TELEFONO  TO PER-TELEFONO
           END-IF

           WRITE REG-PERSOSAL FROM REG-PERSOCAF
           IF FS-PERSOSAL IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE PERSOSAL = ' FS-PERSOSAL
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2520-GRABAR-PERSOCAF-F
           END-IF
           ADD 1 TO WS-CTL-FILAS-COP (2).

       2520-GRABAR-PERSOCAF-LEER.

           PERFORM 2510-LEER-PERSOCAF-I THRU 2510-LEER-PERSOCAF-F.

       2520-GRABAR-PERSOCAF-F. EXIT.


      *---- CIFRAS DEL ORIGEN PARA LA VERIFICACION EN PRUEBA ----------
       2900-GRABAR-CIFRAS-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 2900-GRABAR-CIFRAS-F
           END-IF

           MOVE SPACES               TO WS-REG-CIFRAS
           MOVE 'H'                  TO CIF-TIPO
           MOVE WS-FECHA-DESDE       TO CIF-FECHA-DESDE
           MOVE WS-FECHA-PROCESO-ISO TO CIF-FECHA-EXTRAE
           WRITE REG-CIFRAS FROM WS-REG-CIFRAS

           PERFORM 2910-GRABAR-ITEM-I THRU 2910-GRABAR-ITEM-F
              VARYING WS-CTL-IDX FROM 1 BY 1
                UNTIL WS-CTL-IDX IS GREATER WS-CTL-MAX

           IF FS-CIFRAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE CIFRAS = ' FS-CIFRAS
              MOVE 9999 TO RETURN-CODE
           END-IF.

       2900-GRABAR-CIFRAS-F. EXIT.


      *---------------------------------------------------------------
       2910-GRABAR-ITEM-I.

           MOVE SPACES      TO WS-REG-CIFRAS
           MOVE 'D'         TO CIF-TIPO
           MOVE WS-CTL-IDX  TO CIF-ITEM
           MOVE WS-ITM-NOMBRE      (WS-CTL-IDX) TO CIF-NOMBRE
           MOVE WS-CTL-FILAS-ORI   (WS-CTL-IDX) TO CIF-FILAS
           MOVE WS-CTL-IMPORTE-ORI (WS-CTL-IDX) TO CIF-IMPORTE
           WRITE REG-CIFRAS FROM WS-REG-CIFRAS.

       2910-GRABAR-ITEM-F. EXIT.


      *---- MODO VERIFICA: CIFRAS DE ORIGEN CONTRA LO CARGADO ---------
       3000-VERIFICAR-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 3000-VERIFICAR-F
           END-IF

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 3100-LEER-CIFRAS-I THRU 3100-LEER-CIFRAS-F
                                      UNTIL WS-FIN-LECTURA
           IF RETURN-CODE IS EQUAL 9999
              GO TO 3000-VERIFICAR-F
           END-IF

           PERFORM 4000-CIFRAS-SQL-I THRU 4000-CIFRAS-SQL-F

           SET WS-NO-FIN-LECTURA TO TRUE
           PERFORM 3200-CONTAR-PERSOCAF-I THRU 3200-CONTAR-PERSOCAF-F
                                          UNTIL WS-FIN-LECTURA.

       3000-VERIFICAR-F. EXIT.


      *---------------------------------------------------------------
       3100-LEER-CIFRAS-I.

           READ CIFRAS INTO WS-REG-CIFRAS

           EVALUATE FS-CIFRAS
              WHEN '00'
                 IF CIF-TIPO IS EQUAL 'D' AND
                    CIF-ITEM IS NUMERIC AND
                    CIF-ITEM IS GREATER ZEROS AND
                    CIF-ITEM IS NOT GREATER WS-CTL-MAX
                    MOVE CIF-FILAS   TO WS-CTL-FILAS-ORI (CIF-ITEM)
                    MOVE CIF-IMPORTE TO WS-CTL-IMPORTE-ORI (CIF-ITEM)
                 ELSE
                    DISPLAY '* REGISTRO INVALIDO EN DDCIFRAS: '
                            WS-REG-CIFRAS
                    MOVE 9999 TO RETURN-CODE
                    SET WS-FIN-LECTURA TO TRUE
                 END-IF
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA CIFRAS = ' FS-CIFRAS
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       3100-LEER-CIFRAS-F. EXIT.


      *---------------------------------------------------------------
       3200-CONTAR-PERSOCAF-I.

           READ PERSOCAF NEXT RECORD

           EVALUATE FS-PERSOCAF
              WHEN '00'
                 ADD 1 TO WS-CTL-FILAS-COP (2)
              WHEN '10'
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA PERSOCAF = ' FS-PERSOCAF
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       3200-CONTAR-PERSOCAF-F. EXIT.


      *---- FILAS E IMPORTES DE LAS TABLAS: EN PRODUCCION SON EL ------
      *---- ORIGEN, EN PRUEBA LA COPIA CARGADA ------------------------
       4000-CIFRAS-SQL-I.

           IF RETURN-CODE IS EQUAL 9999
              GO TO 4000-CIFRAS-SQL-F
           END-IF

           MOVE ZEROS TO WS-SQL-IMPORTE
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-SQL-FILAS
                FROM KC02803.TBCURCLI
           END-EXEC
           MOVE 1 TO WS-CTL-IDX
           PERFORM 4100-ASIGNAR-CIFRA-I THRU 4100-ASIGNAR-CIFRA-F

           EXEC SQL
              SELECT COUNT(*), VALUE(SUM(SALDO), 0)
                INTO :WS-SQL-FILAS, :WS-SQL-IMPORTE
                FROM KC02803.TBCURCTA
               WHERE MONEDA = 1
           END-EXEC
           MOVE 3 TO WS-CTL-IDX
           PERFORM 4100-ASIGNAR-CIFRA-I THRU 4100-ASIGNAR-CIFRA-F

           EXEC SQL
              SELECT COUNT(*), VALUE(SUM(SALDO), 0)
                INTO :WS-SQL-FILAS, :WS-SQL-IMPORTE
                FROM KC02803.TBCURCTA
               WHERE MONEDA <> 1
           END-EXEC
           MOVE 4 TO WS-CTL-IDX
           PERFORM 4100-ASIGNAR-CIFRA-I THRU 4100-ASIGNAR-CIFRA-F

           MOVE ZEROS TO WS-SQL-IMPORTE
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-SQL-FILAS
                FROM KC02803.TBCURTIT
           END-EXEC
           MOVE 5 TO WS-CTL-IDX
           PERFORM 4100-ASIGNAR-CIFRA-I THRU 4100-ASIGNAR-CIFRA-F

           EXEC SQL
              SELECT COUNT(*), VALUE(SUM(IMPORTE), 0)
                INTO :WS-SQL-FILAS, :WS-SQL-IMPORTE
                FROM KC02803.TBCURMOV
               WHERE FECMOV >= :WS-FECHA-DESDE
                 AND MONEDA = 1
           END-EXEC
           MOVE 6 TO WS-CTL-IDX
           PERFORM 4100-ASIGNAR-CIFRA-I THRU 4100-ASIGNAR-CIFRA-F

           EXEC SQL
              SELECT COUNT(*), VALUE(SUM(IMPORTE), 0)
                INTO :WS-SQL-FILAS, :WS-SQL-IMPORTE
                FROM KC02803.TBCURMOV
               WHERE FECMOV >= :WS-FECHA-DESDE
                 AND MONEDA <> 1
           END-EXEC
           MOVE 7 TO WS-CTL-IDX
           PERFORM 4100-ASIGNAR-CIFRA-I THRU 4100-ASIGNAR-CIFRA-F.

       4000-CIFRAS-SQL-F. EXIT.


      *---------------------------------------------------------------
       4100-ASIGNAR-CIFRA-I.

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR CIFRAS ' WS-ITM-NOMBRE (WS-CTL-IDX)
                      ' = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 4100-ASIGNAR-CIFRA-F
           END-IF

           IF WS-MODO-EXTRAE
              MOVE WS-SQL-FILAS   TO WS-CTL-FILAS-ORI   (WS-CTL-IDX)
              MOVE WS-SQL-IMPORTE TO WS-CTL-IMPORTE-ORI (WS-CTL-IDX)
           ELSE
              MOVE WS-SQL-FILAS   TO WS-CTL-FILAS-COP   (WS-CTL-IDX)
              MOVE WS-SQL-IMPORTE TO WS-CTL-IMPORTE-COP (WS-CTL-IDX)
           END-IF.

       4100-ASIGNAR-CIFRA-F. EXIT.


      *---- CUENTA: PERMUTACION DE DIGITOS DENTRO DE CADA PESO --------
       5000-MASC-CUENTA-I.

           PERFORM 5010-MOVER-DIGITO-I THRU 5010-MOVER-DIGITO-F
              VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX IS GREATER 10.

       5000-MASC-CUENTA-F. EXIT.


      *---------------------------------------------------------------
       5010-MOVER-DIGITO-I.

           MOVE WS-CTA-ORI-DIG (WS-PERM-POS (WS-IDX))
             TO WS-CTA-MSC-DIG (WS-IDX).

       5010-MOVER-DIGITO-F. EXIT.


      *---- DOCUMENTO: LOS 8 DIGITOS BAJOS, BIYECCION MODULO 10**8 ----
       5100-MASC-DOCUMENTO-I.

           COMPUTE WS-PRODUCTO = WS-DOC-ORI-BAJO * CLV-MULTIPLICADOR
                               + CLV-SUMANDO
           DIVIDE WS-PRODUCTO BY 100000000
                  GIVING WS-COCIENTE REMAINDER WS-RESTO
           MOVE WS-DOC-ORI-ALTO TO WS-DOC-MSC-ALTO
           MOVE WS-RESTO        TO WS-DOC-MSC-BAJO.

       5100-MASC-DOCUMENTO-F. EXIT.


      *---- SEUDONIMOS DERIVADOS DEL DOCUMENTO ENMASCARADO ------------
       5200-SEUDONIMOS-I.

           DIVIDE WS-DOC-MSC-BAJO BY 20
                  GIVING WS-COCIENTE REMAINDER WS-RESTO
           COMPUTE WS-IDX-APELLIDO = WS-RESTO + 1
           DIVIDE WS-COCIENTE BY 10
                  GIVING WS-COCIENTE REMAINDER WS-RESTO
           COMPUTE WS-IDX-NOMBRE = WS-RESTO + 1

           MOVE SPACES TO WS-PSE-NOMAPE WS-PSE-EMAIL
                          WS-PSE-DOMICILIO WS-PSE-TELEFONO

      *    NOMAPE CON EL FORMATO 'NOMBRE, APELLIDO' DE LA CADENA;
      *    LAS PERSONAS JURIDICAS LLEVAN UNA RAZON SOCIAL.
           IF WS-PSE-CLASE IS EQUAL 'J'
              STRING 'EMPRESA '        DELIMITED BY SIZE
                     WS-DOC-MSC-BAJO   DELIMITED BY SIZE
                     ' SA'             DELIMITED BY SIZE
                INTO WS-PSE-NOMAPE
           ELSE
              IF WS-PSE-SEXO IS EQUAL 'F'
                 MOVE WS-NOMBRE-F (WS-IDX-NOMBRE) TO WS-NOMBRE
              ELSE
                 MOVE WS-NOMBRE-M (WS-IDX-NOMBRE) TO WS-NOMBRE
              END-IF
              STRING WS-NOMBRE         DELIMITED BY SPACE
                     ', '              DELIMITED BY SIZE
                     WS-APELLIDO (WS-IDX-APELLIDO)
                                       DELIMITED BY SPACE
                INTO WS-PSE-NOMAPE
           END-IF

      *    DOMINIO RESERVADO: NINGUN CORREO DE PRUEBA PUEDE SALIR.
           STRING WS-PSE-TIPDOC        DELIMITED BY SIZE
                  WS-DOC-MASCARA       DELIMITED BY SIZE
                  '@PRUEBA.INVALID'    DELIMITED BY SIZE
             INTO WS-PSE-EMAIL

           STRING 'CALLE '             DELIMITED BY SIZE
                  WS-APELLIDO (WS-IDX-APELLIDO)
                                       DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  WS-DOC-MSC-PUERTA    DELIMITED BY SIZE
             INTO WS-PSE-DOMICILIO

           STRING '11'                 DELIMITED BY SIZE
                  WS-DOC-MSC-BAJO      DELIMITED BY SIZE
             INTO WS-PSE-TELEFONO.

       5200-SEUDONIMOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           WRITE REG-SALIDA FROM IMP-TITULO    AFTER PAGE
           WRITE REG-SALIDA FROM IMP-SUBTITULO AFTER 1
           WRITE REG-SALIDA FROM WS-LINE       AFTER 1
           WRITE REG-SALIDA FROM IMP-COLUMNAS  AFTER 1
           WRITE REG-SALIDA FROM WS-LINE3      AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---- UNA LINEA POR ITEM; CUALQUIER DIFERENCIA SE MARCA ---------
       6900-IMP-REGISTRO-I.

           MOVE WS-ITM-NOMBRE (WS-CTL-IDX)      TO IMP-ITEM
           MOVE WS-CTL-FILAS-ORI (WS-CTL-IDX)   TO IMP-FILAS-ORI
           MOVE WS-CTL-FILAS-COP (WS-CTL-IDX)   TO IMP-FILAS-COP
           IF WS-ITM-IMPORTE (WS-CTL-IDX) IS EQUAL 'S'
              MOVE WS-CTL-IMPORTE-ORI (WS-CTL-IDX) TO IMP-IMPORTE-ORI
              MOVE WS-CTL-IMPORTE-COP (WS-CTL-IDX) TO IMP-IMPORTE-COP
           ELSE
              MOVE SPACES TO IMP-IMPORTE-ORI-X IMP-IMPORTE-COP-X
           END-IF

           IF WS-CTL-FILAS-ORI (WS-CTL-IDX) IS EQUAL
              WS-CTL-FILAS-COP (WS-CTL-IDX) AND
              WS-CTL-IMPORTE-ORI (WS-CTL-IDX) IS EQUAL
              WS-CTL-IMPORTE-COP (WS-CTL-IDX)
              MOVE 'OK'         TO IMP-RESULTADO
           ELSE
              MOVE 'DIFERENCIA' TO IMP-RESULTADO
              ADD 1 TO WS-DIFERENCIAS-CANT
           END-IF

           WRITE REG-SALIDA FROM IMP-REG-LISTADO AFTER 1.

       6900-IMP-REGISTRO-F. EXIT.


      *---------------------------------------------------------------
       6950-IMP-RESUMEN-I.

           WRITE REG-SALIDA FROM IMP-REG-RESUMEN AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       6950-IMP-RESUMEN-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           IF RETURN-CODE IS EQUAL 9999
              DISPLAY '* PROCESO CON ERRORES - LA COPIA NO ES VALIDA'
              GO TO 9999-CERRAR
           END-IF

           PERFORM 6500-IMPRIMIR-TITULO-I THRU 6500-IMPRIMIR-TITULO-F
           PERFORM 6900-IMP-REGISTRO-I THRU 6900-IMP-REGISTRO-F
              VARYING WS-CTL-IDX FROM 1 BY 1
                UNTIL WS-CTL-IDX IS GREATER WS-CTL-MAX
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1

           IF WS-MODO-EXTRAE
              MOVE 'CUENTAS CONTROLADAS CON PGMDVCTA' TO IMP-RES-TEXTO
              MOVE WS-DV-CONTROL-CANT                TO IMP-RES-CANT
              PERFORM 6950-IMP-RESUMEN-I THRU 6950-IMP-RESUMEN-F
              MOVE 'CUENTAS CON DIGITO VERIFICADOR ALTERADO'
                                                     TO IMP-RES-TEXTO
              MOVE WS-DV-ERROR-CANT                  TO IMP-RES-CANT
              PERFORM 6950-IMP-RESUMEN-I THRU 6950-IMP-RESUMEN-F
              MOVE 'PERSOCAF DESCARTADOS POR DOCUMENTO NO NUMERICO'
                                                     TO IMP-RES-TEXTO
              MOVE WS-DESCARTADOS-CANT               TO IMP-RES-CANT
              PERFORM 6950-IMP-RESUMEN-I THRU 6950-IMP-RESUMEN-F
           END-IF

           IF WS-DIFERENCIAS-CANT IS GREATER ZEROS OR
              WS-DV-ERROR-CANT    IS GREATER ZEROS
              MOVE 'RESULTADO: HAY DIFERENCIAS - NO USAR LA COPIA'
                TO IMP-CONCLUSION
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'RESULTADO: COPIA INTEGRA' TO IMP-CONCLUSION
           END-IF
           WRITE REG-SALIDA FROM IMP-REG-CONCLUSION AFTER 2

           DISPLAY '____________________________________________'
           DISPLAY 'MODO                : ' WS-MODO
           DISPLAY 'MOVIMIENTOS DESDE   : ' WS-FECHA-DESDE
           DISPLAY 'ITEMS CON DIFERENCIA: ' WS-DIFERENCIAS-CANT
           IF WS-MODO-EXTRAE
              DISPLAY 'CUENTAS CONTROLADAS : ' WS-DV-CONTROL-CANT
              DISPLAY 'DV ALTERADOS        : ' WS-DV-ERROR-CANT
           END-IF
           DISPLAY IMP-CONCLUSION.

       9999-CERRAR.

           IF WS-SALIDAS-ABIERTAS
              CLOSE CARGACLI CARGACTA CARGATIT CARGAMOV PERSOSAL
           END-IF
           IF WS-MODO-EXTRAE OR WS-MODO-VERIFICA
              CLOSE CIFRAS
           END-IF
           IF WS-PERSOCAF-ABIERTO
              CLOSE PERSOCAF
           END-IF

           CLOSE LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' AND
              RETURN-CODE IS NOT EQUAL 9999 THEN
              DISPLAY '* ERROR EN CLOSE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
           END-IF.

       9999-FINAL-F. EXIT.
