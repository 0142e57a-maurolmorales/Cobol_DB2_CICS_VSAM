       IDENTIFICATION DIVISION. *> alta integral de cliente
       PROGRAM-ID. PGMALCLI.

      *****************************************************************
      *                   CLASE SINCRÓNICA 183                        *
      *                   ====================                        *
      *    ALTA INTEGRAL DE CLIENTE EN VENTANILLA                     *
      *                                                               *
      *    EN UNA SOLA PANTALLA SE CAPTURAN LOS DATOS DEL CLIENTE,    *
      *    LOS DOCUMENTOS DEL LEGAJO PRESENTADOS, EL PRODUCTO DE LA   *
      *    PRIMERA CUENTA Y, OPCIONALMENTE, EL PLASTICO DE DEBITO.    *
      *    ENTER : VERIFICA. MISMAS REGLAS QUE PROGM36S (DATOS,       *
      *            MENOR CON REPRESENTANTE, LISTA DE CONTROL          *
      *            TBCURLSN), PGMALCTA (PRODUCTO TBCURPRD, MENOR SIN  *
      *            CTA CORRIENTE, LEGAJO TBCURLRQ CON EXCEPCION DE    *
      *            SUPERVISOR) Y PGMTARJE (PLASTICO Y VENCIMIENTO).   *
      *    PF6   : CONFIRMA. VUELVE A VERIFICAR Y, EN UNA UNIDAD DE   *
      *            TRABAJO, GRABA PERSOCAF/TBCURCLI, EL LEGAJO        *
      *            (TBCURLEG), LA CUENTA (TBCURCTA) CON NUMERO        *
      *            ASIGNADO Y DIGITO VERIFICADOR (PGMDVCTA), LA       *
      *            TARJETA (TBCURTAR) Y LA CONSTANCIA DE BIENVENIDA   *
      *            EN EL REPOSITORIO REPOCAF, REPORTE 'BIENVENI'.     *
      *            SI CUALQUIER PASO FALLA, TODO RETROCEDE            *
      *            (SYNCPOINT ROLLBACK): NO QUEDAN CLIENTES SIN       *
      *            CUENTA NI CUENTAS SIN TARJETA.                     *
      *    EL ALTA CONFIRMADA DEJA UN UNICO REGISTRO DE AUDITORIA     *
      *    ('ONBD') EN LA COLA 'AUDC'. REQUIERE NIVEL 2 (CAJERO).     *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE LOS DATOS DEL ALTA Y PRESIONE ENTER'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-03         PIC X(72) VALUE
                   'TIPO DE DOCUMENTO INVALIDO - REINGRESAR'.
             05 CT-MNS-04         PIC X(72) VALUE
                   'NRO DE DOCUMENTO INVALIDO - REINGRESAR'.
             05 CT-MNS-05         PIC X(72) VALUE
                   'NOMBRE Y APELLIDO INVALIDO - REINGRESAR'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'FECHA DE NACIMIENTO INVALIDA - REINGRESAR'.
             05 CT-MNS-07         PIC X(72) VALUE
                   'SEXO INVALIDO - REINGRESAR'.
             05 CT-MNS-08         PIC X(72) VALUE
                   'EL CLIENTE YA EXISTE - USE EL ALTA DE CUENTAS'.
             05 CT-MNS-09         PIC X(72) VALUE
                                       'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-10         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'MENOR DE EDAD - INGRESE CLIENTE REPRESENTANTE'.
             05 CT-MNS-14         PIC X(72) VALUE
                   'REPRESENTANTE INEXISTENTE, DE BAJA O MENOR DE EDAD'.
             05 CT-MNS-LISTA      PIC X(72) VALUE
                   'ALTA RETENIDA: COINCIDE CON LISTA DE CONTROL - DERI
      -              'VAR A CUMPLIMIENTO'.
             05 CT-MNS-20         PIC X(72) VALUE
                   'TIPO DE CUENTA INVALIDO - REINGRESAR'.
             05 CT-MNS-21         PIC X(72) VALUE
                   'SUBTIPO DE CUENTA INVALIDO - REINGRESAR'.
             05 CT-MNS-22         PIC X(72) VALUE
                   'MONEDA INVALIDA - REINGRESAR'.
             05 CT-MNS-23         PIC X(72) VALUE
                   'SUCURSAL INVALIDA - REINGRESAR'.
             05 CT-MNS-24         PIC X(72) VALUE
                   'PRODUCTO INEXISTENTE (TIPO/SUBTIPO/MONEDA)'.
             05 CT-MNS-25         PIC X(72) VALUE
                   'CLIENTE MENOR DE EDAD - NO ADMITE CTA CORRIENTE'.
             05 CT-MNS-30         PIC X(72) VALUE
                   'INDIQUE S O N EN TARJETA DE DEBITO'.
             05 CT-MNS-31         PIC X(72) VALUE
                   'NUMERO DE TARJETA INVALIDO (16 DIGITOS)'.
             05 CT-MNS-32         PIC X(72) VALUE
                   'VENCIMIENTO DE TARJETA INVALIDO (AAAAMM)'.
             05 CT-MNS-33         PIC X(72) VALUE
                   'LA TARJETA YA EXISTE EN EL REGISTRO'.
             05 CT-MNS-40         PIC X(72) VALUE
                   'DOCUMENTO NO REQUERIDO PARA LA CLASE DEL CLIENTE'.
             05 CT-MNS-41         PIC X(72) VALUE
                   'DOCUMENTO INFORMADO DOS VECES'.
             05 CT-MNS-42         PIC X(72) VALUE
                   'UN DOCUMENTO VENCE - INGRESE EL VENCIMIENTO (AAAA-MM
      -              '-DD)'.
             05 CT-MNS-43         PIC X(72) VALUE
                   'VENCIMIENTO DE DOCUMENTOS INVALIDO (AAAA-MM-DD FUTUR
      -              'A)'.
             05 CT-MNS-44         PIC X(72) VALUE
                  'LEGAJO INCOMPLETO O VENCIDO - REQUIERE SUPERVISOR'.
             05 CT-MNS-50         PIC X(72) VALUE
                   'DATOS VERIFICADOS - PF6 CONFIRMA EL ALTA'.
             05 CT-MNS-51         PIC X(72) VALUE
                   'VERIFIQUE LOS DATOS CON ENTER ANTES DE CONFIRMAR'.
             05 CT-MNS-52         PIC X(72) VALUE
                   'CLIENTE, CUENTA Y TARJETA DADOS DE ALTA CON EXITO'.
             05 CT-MNS-53         PIC X(72) VALUE
                   'CLIENTE Y CUENTA DADOS DE ALTA CON EXITO'.
             05 CT-MNS-54         PIC X(72) VALUE
                   'PROBLEMA CON EL ARCHIVO PERSONA'.
             05 CT-MNS-55         PIC X(72) VALUE
                   'NUMERO DE CUENTA TOMADO POR OTRA ALTA - REINTENTE'.
             05 CT-MNS-56         PIC X(72) VALUE
                   'NO SE PUDO IMPRIMIR LA CONSTANCIA DE BIENVENIDA'.
           03 CT-DATASET           PIC X(08)           VALUE
                                                            'PERSOCAF'.
           03 CT-DATASET-LEN       PIC S9(04) COMP     VALUE 173.
           03 CT-DATASET-KEYLEN    PIC S9(04) COMP     VALUE 13.

      *---- COLA DE AUDITORIA DE ALTAS/BAJAS/MODIFICACIONES -----------
           03 CT-AUDIT-QUEUE       PIC X(04)           VALUE 'AUDC'.
           03 CT-AUDIT-LEN         PIC S9(04) COMP     VALUE 106.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPALCL'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPALCL'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'ALTC'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-FECHA-AAAAMMDD   PIC 9(08)          VALUE ZEROS.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPALCL.
           COPY DFHBMSCA.
           COPY DFHAID.
           COPY CPPERSON.

      *-------------------------------------------------------------
      *    ENTER DEJA MARCADO EL DOCUMENTO VERIFICADO; PF6 SOLO
      *    CONFIRMA EL ALTA DE ESE MISMO DOCUMENTO.
       01  WS-COMMAREA.
           03 WS-USER-DATA.
              05 WS-USER-TIPDOC    PIC X(02).
              05 WS-USER-NRODOC    PIC 9(11).
           03 WS-USER-VERIF        PIC X(01).
              88 USER-VERIFICADO                      VALUE 'S'.
           03 FILLER               PIC X(11).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       01  WS-TIP-DOC              PIC X(02)      VALUE SPACES.
      *    'CU' (CUIT) IDENTIFICA PERSONAS JURIDICAS.
           88 WS-TIP-DOC-BOOLEAN                  VALUE 'DU'
                                                        'PA'
                                                        'PE'
                                                        'CU'.
           88 WS-TIP-DOC-JURIDICA                 VALUE 'CU'.

       01  WS-FECHA-VAL.
           03 WS-ANIO              PIC 9(04)      VALUE ZEROS.
           03 WS-MES               PIC 9(02)      VALUE ZEROS.
           03 WS-DIA               PIC 9(02)      VALUE ZEROS.

       77  WS-FECHA-VALIDA         PIC X.
           88 FECHAOK                             VALUE 'Y'.
           88 FECHAOK-NO                          VALUE 'N'.

       77  WS-ANIO-HOY             PIC 9(04)      VALUE ZEROS.
       77  WS-FECNAC-NUM           PIC 9(08)      VALUE ZEROS.
       77  WS-CANT-REP             PIC S9(9) COMP VALUE ZEROS.
       77  WS-CANT-EXISTE          PIC S9(9) COMP VALUE ZEROS.

       77  WS-CLIENTE-VALIDO       PIC X.
           88 CLIENTEOK                           VALUE 'Y'.
           88 CLIENTEOK-NO                        VALUE 'N'.

      *    ENTER SOLO VERIFICA; PF6 ADEMAS DA DE ALTA.
       77  WS-MODO                 PIC X          VALUE 'V'.
           88 MODO-VERIFICA                       VALUE 'V'.
           88 MODO-ALTA                           VALUE 'A'.

       77  WS-ERROR-UOW            PIC X          VALUE 'N'.
           88 UOW-CON-ERROR                       VALUE 'S'.
           88 UOW-SIN-ERROR                       VALUE 'N'.

       77  WS-MSG-ALTA             PIC X(72)      VALUE SPACES.
       77  WS-MSG-PASO             PIC X(72)      VALUE SPACES.

      *---- CUENTA: SUCURSAL DE ALTA (LA DEL OPERADOR SI NO SE INFORMA)
       77  WS-SUC-ALTA             PIC 9(02)      VALUE ZEROS.

      *---- TARJETA DE DEBITO OPCIONAL ---------------------------------
       77  WS-CON-TARJETA          PIC X          VALUE 'N'.
           88 CON-TARJETA                         VALUE 'S'.
           88 SIN-TARJETA                         VALUE 'N'.
       77  WS-AAAAMM-HOY           PIC 9(06)      VALUE ZEROS.
       77  WS-AAAAMM-VTO           PIC 9(06)      VALUE ZEROS.
       77  WS-CANT-TAR             PIC S9(9) COMP VALUE ZEROS.

       01  WS-TARJ-NUM             PIC 9(16)      VALUE ZEROS.
       01  WS-TARJ-NUM-X REDEFINES WS-TARJ-NUM.
           03 FILLER               PIC X(12).
           03 WS-TARJ-ULT4         PIC X(04).

      *---- DOCUMENTOS DEL LEGAJO PRESENTADOS EN VENTANILLA ------------
      *    HASTA CINCO CODIGOS DE TBCURLRQ Y UN UNICO VENCIMIENTO
      *    PARA LOS QUE VENCEN (EL DEL DOCUMENTO DE IDENTIDAD).
       01  WS-TABLA-DOC.
           03 WS-DOC OCCURS 5 TIMES.
              05 DOC-COD           PIC X(02).
              05 DOC-OBLIGA        PIC X(01).
              05 DOC-VENCE         PIC X(01).

       01  WS-VTODOC.
           03 VTO-AAAA             PIC 9(04).
           03 VTO-G1               PIC X(01).
           03 VTO-MM               PIC 9(02).
           03 VTO-G2               PIC X(01).
           03 VTO-DD               PIC 9(02).
       01  WS-VTODOC-X REDEFINES WS-VTODOC
                                   PIC X(10).

       77  WS-VTODOC-NUM           PIC 9(08)      VALUE ZEROS.
       77  WS-CON-VTODOC           PIC X          VALUE 'N'.
           88 CON-VTODOC                          VALUE 'S'.
       77  WS-IX                   PIC 9(01)      VALUE ZEROS.
       77  WS-JX                   PIC 9(01)      VALUE ZEROS.

      *---- DOCUMENTOS OBLIGATORIOS DEL LEGAJO FALTANTES O VENCIDOS --
       77  WS-DOC-OBLIG            PIC S9(9) COMP VALUE ZEROS.
       77  WS-DOC-OK               PIC S9(9) COMP VALUE ZEROS.
       77  WS-DOC-PEND             PIC S9(9) COMP VALUE ZEROS.
       77  WS-DOC-PEND-ED          PIC Z9.
       77  WS-NIVEL-OVERRIDE       PIC 9(01)      VALUE 3.

      *---- SINCRONIZACION CONTRA KC02803.TBCURCLI (DB2) --------------
       77  REG-TIPDOC              PIC X(02)      VALUE SPACES.
       77  REG-NRODOC              PIC S9(11)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-NROCLI              PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-NOMAPE              PIC X(30)      VALUE SPACES.
       77  REG-SEXO                PIC X(01)      VALUE SPACES.
       77  REG-FECNAC              PIC X(08)      VALUE SPACES.
       77  REG-FECALTA             PIC X(08)      VALUE SPACES.
       77  REG-CLASE               PIC X(01)      VALUE 'F'.
       77  REG-REPNROCLI           PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.

      *-----------   HOST VARIABLES DB2 (TBCURCTA)   ----------------
       77  REG-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  REG-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SUCUEN              PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SALDO               PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-FECSAL              PIC X(08)      VALUE SPACES.
       77  REG-SUBTIPO             PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-NROCUEN              PIC 9(10)      VALUE ZEROS.

      *----- DESCRIPCION DEL PRODUCTO (CATALOGO TBCURPRD) -----------
       77  PRD-DESCRIP             PIC X(20)      VALUE SPACES.

      *-----------   HOST VARIABLES DB2 (TBCURLRQ/TBCURLEG)   --------
       77  REG-CODDOC              PIC X(02)      VALUE SPACES.
       77  REG-OBLIGA              PIC X(01)      VALUE SPACES.
       77  REG-VENCE               PIC X(01)      VALUE SPACES.

      *-----------   HOST VARIABLES DB2 (TBCURTAR)   ----------------
       01  DCLTBCURTAR.
           10 TAR-NROTARJ     PIC S9(16)V    USAGE COMP-3.
           10 TAR-TIPCUEN     PIC X(2).
           10 TAR-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 TAR-TIPDOC      PIC X(2).
           10 TAR-NRODOC      PIC S9(11)V    USAGE COMP-3.
           10 TAR-ESTADO      PIC X(1).
           10 TAR-FECVTO      PIC S9(6)V     USAGE COMP-3.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

      *---- FILTRO DE LISTAS DE CONTROL (TBCURLSN) --------------------
      *    MISMAS REGLAS QUE PGMSCREE EN BATCH: DOCUMENTO EXACTO O
      *    APELLIDO IGUAL / MISMA RAIZ DE 5 LETRAS SIGNIFICATIVA.
       77  WS-NOMAPE-LISTA         PIC X(30)      VALUE SPACES.
       77  WS-CANT-LISTA           PIC S9(9) COMP VALUE ZEROS.

      *---- RUTINA DE DIGITO VERIFICADOR DE CUENTAS -----------------
       77  WS-PGMDVCTA             PIC X(8)       VALUE 'PGMDVCTA'.

       01  LK-CUENTA-DV.
           05 LK-DV-SUCUEN         PIC 9(2).
           05 LK-DV-TIPCUEN        PIC X(2).
           05 LK-DV-NROCUEN        PIC 9(10).
           05 LK-DV-INGRESADO      PIC X(2).
           05 LK-DV-CALCULADO      PIC 9(2).
           05 LK-DV-VALIDO         PIC X(2).

      *    IDENTIFICADOR NORMALIZADO SS-TT-NNNNNNNNNN-DV.
       01  WS-CBU-NORMAL.
           03 CBN-SUCUEN           PIC 9(02).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 CBN-TIPCUEN          PIC X(02).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 CBN-NROCUEN          PIC 9(10).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 CBN-DV               PIC 9(02).

      *---- CONSTANCIA AL REPOSITORIO REPOCAF (CLAVE DE PGMCRGRP) -----
       01  WS-REG-REPO.
           05 RPO-KEY.
              10 RPO-REPORTE       PIC X(08).
              10 RPO-FECHA         PIC 9(08).
              10 RPO-LINEA         PIC 9(05).
           05 RPO-CONTENIDO        PIC X(133).

       77  CT-REPO-FILE            PIC X(08)      VALUE 'REPOCAF '.
       77  CT-REPO-REPORTE         PIC X(08)      VALUE 'BIENVENI'.
       77  WS-REPO-BASE            PIC 9(05)      VALUE ZEROS.
       77  WS-TASKNO               PIC S9(07) COMP-3 VALUE ZEROS.
       77  WS-TASK-COC             PIC S9(07) COMP VALUE ZEROS.
       77  WS-TASK-RESTO           PIC S9(04) COMP VALUE ZEROS.

       01  WS-BIE-LIN1.
           03 FILLER               PIC X(40)      VALUE
              'BIENVENIDO/A - CONSTANCIA DE APERTURA  '.
       01  WS-BIE-LIN2.
           03 FILLER               PIC X(12)      VALUE 'CLIENTE NRO '.
           03 BIE-NROCLI           PIC 9(07).
           03 FILLER               PIC X(02)      VALUE SPACES.
           03 BIE-NOMAPE           PIC X(30).
       01  WS-BIE-LIN3.
           03 FILLER               PIC X(10)      VALUE 'DOCUMENTO '.
           03 BIE-TIPDOC           PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 BIE-NRODOC           PIC 9(11).
       01  WS-BIE-LIN4.
           03 FILLER               PIC X(07)      VALUE 'CUENTA '.
           03 BIE-PRODUCTO         PIC X(20).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 BIE-TIPCUEN          PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 BIE-NROCUEN          PIC 9(10).
           03 FILLER               PIC X(11)      VALUE
              '  SUCURSAL '.
           03 BIE-SUCUEN           PIC Z9.
       01  WS-BIE-LIN5.
           03 FILLER               PIC X(26)      VALUE
              'IDENTIFICADOR NORMALIZADO '.
           03 BIE-CBU              PIC X(19).
       01  WS-BIE-LIN6.
           03 FILLER               PIC X(33)      VALUE
              'TARJETA DE DEBITO **** **** **** '.
           03 BIE-TARJ-ULT4        PIC X(04).
           03 FILLER               PIC X(08)      VALUE '  VENCE '.
           03 BIE-TARJ-AAAA        PIC 9(04).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 BIE-TARJ-MM          PIC 9(02).
       01  WS-BIE-LIN6-SIN.
           03 FILLER               PIC X(21)      VALUE
              'SIN TARJETA DE DEBITO'.
       01  WS-BIE-LIN7.
           03 FILLER               PIC X(18)      VALUE
              'LEGAJO: PENDIENTES'.
           03 BIE-PEND             PIC Z9.
           03 FILLER               PIC X(24)      VALUE
              ' - AUTORIZO SUPERVISOR  '.
           03 BIE-SUPERV           PIC X(03).
       01  WS-BIE-LIN7-OK.
           03 FILLER               PIC X(15)      VALUE
              'LEGAJO COMPLETO'.
       01  WS-BIE-LIN8.
           03 FILLER               PIC X(06)      VALUE 'FECHA '.
           03 BIE-FECHA            PIC X(10).
           03 FILLER               PIC X(07)      VALUE '  HORA '.
           03 BIE-HORA             PIC X(08).
           03 FILLER               PIC X(11)      VALUE
              '  OPERADOR '.
           03 BIE-OPERADOR         PIC X(03).
           03 FILLER               PIC X(11)      VALUE
              '  SUCURSAL '.
           03 BIE-SUC              PIC Z9.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. CON EL
      *    LEGAJO INCOMPLETO SOLO UN SUPERVISOR CONFIRMA EL ALTA.
       01  WS-TSQ-FIRMA.
           03 FILLER               PIC X(04)      VALUE 'SGN '.
           03 WS-TSQ-TERM-F        PIC X(04)      VALUE SPACES.

       01  WS-REG-FIRMA.
           05 FIR-ID               PIC X(03).
           05 FIR-NOMBRE           PIC X(30).
           05 FIR-SUC              PIC 9(02).
           05 FIR-NIVEL            PIC 9(01).

       77  WS-FIRMA-LEN            PIC S9(04) COMP VALUE 36.
       77  WS-FIRMA-OK             PIC X           VALUE 'N'.
           88 FIRMA-OK                             VALUE 'S'.
           88 FIRMA-NO                             VALUE 'N'.
       77  WS-NIVEL-REQUERIDO      PIC 9(01)       VALUE 2.

      *---- REGISTRO DE AUDITORIA (OPERADOR/TERMINAL/VALORES) --------
       01  WS-REG-AUDITORIA.
           05 AUD-TRANSACCION      PIC X(04)      VALUE SPACES.
           05 AUD-OPERADOR         PIC X(03)      VALUE SPACES.
           05 AUD-TERMINAL         PIC X(04)      VALUE SPACES.
           05 AUD-ACCION           PIC X(04)      VALUE SPACES.
           05 AUD-TIP-DOC          PIC X(02)      VALUE SPACES.
           05 AUD-NRO-DOC          PIC 9(11)      VALUE ZEROS.
           05 AUD-VALOR-ANT        PIC X(30)      VALUE SPACES.
           05 AUD-VALOR-NUE        PIC X(30)      VALUE SPACES.
           05 AUD-FECHA            PIC X(10)      VALUE SPACES.
           05 AUD-HORA             PIC X(08)      VALUE SPACES.

      *    EL ALTA INTEGRAL SE AUDITA EN UN SOLO REGISTRO 'ONBD':
      *    ANTERIOR = CLIENTE, PENDIENTES DEL LEGAJO Y SUPERVISOR
      *    QUE LOS AUTORIZO; NUEVO = CUENTA, DIGITO Y TARJETA S/N.
       01  WS-AUD-ONB-ANT.
           03 FILLER               PIC X(04)      VALUE 'CLI '.
           03 AOA-NROCLI           PIC 9(07).
           03 FILLER               PIC X(06)      VALUE ' PEND '.
           03 AOA-PEND             PIC 9(02).
           03 FILLER               PIC X(05)      VALUE ' SUP '.
           03 AOA-SUPERV           PIC X(03).
           03 FILLER               PIC X(03)      VALUE SPACES.
       01  WS-AUD-ONB-NUE.
           03 AON-TIPCUEN          PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 AON-NROCUEN          PIC 9(10).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 AON-DV               PIC 9(02).
           03 FILLER               PIC X(06)      VALUE ' TARJ '.
           03 AON-TARJETA          PIC X(01).
           03 FILLER               PIC X(07)      VALUE SPACES.

      *---- REGISTRO DE ACTIVIDAD (COLA ACTC): UNA MARCA LIVIANA ------
      *---- POR INTERACCION PARA EL INFORME DE USO (PGMESTAD) ---------
       01  WS-REG-ACTIVIDAD.
           05 ACT-TRANSACCION      PIC X(04)      VALUE SPACES.
           05 ACT-OPERADOR         PIC X(03)      VALUE SPACES.
           05 ACT-SUC              PIC 9(02)      VALUE ZEROS.
           05 ACT-FECHA            PIC X(10)      VALUE SPACES.
           05 ACT-HORA             PIC X(08)      VALUE SPACES.
           05 ACT-RESULT           PIC X(01)      VALUE 'O'.
           05 FILLER               PIC X(12)      VALUE SPACES.

       77  CT-ACTIV-QUEUE          PIC X(04)      VALUE 'ACTC'.
       77  CT-ACTIV-LEN            PIC S9(04) COMP VALUE 40.

       LINKAGE SECTION.
      *================*
       01 DFHCOMMAREA PIC X(25).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-INICIO.

           PERFORM 1000-INICIO-I   THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I  THRU 2000-PROCESO-F
           PERFORM 9999-FINAL-I    THRU 9999-FINAL-F.

       MAIN-PROGRAM-FINAL. EXIT.


      *-------------------------------------------------------------
       1000-INICIO-I.

           MOVE LOW-VALUES TO MAPALCLO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE LOW-VALUES TO WS-COMMAREA
              MOVE LENGTH OF MAPALCLO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPALCLO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPALCLI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPALCLO
                 MOVE CT-MNS-01  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

              WHEN OTHER
                 MOVE CT-MNS-09  TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-EVALUATE

           PERFORM 3000-TECLAS-I THRU 3000-TECLAS-F.

       2000-PROCESO-F. EXIT.


      *-------------------------------------------------------------
       3000-TECLAS-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              MOVE 'E' TO ACT-RESULT
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              GO TO 3000-TECLAS-F
           END-IF

           EVALUATE EIBAID

              WHEN DFHENTER
                 SET MODO-VERIFICA TO TRUE
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF6
                 SET MODO-ALTA TO TRUE
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF3
                 PERFORM 3200-PF3-I THRU 3200-PF3-F

              WHEN DFHPF12
                 PERFORM 3300-PF12-I THRU 3300-PF12-F

              WHEN OTHER
                 MOVE CT-MNS-10 TO  MSGO

           END-EVALUATE

           PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F.

       3000-TECLAS-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA TODO EL ALTA (ENTER) O LO VUELVE A VERIFICAR
      *  ANTES DE GRABARLO (PF6): ENTRE UNA TECLA Y OTRA PUEDE
      *  HABER CAMBIADO LA LISTA DE CONTROL O EL LEGAJO REQUERIDO.
       3100-ENTER-I.

           MOVE LOW-VALUES TO NROCLIO NROCUENO DIGVERO
                              PRODUCO PENDO

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           PERFORM 3150-VALIDAR-I THRU 3150-VALIDAR-F

           IF CLIENTEOK
              PERFORM 3400-VALIDAR-CUENTA-I THRU 3400-VALIDAR-CUENTA-F
           END-IF

           IF CLIENTEOK
              PERFORM 3500-VALIDAR-TARJETA-I
                 THRU 3500-VALIDAR-TARJETA-F
           END-IF

           IF CLIENTEOK
              PERFORM 3600-VERIF-EXISTE-I THRU 3600-VERIF-EXISTE-F
           END-IF

      *    FILTRO DE LISTAS DE CONTROL: UNA COINCIDENCIA NO ENTRA
      *    POR VENTANILLA, EL ALTA SE DERIVA A CUMPLIMIENTO.
           IF CLIENTEOK
              PERFORM 4800-VERIF-LISTA-I THRU 4800-VERIF-LISTA-F
              IF WS-CANT-LISTA IS GREATER ZEROS
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-LISTA TO MSGO
                 MOVE TIPDOCI TO WS-USER-TIPDOC
                 MOVE NUMDOCI TO WS-USER-NRODOC
                 MOVE 'LSNG'  TO AUD-ACCION
                 MOVE SPACES  TO AUD-VALOR-ANT
                 MOVE NOMAPEI TO AUD-VALOR-NUE
                 PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F
              END-IF
           END-IF

           IF CLIENTEOK
              PERFORM 3900-VERIF-LEGAJO-I THRU 3900-VERIF-LEGAJO-F
           END-IF

           IF CLIENTEOK-NO
              MOVE 'N' TO WS-USER-VERIF
              MOVE 'E' TO ACT-RESULT
              GO TO 3100-ENTER-F
           END-IF

           MOVE PRD-DESCRIP    TO PRODUCO
           MOVE WS-DOC-PEND    TO WS-DOC-PEND-ED
           MOVE WS-DOC-PEND-ED TO PENDO

           IF MODO-VERIFICA
              MOVE TIPDOCI   TO WS-USER-TIPDOC
              MOVE NUMDOCI   TO WS-USER-NRODOC
              MOVE 'S'       TO WS-USER-VERIF
              MOVE CT-MNS-50 TO MSGO
              GO TO 3100-ENTER-F
           END-IF

           IF NOT USER-VERIFICADO OR
              WS-USER-TIPDOC IS NOT EQUAL TIPDOCI OR
              WS-USER-NRODOC IS NOT EQUAL NUMDOCI
              MOVE CT-MNS-51 TO MSGO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 5000-ALTA-I THRU 5000-ALTA-F.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  DATOS DEL CLIENTE: LAS MISMAS REGLAS DEL ALTA DE PERSONAS
      *  (PROGM36S). 'CU' (CUIT) ES PERSONA JURIDICA: SIN SEXO Y
      *  CON FECHA DE CONSTITUCION EN LUGAR DE NACIMIENTO.
       3150-VALIDAR-I.

           SET CLIENTEOK TO TRUE
           MOVE TIPDOCI TO WS-TIP-DOC

           PERFORM 3700-VERIF-FECHA-I THRU 3700-VERIF-FECHA-F

           EVALUATE TRUE

              WHEN NOT WS-TIP-DOC-BOOLEAN
                   MOVE -1 TO TIPDOCL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-03  TO MSGO
              WHEN NUMDOCI IS NOT NUMERIC
                   MOVE -1 TO NUMDOCL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-04  TO MSGO
              WHEN NUMDOCI IS EQUAL ZEROS
                   MOVE -1 TO NUMDOCL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-04  TO MSGO
              WHEN NOMAPEI IS EQUAL TO (SPACES OR LOW-VALUES)
                   MOVE -1 TO NOMAPEL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-05  TO MSGO
              WHEN FECHAOK-NO
                   MOVE -1 TO ANIOL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-06  TO MSGO
              WHEN WS-TIP-DOC-JURIDICA
                   CONTINUE
              WHEN NOT (SEXOI = 'F' OR SEXOI = 'M' OR SEXOI = 'O')
                   MOVE -1 TO SEXOL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-07  TO MSGO
              WHEN OTHER
                   CONTINUE

           END-EVALUATE

           IF WS-TIP-DOC-JURIDICA
              MOVE 'J' TO REG-CLASE
           ELSE
              MOVE 'F' TO REG-CLASE
           END-IF

           MOVE ZEROS TO REG-REPNROCLI
           IF CLIENTEOK AND NOT WS-TIP-DOC-JURIDICA
              PERFORM 3800-VERIF-MENOR-I THRU 3800-VERIF-MENOR-F
           END-IF.

       3150-VALIDAR-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE LOW-VALUES TO MAPALCLO
           MOVE 'N'        TO WS-USER-VERIF
           MOVE CT-MNS-01  TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  PRIMERA CUENTA: EL PRODUCTO DEBE EXISTIR EN EL CATALOGO
      *  TBCURPRD Y EL MENOR NO PUEDE SER TITULAR DE CUENTA
      *  CORRIENTE (TIPO 01), COMO EN PGMALCTA. SIN SUCURSAL SE
      *  ABRE EN LA DEL OPERADOR FIRMADO. EL NUMERO LO ASIGNA EL
      *  ALTA Y LA CUENTA NACE SIN SALDO: EL PRIMER DEPOSITO ES UNA
      *  OPERACION DE CAJA COMUN.
       3400-VALIDAR-CUENTA-I.

           IF SUCUENI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE FIR-SUC TO WS-SUC-ALTA
           ELSE
              IF SUCUENI IS NUMERIC
                 MOVE SUCUENI TO WS-SUC-ALTA
              ELSE
                 MOVE ZEROS   TO WS-SUC-ALTA
              END-IF
           END-IF

           EVALUATE TRUE

              WHEN TIPCUENI IS EQUAL TO (SPACES OR LOW-VALUES)
                   MOVE -1 TO TIPCUENL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-20  TO MSGO
              WHEN SUBTIPOI IS NOT NUMERIC
                   MOVE -1 TO SUBTIPOL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-21  TO MSGO
              WHEN SUBTIPOI IS EQUAL ZEROS
                   MOVE -1 TO SUBTIPOL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-21  TO MSGO
              WHEN MONEDAI IS NOT NUMERIC
                   MOVE -1 TO MONEDAL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-22  TO MSGO
              WHEN MONEDAI IS EQUAL ZEROS
                   MOVE -1 TO MONEDAL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-22  TO MSGO
              WHEN WS-SUC-ALTA IS EQUAL ZEROS
                   MOVE -1 TO SUCUENL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-23  TO MSGO
              WHEN REG-REPNROCLI IS GREATER ZEROS AND
                   TIPCUENI IS EQUAL '01'
                   MOVE -1 TO TIPCUENL
                   SET CLIENTEOK-NO TO TRUE
                   MOVE CT-MNS-25  TO MSGO
              WHEN OTHER
                   CONTINUE

           END-EVALUATE

           IF CLIENTEOK-NO
              GO TO 3400-VALIDAR-CUENTA-F
           END-IF

           MOVE TIPCUENI TO REG-TIPCUEN
           MOVE SUBTIPOI TO REG-SUBTIPO
           MOVE MONEDAI  TO REG-MONEDA

           EXEC SQL
              SELECT DESCRIP
                INTO :PRD-DESCRIP
                FROM KC02803.TBCURPRD
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND SUBTIPO = :REG-SUBTIPO
                 AND MONEDA  = :REG-MONEDA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE -1 TO TIPCUENL
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-24 TO MSGO
              WHEN OTHER
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-09 TO MSGO
           END-EVALUATE.

       3400-VALIDAR-CUENTA-F. EXIT.


      *-------------------------------------------------------------
      *  TARJETA DE DEBITO OPCIONAL: EL PLASTICO DEL STOCK DE LA
      *  SUCURSAL (16 DIGITOS) Y SU VENCIMIENTO AAAAMM; SIN
      *  VENCIMIENTO SE TOMAN CUATRO ANOS DESDE HOY.
       3500-VALIDAR-TARJETA-I.

           EVALUATE TRUE
              WHEN TARJETAI IS EQUAL 'S'
                 SET CON-TARJETA TO TRUE
              WHEN TARJETAI IS EQUAL TO ('N' OR SPACES OR LOW-VALUES)
                 SET SIN-TARJETA TO TRUE
                 GO TO 3500-VALIDAR-TARJETA-F
              WHEN OTHER
                 MOVE -1 TO TARJETAL
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-30 TO MSGO
                 GO TO 3500-VALIDAR-TARJETA-F
           END-EVALUATE

           IF NROTARI IS NOT NUMERIC OR
              NROTARI IS EQUAL ZEROS
              MOVE -1 TO NROTARL
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-31 TO MSGO
              GO TO 3500-VALIDAR-TARJETA-F
           END-IF

           MOVE WS-FECHA-AAAAMMDD (1:6) TO WS-AAAAMM-HOY
           IF FECVTOI IS EQUAL TO (SPACES OR LOW-VALUES)
              COMPUTE WS-AAAAMM-VTO = WS-AAAAMM-HOY + 400
           ELSE
              IF FECVTOI IS NOT NUMERIC
                 MOVE -1 TO FECVTOL
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-32 TO MSGO
                 GO TO 3500-VALIDAR-TARJETA-F
              END-IF
              MOVE FECVTOI TO WS-AAAAMM-VTO
           END-IF

           IF WS-AAAAMM-VTO IS NOT GREATER WS-AAAAMM-HOY OR
              WS-AAAAMM-VTO (5:2) IS LESS '01' OR
              WS-AAAAMM-VTO (5:2) IS GREATER '12'
              MOVE -1 TO FECVTOL
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-32 TO MSGO
              GO TO 3500-VALIDAR-TARJETA-F
           END-IF

           MOVE NROTARI TO WS-TARJ-NUM
           MOVE NROTARI TO TAR-NROTARJ
           MOVE ZEROS   TO WS-CANT-TAR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-TAR
                FROM KC02803.TBCURTAR
               WHERE NROTARJ = :TAR-NROTARJ
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE IS NOT EQUAL 0
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-09 TO MSGO
              WHEN WS-CANT-TAR IS GREATER ZEROS
                 MOVE -1 TO NROTARL
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-33 TO MSGO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3500-VALIDAR-TARJETA-F. EXIT.


      *-------------------------------------------------------------
      *  EL ALTA INTEGRAL ES SOLO PARA CLIENTES NUEVOS: A UN
      *  CLIENTE EXISTENTE SE LE ABRE LA CUENTA POR PGMALCTA.
       3600-VERIF-EXISTE-I.

           MOVE TIPDOCI TO REG-TIPDOC
           MOVE NUMDOCI TO REG-NRODOC
           MOVE ZEROS   TO WS-CANT-EXISTE

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-EXISTE
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE IS NOT EQUAL 0
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-09 TO MSGO
              WHEN WS-CANT-EXISTE IS GREATER ZEROS
                 MOVE -1 TO NUMDOCL
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3600-VERIF-EXISTE-F. EXIT.


      *-------------------------------------------------------------
      *  FECHA DE NACIMIENTO (O DE CONSTITUCION) AAAA MM DD: FECHA
      *  REAL, DESDE 1900 Y NO POSTERIOR AL ANO EN CURSO.
       3700-VERIF-FECHA-I.

           SET FECHAOK TO TRUE

           MOVE ANIOI TO WS-ANIO
           MOVE MESI  TO WS-MES
           MOVE DIAI  TO WS-DIA
           MOVE WS-FECHA-AAAAMMDD (1:4) TO WS-ANIO-HOY

           IF WS-ANIO IS NOT NUMERIC OR
              WS-MES  IS NOT NUMERIC OR
              WS-DIA  IS NOT NUMERIC THEN
                 SET FECHAOK-NO TO TRUE
                 GO TO 3700-VERIF-FECHA-F
           END-IF

           IF WS-ANIO < 1900 OR WS-ANIO > WS-ANIO-HOY THEN
              SET FECHAOK-NO TO TRUE
           END-IF

           IF WS-MES < 01 OR WS-MES > 12 OR WS-DIA < 01 THEN
              SET FECHAOK-NO TO TRUE
           END-IF

           IF WS-MES = 02 THEN
              IF WS-DIA > 29 THEN
                 SET FECHAOK-NO TO TRUE
              END-IF
           END-IF

           IF WS-MES IS EQUAL TO (4 OR 6 OR 9 OR 11) AND
              WS-DIA > 30 THEN
                 SET FECHAOK-NO TO TRUE
           END-IF
           IF WS-MES IS EQUAL TO
              (1 OR 3 OR 5 OR 7 OR 8 OR 10 OR 12) AND
              WS-DIA > 31 THEN
                 SET FECHAOK-NO TO TRUE
           END-IF.

       3700-VERIF-FECHA-F. EXIT.


      *-------------------------------------------------------------
      *  EL MENOR DE 18 ANOS SE DA DE ALTA VINCULADO A SU
      *  REPRESENTANTE LEGAL, QUE DEBE SER UN CLIENTE PERSONA
      *  FISICA VIGENTE Y MAYOR DE EDAD (REGLA DE PROGM36S).
       3800-VERIF-MENOR-I.

           MOVE WS-FECHA-VAL TO WS-FECNAC-NUM

           IF WS-FECNAC-NUM + 180000 IS NOT GREATER WS-FECHA-AAAAMMDD
              GO TO 3800-VERIF-MENOR-F
           END-IF

           IF REPCLII IS NOT NUMERIC OR REPCLII IS EQUAL ZEROS
              MOVE -1 TO REPCLIL
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-13  TO MSGO
              GO TO 3800-VERIF-MENOR-F
           END-IF

           MOVE REPCLII TO REG-REPNROCLI
           MOVE ZEROS   TO WS-CANT-REP

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-REP
                FROM KC02803.TBCURCLI
               WHERE NROCLI    = :REG-REPNROCLI
                 AND CLASE     = 'F'
                 AND REPNROCLI = 0
                 AND FECBAJA  IS NULL
                 AND FECFALL  IS NULL
                 AND FECNAC   <= CURRENT DATE - 18 YEARS
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0 OR WS-CANT-REP IS EQUAL ZEROS
              MOVE -1 TO REPCLIL
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-14  TO MSGO
           END-IF.

       3800-VERIF-MENOR-F. EXIT.


      *-------------------------------------------------------------
      *  LEGAJO DEL CLIENTE NUEVO: LOS DOCUMENTOS PRESENTADOS EN
      *  VENTANILLA DEBEN SER DE LOS QUE PIDE SU CLASE (TBCURLRQ);
      *  LOS QUE VENCEN LLEVAN EL VENCIMIENTO INFORMADO. SI FALTAN
      *  OBLIGATORIOS, COMO EN PGMALCTA, SOLO UN SUPERVISOR
      *  FIRMADO PUEDE SEGUIR; LA EXCEPCION QUEDA EN EL REGISTRO
      *  DE AUDITORIA DEL ALTA.
       3900-VERIF-LEGAJO-I.

           MOVE DOC1I TO DOC-COD (1)
           MOVE DOC2I TO DOC-COD (2)
           MOVE DOC3I TO DOC-COD (3)
           MOVE DOC4I TO DOC-COD (4)
           MOVE DOC5I TO DOC-COD (5)

           MOVE 'N' TO WS-CON-VTODOC
           MOVE '9999-12-31' TO WS-VTODOC-X
           IF VTODOCI IS NOT EQUAL TO (SPACES OR LOW-VALUES)
              MOVE VTODOCI TO WS-VTODOC-X
              IF VTO-AAAA IS NOT NUMERIC OR
                 VTO-MM   IS NOT NUMERIC OR
                 VTO-DD   IS NOT NUMERIC OR
                 VTO-G1   IS NOT EQUAL '-' OR
                 VTO-G2   IS NOT EQUAL '-' OR
                 VTO-MM   < 01 OR VTO-MM > 12 OR
                 VTO-DD   < 01 OR VTO-DD > 31
                 MOVE -1 TO VTODOCL
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-43 TO MSGO
                 GO TO 3900-VERIF-LEGAJO-F
              END-IF
              COMPUTE WS-VTODOC-NUM = VTO-AAAA * 10000
                                    + VTO-MM * 100 + VTO-DD
              IF WS-VTODOC-NUM IS NOT GREATER WS-FECHA-AAAAMMDD
                 MOVE -1 TO VTODOCL
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-43 TO MSGO
                 GO TO 3900-VERIF-LEGAJO-F
              END-IF
              SET CON-VTODOC TO TRUE
           END-IF

           MOVE ZEROS TO WS-DOC-OK
           PERFORM 3950-VALIDAR-DOC-I THRU 3950-VALIDAR-DOC-F
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX IS GREATER 5 OR CLIENTEOK-NO

           IF CLIENTEOK-NO
              GO TO 3900-VERIF-LEGAJO-F
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-DOC-OBLIG
                FROM KC02803.TBCURLRQ
               WHERE CLASE  = :REG-CLASE
                 AND OBLIGA = 'S'
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-09 TO MSGO
              GO TO 3900-VERIF-LEGAJO-F
           END-IF

           COMPUTE WS-DOC-PEND = WS-DOC-OBLIG - WS-DOC-OK

           IF WS-DOC-PEND IS GREATER ZEROS AND
              FIR-NIVEL IS LESS WS-NIVEL-OVERRIDE
              MOVE -1 TO DOC1L
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-44 TO MSGO
           END-IF.

       3900-VERIF-LEGAJO-F. EXIT.


      *-------------------------------------------------------------
       3950-VALIDAR-DOC-I.

           MOVE SPACES TO DOC-OBLIGA (WS-IX) DOC-VENCE (WS-IX)

           IF DOC-COD (WS-IX) IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE SPACES TO DOC-COD (WS-IX)
              GO TO 3950-VALIDAR-DOC-F
           END-IF

           PERFORM 3960-DUPLICADO-I THRU 3960-DUPLICADO-F
              VARYING WS-JX FROM 1 BY 1
              UNTIL WS-JX IS NOT LESS WS-IX OR CLIENTEOK-NO

           IF CLIENTEOK-NO
              GO TO 3950-VALIDAR-DOC-F
           END-IF

           MOVE DOC-COD (WS-IX) TO REG-CODDOC

           EXEC SQL
              SELECT OBLIGA, VENCE
                INTO :REG-OBLIGA, :REG-VENCE
                FROM KC02803.TBCURLRQ
               WHERE CLASE  = :REG-CLASE
                 AND CODDOC = :REG-CODDOC
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE -1 TO DOC1L
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-40 TO MSGO
                 GO TO 3950-VALIDAR-DOC-F
              WHEN OTHER
                 SET CLIENTEOK-NO TO TRUE
                 MOVE CT-MNS-09 TO MSGO
                 GO TO 3950-VALIDAR-DOC-F
           END-EVALUATE

           IF REG-VENCE IS EQUAL 'S' AND NOT CON-VTODOC
              MOVE -1 TO VTODOCL
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-42 TO MSGO
              GO TO 3950-VALIDAR-DOC-F
           END-IF

           MOVE REG-OBLIGA TO DOC-OBLIGA (WS-IX)
           MOVE REG-VENCE  TO DOC-VENCE (WS-IX)

           IF REG-OBLIGA IS EQUAL 'S'
              ADD 1 TO WS-DOC-OK
           END-IF.

       3950-VALIDAR-DOC-F. EXIT.


      *-------------------------------------------------------------
       3960-DUPLICADO-I.

           IF DOC-COD (WS-JX) IS EQUAL DOC-COD (WS-IX)
              MOVE -1 TO DOC1L
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-41 TO MSGO
           END-IF.

       3960-DUPLICADO-F. EXIT.


      *-------------------------------------------------------------
      *  BUSCA AL POSTULANTE EN LA COPIA DB2 DE LA LISTA DE
      *  CONTROL (TBCURLSN, REFRESCADA POR PGMCGLSN): DOCUMENTO
      *  EXACTO, APELLIDO COMPLETO O MISMA RAIZ DE 5 LETRAS
      *  SIGNIFICATIVA, COMO PGMSCREE EN BATCH. ANTE UN ERROR DE
      *  BASE SE RETIENE IGUAL: MEJOR UN ALTA DEMORADA QUE UN
      *  SANCIONADO ADENTRO.
       4800-VERIF-LISTA-I.

           MOVE ZEROS   TO WS-CANT-LISTA
           MOVE TIPDOCI TO REG-TIPDOC
           MOVE NUMDOCI TO REG-NRODOC
           MOVE NOMAPEI TO WS-NOMAPE-LISTA

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-LISTA
                FROM KC02803.TBCURLSN
               WHERE (NRODOC = :REG-NRODOC AND
                      NRODOC <> 0 AND
                      TIPDOC = :REG-TIPDOC)
                  OR (APELLIDO <> ' ' AND
                      (APELLIDO = :WS-NOMAPE-LISTA OR
                       (SUBSTR(APELLIDO, 1, 5) =
                        SUBSTR(:WS-NOMAPE-LISTA, 1, 5) AND
                        SUBSTR(APELLIDO, 5, 1) <> ' ' AND
                        SUBSTR(:WS-NOMAPE-LISTA, 5, 1) <> ' ')))
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE 1 TO WS-CANT-LISTA
           END-IF.

       4800-VERIF-LISTA-F. EXIT.


      *-------------------------------------------------------------
      *  ASIGNA EL PROXIMO NROCLI DISPONIBLE, YA QUE LA VENTANILLA
      *  NO RECIBE UN NUMERO DE CLIENTE DESDE NINGUNA NOVEDAD.
       4900-ASIGNAR-NROCLI-I.

           EXEC SQL
              SELECT COALESCE(MAX(NROCLI), 0) + 1
                INTO :REG-NROCLI
                FROM KC02803.TBCURCLI
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              MOVE CT-MNS-09 TO WS-MSG-PASO
           END-IF.

       4900-ASIGNAR-NROCLI-F. EXIT.


      *-------------------------------------------------------------
      *  ALTA CONFIRMADA: CLIENTE, LEGAJO, CUENTA, TARJETA Y
      *  CONSTANCIA EN UNA SOLA UNIDAD DE TRABAJO. SE CONFIRMA CON
      *  SYNCPOINT Y RECIEN ENTONCES SE AUDITA; ANTE CUALQUIER
      *  ERROR TODO RETROCEDE Y SE INFORMA EL PASO QUE FALLO.
       5000-ALTA-I.

           SET UOW-SIN-ERROR TO TRUE
           MOVE SPACES TO WS-MSG-PASO
           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE TIPDOCI TO WS-USER-TIPDOC
           MOVE NUMDOCI TO WS-USER-NRODOC

           PERFORM 4900-ASIGNAR-NROCLI-I THRU 4900-ASIGNAR-NROCLI-F

           IF UOW-SIN-ERROR
              PERFORM 5100-CLIENTE-I THRU 5100-CLIENTE-F
           END-IF

           IF UOW-SIN-ERROR
              PERFORM 5200-LEGAJO-I THRU 5200-LEGAJO-F
                 VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX IS GREATER 5 OR UOW-CON-ERROR
           END-IF

           IF UOW-SIN-ERROR
              PERFORM 5300-CUENTA-I THRU 5300-CUENTA-F
           END-IF

           IF UOW-SIN-ERROR AND CON-TARJETA
              PERFORM 5400-TARJETA-I THRU 5400-TARJETA-F
           END-IF

           IF UOW-SIN-ERROR
              PERFORM 6500-BIENVENIDA-I THRU 6500-BIENVENIDA-F
           END-IF

           IF UOW-SIN-ERROR
              EXEC CICS SYNCPOINT
                 RESP (WS-RESP)
              END-EXEC
              IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
                 SET UOW-CON-ERROR TO TRUE
                 MOVE CT-MNS-09 TO WS-MSG-PASO
              END-IF
           END-IF

           IF UOW-CON-ERROR
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'N' TO WS-USER-VERIF
              MOVE LOW-VALUES TO NROCLIO NROCUENO DIGVERO
              MOVE SPACES TO WS-MSG-ALTA
              STRING 'ALTA ANULADA - ' DELIMITED BY SIZE
                     WS-MSG-PASO       DELIMITED BY '  '
                     INTO WS-MSG-ALTA
              MOVE WS-MSG-ALTA TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 5000-ALTA-F
           END-IF

           MOVE REG-NROCLI      TO AOA-NROCLI
           MOVE WS-DOC-PEND     TO AOA-PEND
           IF WS-DOC-PEND IS GREATER ZEROS
              MOVE FIR-ID       TO AOA-SUPERV
           ELSE
              MOVE SPACES       TO AOA-SUPERV
           END-IF
           MOVE REG-TIPCUEN     TO AON-TIPCUEN
           MOVE WS-NROCUEN      TO AON-NROCUEN
           MOVE LK-DV-CALCULADO TO AON-DV
           MOVE WS-CON-TARJETA  TO AON-TARJETA
           MOVE 'ONBD'          TO AUD-ACCION
           MOVE WS-AUD-ONB-ANT  TO AUD-VALOR-ANT
           MOVE WS-AUD-ONB-NUE  TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE REG-NROCLI      TO NROCLIO
           MOVE WS-NROCUEN      TO NROCUENO
           MOVE LK-DV-CALCULADO TO DIGVERO
           MOVE 'N'             TO WS-USER-VERIF
           IF CON-TARJETA
              MOVE CT-MNS-52    TO MSGO
           ELSE
              MOVE CT-MNS-53    TO MSGO
           END-IF.

       5000-ALTA-F. EXIT.


      *-------------------------------------------------------------
      *  CLIENTE EN PERSOCAF Y SU COPIA EN TBCURCLI, CON LOS MISMOS
      *  DATOS QUE GRABA PROGM36S.
       5100-CLIENTE-I.

           MOVE SPACES       TO REG-PERSONA
           MOVE TIPDOCI      TO PER-TIP-DOC
           MOVE NUMDOCI      TO PER-NRO-DOC
           MOVE REG-NROCLI   TO PER-CLI-NRO
           MOVE NOMAPEI      TO PER-NOMAPE
           MOVE WS-FECHA-VAL TO PER-CLI-AAAAMMDD
           MOVE SPACES       TO PER-DIRECCION
           MOVE SPACES       TO PER-LOCALIDAD
           MOVE SPACES       TO PER-EMAIL
           MOVE SPACES       TO PER-TELEFONO
           IF WS-TIP-DOC-JURIDICA
              MOVE SPACE     TO PER-SEXO
           ELSE
              MOVE SEXOI     TO PER-SEXO
           END-IF
           MOVE REG-CLASE    TO PER-CLASE

           EXEC CICS WRITE
              FILE      (CT-DATASET)
              FROM      (REG-PERSONA)
              RIDFLD    (WS-USER-DATA)
              LENGTH    (CT-DATASET-LEN)
              KEYLENGTH (CT-DATASET-KEYLEN)
              RESP      (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(DUPREC)
                 SET UOW-CON-ERROR TO TRUE
                 MOVE CT-MNS-08 TO WS-MSG-PASO
                 GO TO 5100-CLIENTE-F
              WHEN OTHER
                 SET UOW-CON-ERROR TO TRUE
                 MOVE CT-MNS-54 TO WS-MSG-PASO
                 GO TO 5100-CLIENTE-F
           END-EVALUATE

           MOVE WS-USER-TIPDOC    TO REG-TIPDOC
           MOVE WS-USER-NRODOC    TO REG-NRODOC
           MOVE PER-NOMAPE        TO REG-NOMAPE
           MOVE PER-SEXO          TO REG-SEXO
           MOVE PER-CLI-AAAAMMDD  TO REG-FECNAC
           MOVE WS-FECHA-AAAAMMDD TO REG-FECALTA

           EXEC SQL
              INSERT INTO KC02803.TBCURCLI
                 ( TIPDOC, NRODOC, NROCLI, NOMAPE,
                   FECNAC, SEXO, FECALTA, CLASE, REPNROCLI )
              VALUES (
                   :REG-TIPDOC, :REG-NRODOC, :REG-NROCLI, :REG-NOMAPE,
                   :REG-FECNAC, :REG-SEXO, :REG-FECALTA, :REG-CLASE,
                   :REG-REPNROCLI
                 )
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -803
                 SET UOW-CON-ERROR TO TRUE
                 MOVE CT-MNS-08 TO WS-MSG-PASO
              WHEN OTHER
                 SET UOW-CON-ERROR TO TRUE
                 MOVE CT-MNS-09 TO WS-MSG-PASO
           END-EVALUATE.

       5100-CLIENTE-F. EXIT.


      *-------------------------------------------------------------
      *  RECEPCION DE CADA DOCUMENTO PRESENTADO EN EL LEGAJO, CON
      *  FECHA DE HOY Y, SI VENCE, EL VENCIMIENTO INFORMADO.
       5200-LEGAJO-I.

           IF DOC-COD (WS-IX) IS EQUAL SPACES
              GO TO 5200-LEGAJO-F
           END-IF

           MOVE DOC-COD (WS-IX)   TO REG-CODDOC
           MOVE DOC-VENCE (WS-IX) TO REG-VENCE

           EXEC SQL
              INSERT INTO KC02803.TBCURLEG
                 ( NROCLI, CODDOC, FECRECEP, FECVTO, OPERADOR,
                   FECACT )
              VALUES
                 ( :REG-NROCLI, :REG-CODDOC, CURRENT DATE,
                   CASE WHEN :REG-VENCE = 'S'
                        THEN DATE(:WS-VTODOC-X)
                        ELSE NULL END,
                   :FIR-ID, CURRENT DATE )
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              MOVE CT-MNS-09 TO WS-MSG-PASO
           END-IF.

       5200-LEGAJO-F. EXIT.


      *-------------------------------------------------------------
      *  PRIMERA CUENTA: EL NUMERO ES EL SIGUIENTE DEL TIPO Y EL
      *  DIGITO VERIFICADOR LO CALCULA PGMDVCTA SOBRE SUCURSAL +
      *  TIPO + NUMERO. SI OTRA ALTA SIMULTANEA TOMO EL MISMO
      *  NUMERO, EL -803 RETROCEDE TODO Y SE PIDE REINTENTAR.
       5300-CUENTA-I.

           MOVE TIPCUENI TO REG-TIPCUEN

           EXEC SQL
              SELECT VALUE(MAX(NROCUEN), 0) + 1
                INTO :REG-NROCUEN
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              SET UOW-CON-ERROR TO TRUE
              MOVE CT-MNS-09 TO WS-MSG-PASO
              GO TO 5300-CUENTA-F
           END-IF

           MOVE REG-NROCUEN       TO WS-NROCUEN
           MOVE WS-SUC-ALTA       TO REG-SUCUEN
           MOVE ZEROS             TO REG-SALDO
           MOVE WS-FECHA-AAAAMMDD TO REG-FECSAL
           MOVE SUBTIPOI          TO REG-SUBTIPO
           MOVE MONEDAI           TO REG-MONEDA

           MOVE WS-SUC-ALTA TO LK-DV-SUCUEN
           MOVE REG-TIPCUEN TO LK-DV-TIPCUEN
           MOVE WS-NROCUEN  TO LK-DV-NROCUEN
           MOVE SPACES      TO LK-DV-INGRESADO

           CALL WS-PGMDVCTA USING LK-CUENTA-DV

           EXEC SQL
              INSERT INTO KC02803.TBCURCTA
                 ( TIPCUEN,
                   NROCUEN,
                   SUCUEN,
                   NROCLI,
                   SALDO,
                   FECSAL,
                   ESTCTA,
                   SUBTIPO,
                   MONEDA )
              VALUES (
                   :REG-TIPCUEN,
                   :REG-NROCUEN,
                   :REG-SUCUEN,
                   :REG-NROCLI,
                   :REG-SALDO,
                   :REG-FECSAL,
                   'A',
                   :REG-SUBTIPO,
                   :REG-MONEDA
                 )
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -803
                 SET UOW-CON-ERROR TO TRUE
                 MOVE CT-MNS-55 TO WS-MSG-PASO
              WHEN OTHER
                 SET UOW-CON-ERROR TO TRUE
                 MOVE CT-MNS-09 TO WS-MSG-PASO
           END-EVALUATE.

       5300-CUENTA-F. EXIT.


      *-------------------------------------------------------------
      *  TARJETA DE DEBITO DEL TITULAR SOBRE LA CUENTA RECIEN
      *  ABIERTA, ACTIVA ('A') COMO EN PGMTARJE.
       5400-TARJETA-I.

           MOVE WS-TARJ-NUM   TO TAR-NROTARJ
           MOVE REG-TIPCUEN   TO TAR-TIPCUEN
           MOVE REG-NROCUEN   TO TAR-NROCUEN
           MOVE REG-TIPDOC    TO TAR-TIPDOC
           MOVE REG-NRODOC    TO TAR-NRODOC
           MOVE WS-AAAAMM-VTO TO TAR-FECVTO

           EXEC SQL
              INSERT INTO KC02803.TBCURTAR
                 ( NROTARJ, TIPCUEN, NROCUEN, TIPDOC, NRODOC,
                   ESTADO, FECVTO, FECALTA )
              VALUES
                 ( :TAR-NROTARJ, :TAR-TIPCUEN, :TAR-NROCUEN,
                   :TAR-TIPDOC, :TAR-NRODOC, 'A',
                   :TAR-FECVTO, CURRENT DATE )
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -803
                 SET UOW-CON-ERROR TO TRUE
                 MOVE CT-MNS-33 TO WS-MSG-PASO
              WHEN OTHER
                 SET UOW-CON-ERROR TO TRUE
                 MOVE CT-MNS-09 TO WS-MSG-PASO
           END-EVALUATE.

       5400-TARJETA-F. EXIT.


      *-------------------------------------------------------------
      *  IMPRIME LA CONSTANCIA DE BIENVENIDA EN EL REPOSITORIO: EL
      *  NUMERO DE LINEA BASE SALE DEL NUMERO DE TAREA CICS PARA
      *  QUE DOS ALTAS DEL DIA NO SE PISEN (COMO PGMCECTA).
       6500-BIENVENIDA-I.

           MOVE EIBTASKN TO WS-TASKNO
           DIVIDE WS-TASKNO BY 8000
                  GIVING WS-TASK-COC REMAINDER WS-TASK-RESTO
           COMPUTE WS-REPO-BASE = WS-TASK-RESTO * 12

           MOVE CT-REPO-REPORTE   TO RPO-REPORTE
           MOVE WS-FECHA-AAAAMMDD TO RPO-FECHA
           MOVE WS-REPO-BASE      TO RPO-LINEA

           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-BIE-LIN1    TO RPO-CONTENIDO (1:40)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE REG-NROCLI     TO BIE-NROCLI
           MOVE NOMAPEI        TO BIE-NOMAPE
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-BIE-LIN2    TO RPO-CONTENIDO (1:51)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE WS-USER-TIPDOC TO BIE-TIPDOC
           MOVE WS-USER-NRODOC TO BIE-NRODOC
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-BIE-LIN3    TO RPO-CONTENIDO (1:24)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE PRD-DESCRIP    TO BIE-PRODUCTO
           MOVE REG-TIPCUEN    TO BIE-TIPCUEN
           MOVE WS-NROCUEN     TO BIE-NROCUEN
           MOVE WS-SUC-ALTA    TO BIE-SUCUEN
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-BIE-LIN4    TO RPO-CONTENIDO (1:54)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE WS-SUC-ALTA     TO CBN-SUCUEN
           MOVE REG-TIPCUEN     TO CBN-TIPCUEN
           MOVE WS-NROCUEN      TO CBN-NROCUEN
           MOVE LK-DV-CALCULADO TO CBN-DV
           MOVE WS-CBU-NORMAL   TO BIE-CBU
           MOVE SPACES          TO RPO-CONTENIDO
           MOVE WS-BIE-LIN5     TO RPO-CONTENIDO (1:45)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE SPACES         TO RPO-CONTENIDO
           IF CON-TARJETA
              MOVE WS-TARJ-ULT4   TO BIE-TARJ-ULT4
              MOVE WS-AAAAMM-VTO (1:4) TO BIE-TARJ-AAAA
              MOVE WS-AAAAMM-VTO (5:2) TO BIE-TARJ-MM
              MOVE WS-BIE-LIN6    TO RPO-CONTENIDO (1:52)
           ELSE
              MOVE WS-BIE-LIN6-SIN TO RPO-CONTENIDO (1:21)
           END-IF
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE SPACES         TO RPO-CONTENIDO
           IF WS-DOC-PEND IS GREATER ZEROS
              MOVE WS-DOC-PEND TO BIE-PEND
              MOVE FIR-ID      TO BIE-SUPERV
              MOVE WS-BIE-LIN7 TO RPO-CONTENIDO (1:47)
           ELSE
              MOVE WS-BIE-LIN7-OK TO RPO-CONTENIDO (1:15)
           END-IF
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           MOVE WS-FECHA       TO BIE-FECHA
           MOVE WS-HORA        TO BIE-HORA
           MOVE FIR-ID         TO BIE-OPERADOR
           MOVE FIR-SUC        TO BIE-SUC
           MOVE SPACES         TO RPO-CONTENIDO
           MOVE WS-BIE-LIN8    TO RPO-CONTENIDO (1:58)
           PERFORM 6600-LINEA-REPO-I THRU 6600-LINEA-REPO-F

           IF UOW-CON-ERROR
              MOVE CT-MNS-56 TO WS-MSG-PASO
           END-IF.

       6500-BIENVENIDA-F. EXIT.


      *-------------------------------------------------------------
       6600-LINEA-REPO-I.

           IF UOW-CON-ERROR
              GO TO 6600-LINEA-REPO-F
           END-IF

           EXEC CICS WRITE
              FILE   (CT-REPO-FILE)
              FROM   (WS-REG-REPO)
              RIDFLD (RPO-KEY)
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              SET UOW-CON-ERROR TO TRUE
           END-IF

           ADD 1 TO RPO-LINEA.

       6600-LINEA-REPO-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA QUE LA TERMINAL TENGA UN OPERADOR FIRMADO
      *  (PGMSICAF) CON NIVEL SUFICIENTE PARA LA FUNCION.
       0500-VERIF-FIRMA-I.

           SET FIRMA-NO TO TRUE
           MOVE EIBTRMID TO WS-TSQ-TERM-F

           EXEC CICS READQ TS
              QUEUE  (WS-TSQ-FIRMA)
              INTO   (WS-REG-FIRMA)
              LENGTH (WS-FIRMA-LEN)
              ITEM   (1)
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              MOVE CT-MNS-FIRMA TO MSGO
              GO TO 0500-VERIF-FIRMA-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 0500-VERIF-FIRMA-F
           END-IF

           SET FIRMA-OK TO TRUE.

       0500-VERIF-FIRMA-F. EXIT.


      *-------------------------------------------------------------
       7000-TIME-I.

           EXEC CICS ASKTIME
              ABSTIME (WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
              ABSTIME (WS-ABSTIME)
              DDMMYYYY (WS-FECHA) DATESEP(WS-SEP-DATE)
              YYYYMMDD (WS-FECHA-AAAAMMDD)
              TIME (WS-HORA) TIMESEP(WS-SEP-HOUR)
           END-EXEC

           MOVE WS-FECHA TO FECHAO.

       7000-TIME-F. EXIT.


      *----------------------------------------------------------
       8000-SEND-MAPA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           EXEC CICS SEND
               MAP    (WS-MAP)
               MAPSET (WS-MAPSET)
               FROM   (MAPALCLO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR, TERMINAL,
      *  CLAVE AFECTADA Y VALOR ANTERIOR/NUEVO. AUD-ACCION Y
      *  AUD-VALOR-ANT/AUD-VALOR-NUE SE DEJAN CARGADOS POR QUIEN
      *  PERFORMA ESTE PARRAFO.
       9500-AUDITORIA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID        TO AUD-TRANSACCION
           MOVE EIBOPID         TO AUD-OPERADOR
           MOVE EIBTRMID        TO AUD-TERMINAL
           MOVE WS-USER-TIPDOC  TO AUD-TIP-DOC
           MOVE WS-USER-NRODOC  TO AUD-NRO-DOC
           MOVE WS-FECHA        TO AUD-FECHA
           MOVE WS-HORA         TO AUD-HORA

           EXEC CICS WRITEQ TD
              QUEUE  (CT-AUDIT-QUEUE)
              FROM   (WS-REG-AUDITORIA)
              LENGTH (CT-AUDIT-LEN)
              RESP   (WS-RESP)
           END-EXEC.

       9500-AUDITORIA-F. EXIT.


      *-------------------------------------------------------------
      *  MARCA DE ACTIVIDAD DE LA INTERACCION PARA EL INFORME
      *  DIARIO DE USO (PGMESTAD), CON LA SUCURSAL DEL OPERADOR.
       9600-ACTIVIDAD-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID TO ACT-TRANSACCION
           MOVE EIBOPID  TO ACT-OPERADOR
           IF FIRMA-OK
              MOVE FIR-SUC TO ACT-SUC
           ELSE
              MOVE ZEROS   TO ACT-SUC
           END-IF
           MOVE WS-FECHA TO ACT-FECHA
           MOVE WS-HORA  TO ACT-HORA

           EXEC CICS WRITEQ TD
              QUEUE  (CT-ACTIV-QUEUE)
              FROM   (WS-REG-ACTIVIDAD)
              LENGTH (CT-ACTIV-LEN)
              RESP   (WS-RESP)
           END-EXEC.

       9600-ACTIVIDAD-F. EXIT.


      *-------------------------------------------------------------
       9999-FINAL-I.

           PERFORM 9600-ACTIVIDAD-I THRU 9600-ACTIVIDAD-F

           EXEC CICS RETURN
              TRANSID  (WS-TRANSACTION)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       9999-FINAL-F. EXIT.
