       IDENTIFICATION DIVISION. *> legajo del cliente
       PROGRAM-ID. PGMLEGAJ.

      *****************************************************************
      *                   CLASE SINCRÓNICA 50                         *
      *                   ===================                         *
      *    LEGAJO DEL CLIENTE (TBCURLEG CONTRA TBCURLRQ)              *
      *                                                               *
      *    ENTER : MUESTRA EL LEGAJO DEL CLIENTE INFORMADO: CADA      *
      *            DOCUMENTO QUE PIDE SU CLASE (TBCURLRQ) CON LA      *
      *            FECHA DE RECEPCION, EL VENCIMIENTO Y LA SITUACION  *
      *            (OK / FALTA / VENCIDO / POR VENCER EN 30 DIAS),    *
      *            EL NIVEL DE RIESGO Y LA PROXIMA REVISION DEL       *
      *            CLIENTE (PGMRIESG).                                *
      *    PF4   : REGISTRA LA RECEPCION DEL DOCUMENTO INFORMADO CON  *
      *            SU FECHA Y, SI EL DOCUMENTO VENCE, SU VENCIMIENTO  *
      *            (AAAA-MM-DD). REEMPLAZA UNA PRESENTACION ANTERIOR. *
      *    PF6   : BAJA DEL DOCUMENTO INFORMADO (SUPERVISOR).         *
      *    EL LEGAJO INCOMPLETO O VENCIDO FRENA EL ALTA DE CUENTAS    *
      *    (PGMALCTA) SALVO AUTORIZACION DE SUPERVISOR.               *
      *    REQUIERE OPERADOR FIRMADO.                                 *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE EL CLIENTE Y PRESIONE ENTER'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                   'NUMERO DE CLIENTE INVALIDO - REINGRESE'.
             05 CT-MNS-03         PIC X(72) VALUE
                   'CLIENTE INEXISTENTE'.
             05 CT-MNS-04         PIC X(72) VALUE
                   'MUESTRE UN CLIENTE ANTES DE OPERAR'.
             05 CT-MNS-05         PIC X(72) VALUE
                   'DOCUMENTO NO REQUERIDO PARA LA CLASE DEL CLIENTE'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'INGRESE LA FECHA DE RECEPCION (AAAA-MM-DD)'.
             05 CT-MNS-07         PIC X(72) VALUE
                   'EL DOCUMENTO VENCE - INGRESE EL VENCIMIENTO (AAAA-MM
      -            '-DD)'.
             05 CT-MNS-08         PIC X(72) VALUE
                                       'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'FECHA INVALIDA - REINGRESE (AAAA-MM-DD)'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'DOCUMENTO REGISTRADO EN EL LEGAJO'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'EL DOCUMENTO NO ESTA EN EL LEGAJO'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'DOCUMENTO DADO DE BAJA DEL LEGAJO'.
             05 CT-MNS-14         PIC X(72) VALUE
                   'INGRESE EL CODIGO DE DOCUMENTO'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'PF4 REGISTRA DOCUMENTO - PF6 BAJA DE DOCUMENTO'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPLEGA'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPLEGA'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'ICAF'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPLEGA.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  EL CLIENTE MOSTRADO VIAJA EN LA COMMAREA.
       01  WS-COMMAREA.
           03 WS-USER-NROCLI           PIC 9(07).
           03 FILLER                   PIC X(18).

      *-----------   LINEAS DEL LEGAJO   -----------------------------
       77  WS-LIN-MAX              PIC 9(02)      VALUE 8.
       77  WS-LIN-CANT             PIC 9(02)      VALUE ZEROS.
       77  WS-FIN-CURSOR           PIC X          VALUE 'N'.
       77  WS-HALLADO              PIC X          VALUE 'N'.
       77  WS-FALTAN               PIC 9(02)      VALUE ZEROS.
       77  WS-VENCIDOS             PIC 9(02)      VALUE ZEROS.

       01  WS-TABLA-LINEAS.
           03 WS-LIN-ITEM OCCURS 8 TIMES   PIC X(79).

      *    BAJA DE DOCUMENTOS: SOLO SUPERVISOR.
       77  WS-NIVEL-REQUERIDO      PIC 9(01)      VALUE 3.

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  CLI-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  CLI-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  CLI-CLASE     PIC X(1)                    VALUE SPACES.
       77  CLI-NIVRIESGO PIC X(1)                    VALUE SPACES.
       77  CLI-PROXREV   PIC X(10)                   VALUE SPACES.
       77  REG-REV-VENCE PIC X(1)                    VALUE SPACES.
       77  REG-SITUACION PIC X(1)                    VALUE SPACES.

       01  DCLTBCURLRQ.
           10 LRQ-CLASE       PIC X(1).
           10 LRQ-CODDOC      PIC X(2).
           10 LRQ-DESCRIP     PIC X(30).
           10 LRQ-OBLIGA      PIC X(1).
           10 LRQ-VENCE       PIC X(1).

       01  DCLTBCURLEG.
           10 LEG-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 LEG-CODDOC      PIC X(2).
           10 LEG-FECRECEP    PIC X(10).
           10 LEG-FECVTO      PIC X(10).
           10 LEG-OPERADOR    PIC X(3).
           10 LEG-FECACT      PIC X(10).

      *-----------   LINEAS ARMADAS   --------------------------------
       01  WS-LINEA-CLI.
           03 FILLER               PIC X(09)      VALUE 'CLIENTE: '.
           03 LCL-NROCLI           PIC 9(07).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-NOMAPE           PIC X(30).
           03 FILLER               PIC X(08)      VALUE ' CLASE: '.
           03 LCL-CLASE            PIC X(01).
           03 FILLER               PIC X(09)      VALUE ' RIESGO: '.
           03 LCL-NIVRIESGO        PIC X(01).

       01  WS-LINEA-RES.
           03 LRE-LEGAJO           PIC X(33).
           03 FILLER               PIC X(14)      VALUE
                                                  ' PROX.REVISION'.
           03 FILLER               PIC X(02)      VALUE ': '.
           03 LRE-PROXREV          PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LRE-REV-VENCE        PIC X(08).

       01  WS-LINEA-FALTAN.
           03 FILLER               PIC X(19)      VALUE
                                                  'INCOMPLETO: FALTAN '.
           03 LFA-FALTAN           PIC Z9.
           03 FILLER               PIC X(10)      VALUE ' VENCIDOS '.
           03 LFA-VENCIDOS         PIC Z9.

       01  WS-LINEA-DOC.
           03 LDO-CODDOC           PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDO-DESCRIP          PIC X(30).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDO-OBLIGA           PIC X(03).
           03 FILLER               PIC X(06)      VALUE ' REC: '.
           03 LDO-FECRECEP         PIC X(10).
           03 FILLER               PIC X(06)      VALUE ' VTO: '.
           03 LDO-FECVTO           PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LDO-SITUACION        PIC X(09).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    DOCUMENTOS QUE PIDE LA CLASE DEL CLIENTE CON LO PRESENTADO:
      *    SITUACION 'F' FALTA, 'V' VENCIDO, 'P' VENCE EN 30 DIAS,
      *    'O' PRESENTADO Y VIGENTE. LOS OBLIGATORIOS PRIMERO.
           EXEC SQL
              DECLARE CURSORLEG CURSOR FOR
                 SELECT R.CODDOC,
                        R.DESCRIP,
                        R.OBLIGA,
                        R.VENCE,
                        VALUE(CHAR(L.FECRECEP, ISO), ' '),
                        VALUE(CHAR(L.FECVTO, ISO), ' '),
                        CASE WHEN L.CODDOC IS NULL
                             THEN 'F'
                             WHEN L.FECVTO < CURRENT DATE
                             THEN 'V'
                             WHEN L.FECVTO <= CURRENT DATE + 30 DAYS
                             THEN 'P'
                             ELSE 'O' END
                 FROM KC02803.TBCURLRQ R
                      LEFT OUTER JOIN KC02803.TBCURLEG L
                        ON  L.NROCLI = :CLI-NROCLI
                        AND L.CODDOC = R.CODDOC
                 WHERE R.CLASE = :CLI-CLASE
                 ORDER BY R.OBLIGA DESC, R.CODDOC
           END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. CONSULTAR
      *    Y REGISTRAR DOCUMENTOS ESTA ABIERTO A TODO OPERADOR
      *    FIRMADO; LA BAJA EXIGE WS-NIVEL-REQUERIDO.
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

           MOVE LOW-VALUES TO MAPLEGAO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS TO WS-USER-NROCLI
              MOVE LENGTH OF MAPLEGAO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPLEGAO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPLEGAI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPLEGAO
                 MOVE CT-MNS-01  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

              WHEN OTHER
                 MOVE CT-MNS-08  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-EVALUATE

           PERFORM 3000-TECLAS-I THRU 3000-TECLAS-F.

       2000-PROCESO-F. EXIT.


      *-------------------------------------------------------------
       3000-TECLAS-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              GO TO 3000-TECLAS-F
           END-IF

           EVALUATE EIBAID

              WHEN DFHENTER
                 PERFORM 4000-ENTER-I THRU 4000-ENTER-F

              WHEN DFHPF4
                 PERFORM 5000-REGISTRAR-I THRU 5000-REGISTRAR-F

              WHEN DFHPF6
                 PERFORM 5500-BAJA-I THRU 5500-BAJA-F

              WHEN DFHPF3
                 MOVE LOW-VALUES TO MAPLEGAO
                 MOVE ZEROS TO WS-USER-NROCLI
                 MOVE CT-MNS-01 TO MSGO

              WHEN DFHPF12
                 PERFORM 3300-PF12-I  THRU 3300-PF12-F

              WHEN OTHER
                 MOVE CT-MNS-09 TO  MSGO

           END-EVALUATE

           PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F.

       3000-TECLAS-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECAF')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
       4000-ENTER-I.

           IF CLII IS NOT NUMERIC OR CLII IS EQUAL ZEROS
              MOVE CT-MNS-02 TO MSGO
              GO TO 4000-ENTER-F
           END-IF

           MOVE CLII TO WS-USER-NROCLI
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF WS-HALLADO IS EQUAL 'N' AND
              MSGO IS NOT EQUAL CT-MNS-08
              MOVE ZEROS TO WS-USER-NROCLI
              MOVE CT-MNS-03 TO MSGO
           END-IF.

       4000-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA EL LEGAJO DEL CLIENTE WS-USER-NROCLI.
       4500-MOSTRAR-I.

           MOVE 'N' TO WS-HALLADO
           MOVE SPACES TO CABO RESO WS-TABLA-LINEAS
           MOVE ZEROS TO WS-LIN-CANT WS-FALTAN WS-VENCIDOS
           MOVE WS-USER-NROCLI TO CLI-NROCLI

           EXEC SQL
              SELECT NOMAPE, CLASE, NIVRIESGO,
                     VALUE(CHAR(PROXREV, ISO), ' '),
                     CASE WHEN PROXREV <= CURRENT DATE
                          THEN 'S' ELSE 'N' END
                INTO :CLI-NOMAPE, :CLI-CLASE, :CLI-NIVRIESGO,
                     :CLI-PROXREV, :REG-REV-VENCE
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CLI-NROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
                 GO TO 4500-MOSTRAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
                 GO TO 4500-MOSTRAR-F
           END-EVALUATE

           MOVE 'S' TO WS-HALLADO
           MOVE CLI-NROCLI    TO LCL-NROCLI CLIO
           MOVE CLI-NOMAPE    TO LCL-NOMAPE
           MOVE CLI-CLASE     TO LCL-CLASE
           MOVE CLI-NIVRIESGO TO LCL-NIVRIESGO
           MOVE WS-LINEA-CLI  TO CABO

           MOVE 'N' TO WS-FIN-CURSOR
           EXEC SQL OPEN CURSORLEG END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
              GO TO 4500-MOSTRAR-F
           END-IF

           PERFORM 4600-LEER-DOC-I THRU 4600-LEER-DOC-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORLEG END-EXEC

           IF WS-FALTAN IS EQUAL ZEROS AND WS-VENCIDOS IS EQUAL ZEROS
              MOVE 'LEGAJO COMPLETO' TO LRE-LEGAJO
           ELSE
              MOVE WS-FALTAN   TO LFA-FALTAN
              MOVE WS-VENCIDOS TO LFA-VENCIDOS
              MOVE WS-LINEA-FALTAN TO LRE-LEGAJO
           END-IF
           MOVE CLI-PROXREV TO LRE-PROXREV
           IF REG-REV-VENCE IS EQUAL 'S'
              MOVE 'VENCIDA' TO LRE-REV-VENCE
           ELSE
              MOVE SPACES    TO LRE-REV-VENCE
           END-IF
           MOVE WS-LINEA-RES TO RESO

           PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-15 TO MSGO
           END-IF.

       4500-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
       4600-LEER-DOC-I.

           EXEC SQL
              FETCH CURSORLEG INTO :LRQ-CODDOC,
                                   :LRQ-DESCRIP,
                                   :LRQ-OBLIGA,
                                   :LRQ-VENCE,
                                   :LEG-FECRECEP,
                                   :LEG-FECVTO,
                                   :REG-SITUACION
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4600-LEER-DOC-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4600-LEER-DOC-F
           END-EVALUATE

           IF LRQ-OBLIGA IS EQUAL 'S'
              EVALUATE REG-SITUACION
                 WHEN 'F'  ADD 1 TO WS-FALTAN
                 WHEN 'V'  ADD 1 TO WS-VENCIDOS
              END-EVALUATE
           END-IF

           IF WS-LIN-CANT IS NOT LESS WS-LIN-MAX
              GO TO 4600-LEER-DOC-F
           END-IF

           MOVE LRQ-CODDOC    TO LDO-CODDOC
           MOVE LRQ-DESCRIP   TO LDO-DESCRIP
           IF LRQ-OBLIGA IS EQUAL 'S'
              MOVE 'OBL'      TO LDO-OBLIGA
           ELSE
              MOVE 'OPC'      TO LDO-OBLIGA
           END-IF
           MOVE LEG-FECRECEP  TO LDO-FECRECEP
           MOVE LEG-FECVTO    TO LDO-FECVTO
           EVALUATE REG-SITUACION
              WHEN 'F'   MOVE 'FALTA'     TO LDO-SITUACION
              WHEN 'V'   MOVE 'VENCIDO'   TO LDO-SITUACION
              WHEN 'P'   MOVE 'POR VENC.' TO LDO-SITUACION
              WHEN OTHER MOVE 'OK'        TO LDO-SITUACION
           END-EVALUATE

           ADD 1 TO WS-LIN-CANT
           MOVE WS-LINEA-DOC TO WS-LIN-ITEM (WS-LIN-CANT).

       4600-LEER-DOC-F. EXIT.


      *-------------------------------------------------------------
       4900-VOLCAR-LINEAS-I.

           MOVE WS-LIN-ITEM (1) TO LIN1O
           MOVE WS-LIN-ITEM (2) TO LIN2O
           MOVE WS-LIN-ITEM (3) TO LIN3O
           MOVE WS-LIN-ITEM (4) TO LIN4O
           MOVE WS-LIN-ITEM (5) TO LIN5O
           MOVE WS-LIN-ITEM (6) TO LIN6O
           MOVE WS-LIN-ITEM (7) TO LIN7O
           MOVE WS-LIN-ITEM (8) TO LIN8O.

       4900-VOLCAR-LINEAS-F. EXIT.


      *-------------------------------------------------------------
      *  RECEPCION DE UN DOCUMENTO DEL LEGAJO DEL CLIENTE MOSTRADO.
       5000-REGISTRAR-I.

           IF WS-USER-NROCLI IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           IF DOCI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-14 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           IF FRECI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-06 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

      *    EL DOCUMENTO DEBE SER UNO DE LOS QUE PIDE LA CLASE.
           MOVE WS-USER-NROCLI TO CLI-NROCLI
           MOVE DOCI           TO LRQ-CODDOC
           EXEC SQL
              SELECT R.VENCE
                INTO :LRQ-VENCE
                FROM KC02803.TBCURLRQ R,
                     KC02803.TBCURCLI C
               WHERE C.NROCLI = :CLI-NROCLI
                 AND R.CLASE  = C.CLASE
                 AND R.CODDOC = :LRQ-CODDOC
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-05 TO MSGO
                 GO TO 5000-REGISTRAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-REGISTRAR-F
           END-EVALUATE

           IF LRQ-VENCE IS EQUAL 'S' AND
              FVTOI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-07 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           MOVE WS-USER-NROCLI TO LEG-NROCLI
           MOVE DOCI           TO LEG-CODDOC
           MOVE FRECI          TO LEG-FECRECEP
           MOVE FIR-ID         TO LEG-OPERADOR
           IF LRQ-VENCE IS EQUAL 'S'
              MOVE FVTOI       TO LEG-FECVTO
           ELSE
              MOVE SPACES      TO LEG-FECVTO
           END-IF

      *    UNA NUEVA PRESENTACION REEMPLAZA A LA ANTERIOR.
           EXEC SQL
              UPDATE KC02803.TBCURLEG
                 SET FECRECEP = DATE(:LEG-FECRECEP),
                     FECVTO   = CASE WHEN :LRQ-VENCE = 'S'
                                     THEN DATE(:LEG-FECVTO)
                                     ELSE NULL END,
                     OPERADOR = :LEG-OPERADOR,
                     FECACT   = CURRENT DATE
               WHERE NROCLI = :LEG-NROCLI
                 AND CODDOC = :LEG-CODDOC
           END-EXEC

           IF SQLCODE IS EQUAL NOT-FOUND
              EXEC SQL
                 INSERT INTO KC02803.TBCURLEG
                    ( NROCLI, CODDOC, FECRECEP, FECVTO, OPERADOR,
                      FECACT )
                 VALUES
                    ( :LEG-NROCLI, :LEG-CODDOC, DATE(:LEG-FECRECEP),
                      CASE WHEN :LRQ-VENCE = 'S'
                           THEN DATE(:LEG-FECVTO)
                           ELSE NULL END,
                      :LEG-OPERADOR, CURRENT DATE )
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE CT-MNS-10 TO MSGO
                 GO TO 5000-REGISTRAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-REGISTRAR-F
           END-EVALUATE

           MOVE LOW-VALUES TO DOCO FRECO FVTOO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-11 TO MSGO
           END-IF.

       5000-REGISTRAR-F. EXIT.


      *-------------------------------------------------------------
      *  BAJA DE UN DOCUMENTO DEL LEGAJO: SOLO SUPERVISOR.
       5500-BAJA-I.

           IF WS-USER-NROCLI IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5500-BAJA-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5500-BAJA-F
           END-IF

           IF DOCI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-14 TO MSGO
              GO TO 5500-BAJA-F
           END-IF

           MOVE WS-USER-NROCLI TO LEG-NROCLI
           MOVE DOCI           TO LEG-CODDOC
           EXEC SQL
              DELETE FROM KC02803.TBCURLEG
               WHERE NROCLI = :LEG-NROCLI
                 AND CODDOC = :LEG-CODDOC
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-12 TO MSGO
                 GO TO 5500-BAJA-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5500-BAJA-F
           END-EVALUATE

           MOVE LOW-VALUES TO DOCO FRECO FVTOO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-13 TO MSGO
           END-IF.

       5500-BAJA-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA QUE LA TERMINAL TENGA UN OPERADOR FIRMADO
      *  (PGMSICAF); EL NIVEL SE CONTROLA EN CADA FUNCION.
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
               FROM   (MAPLEGAO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
       9999-FINAL-I.

           EXEC CICS RETURN
              TRANSID  (WS-TRANSACTION)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       9999-FINAL-F. EXIT.
