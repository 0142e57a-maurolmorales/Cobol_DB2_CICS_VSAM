       IDENTIFICATION DIVISION. *> beneficiarios finales
       PROGRAM-ID. PGMBENEF.

      *****************************************************************
      *                   CLASE SINCRÓNICA 51                         *
      *                   ===================                         *
      *    BENEFICIARIOS FINALES DE PERSONAS JURIDICAS (TBCURBEN)     *
      *                                                               *
      *    ENTER : MUESTRA LOS BENEFICIARIOS DECLARADOS DEL CLIENTE   *
      *            INFORMADO (DEBE SER CLASE 'J') Y EL PORCENTAJE     *
      *            TOTAL DECLARADO.                                   *
      *    PF4   : ALTA O MODIFICACION DEL BENEFICIARIO INFORMADO     *
      *            (DOCUMENTO, NOMBRE, ROL Y PORCENTAJE). CONTROLA:   *
      *            - PERSONA HUMANA (DU / PA / PE);                   *
      *            - ROL 'P' PROPIEDAD CON 10% O MAS, 'C' CONTROL     *
      *              POR OTROS MEDIOS, 'A' ADMINISTRADOR CON 0%;      *
      *            - LA SUMA DE LOS PORCENTAJES NO SUPERA EL 100%.    *
      *            LA PERSONA SE FILTRA CONTRA LA LISTA DE CONTROL    *
      *            (TBCURLSN) CON LAS REGLAS DEL ALTA DE CLIENTES     *
      *            (PROGM36S); UNA COINCIDENCIA QUEDA MARCADA EN EL   *
      *            BENEFICIARIO Y ABRE (O SUMA A) UN CASO 'LS' DE     *
      *            CUMPLIMIENTO EN TBCURCAS.                          *
      *    PF6   : BAJA DEL BENEFICIARIO INFORMADO (SUPERVISOR).      *
      *    ALTAS, MODIFICACIONES Y BAJAS QUEDAN EN LA COLA 'AUDC'.    *
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
                   'EL CLIENTE NO ES PERSONA JURIDICA (CLASE J)'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'TIPO DE DOCUMENTO INVALIDO - DU, PA O PE'.
             05 CT-MNS-07         PIC X(72) VALUE
                   'NUMERO DE DOCUMENTO INVALIDO - REINGRESE'.
             05 CT-MNS-08         PIC X(72) VALUE
                                       'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'INGRESE NOMBRE Y APELLIDO DEL BENEFICIARIO'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'ROL INVALIDO - P PROPIEDAD, C CONTROL, A ADMINISTRAD
      -            'OR'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'PORCENTAJE INVALIDO - 5 DIGITOS CON 2 DECIMALES (025
      -            '50 = 25,50%)'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'ROL P (PROPIEDAD) REQUIERE 10% O MAS'.
             05 CT-MNS-14         PIC X(72) VALUE
                   'ROL A (ADMINISTRADOR) NO LLEVA PORCENTAJE'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'LA SUMA DE PORCENTAJES SUPERARIA EL 100%'.
             05 CT-MNS-16         PIC X(72) VALUE
                   'BENEFICIARIO REGISTRADO'.
             05 CT-MNS-17         PIC X(72) VALUE
                   'BENEF. REGISTRADO - COINCIDE CON LISTA DE CONTROL: C
      -            'ASO A CUMPLIMIENTO'.
             05 CT-MNS-18         PIC X(72) VALUE
                   'EL BENEFICIARIO NO ESTA DECLARADO'.
             05 CT-MNS-19         PIC X(72) VALUE
                   'BENEFICIARIO DADO DE BAJA'.
             05 CT-MNS-20         PIC X(72) VALUE
                   'PF4 ALTA/MODIFICACION - PF6 BAJA DE BENEFICIARIO'.
             05 CT-MNS-21         PIC X(72) VALUE
                   'EL BENEFICIARIO NO PUEDE SER EL PROPIO CLIENTE'.

      *---- COLA DE AUDITORIA DE ALTAS/BAJAS/MODIFICACIONES -----------
           03 CT-AUDIT-QUEUE       PIC X(04)           VALUE 'AUDC'.
           03 CT-AUDIT-LEN         PIC S9(04) COMP     VALUE 106.

      *---- PLAZOS REGULATORIOS DEL CASO (COMO PGMCASCG) --------------
           03 CT-PLAZO-GENERAL PIC S9(3)V USAGE COMP-3 VALUE 150.
           03 CT-PLAZO-SANCION PIC S9(3)V USAGE COMP-3 VALUE 2.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPBENE'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPBENE'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'NCAF'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPBENE.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  EL CLIENTE MOSTRADO VIAJA EN LA COMMAREA.
       01  WS-COMMAREA.
           03 WS-USER-NROCLI           PIC 9(07).
           03 FILLER                   PIC X(18).

      *-----------   LINEAS DE BENEFICIARIOS   -----------------------
       77  WS-LIN-MAX              PIC 9(02)      VALUE 8.
       77  WS-LIN-CANT             PIC 9(02)      VALUE ZEROS.
       77  WS-BEN-CANT             PIC 9(03)      VALUE ZEROS.
       77  WS-FIN-CURSOR           PIC X          VALUE 'N'.
       77  WS-HALLADO              PIC X          VALUE 'N'.

       01  WS-TABLA-LINEAS.
           03 WS-LIN-ITEM OCCURS 8 TIMES   PIC X(79).

      *    BAJA DE BENEFICIARIOS: SOLO SUPERVISOR.
       77  WS-NIVEL-REQUERIDO      PIC 9(01)      VALUE 3.

      *-----------   PORCENTAJE TIPEADO: 5 DIGITOS, 2 DECIMALES   -----
       01  WS-PORC-IN              PIC X(05)      VALUE SPACES.
       01  WS-PORC-NUM REDEFINES WS-PORC-IN
                                   PIC 9(03)V99.
       77  CT-PORC-MINIMO          PIC 9(03)V99   VALUE 10.
       77  CT-PORC-TOTAL           PIC 9(03)V99   VALUE 100.
       77  WS-PORC-OTROS  PIC S9(5)V99 USAGE COMP-3 VALUE ZEROES.
       77  WS-PORC-ED              PIC ZZ9,99.

      *-----------   FILTRO DE LISTAS DE CONTROL (TBCURLSN)   ----------
      *    MISMAS REGLAS QUE PROGM36S: DOCUMENTO EXACTO O APELLIDO
      *    IGUAL / MISMA RAIZ DE 5 LETRAS SIGNIFICATIVA.
       77  WS-NOMAPE-LISTA         PIC X(30)      VALUE SPACES.
       77  WS-CANT-LISTA           PIC S9(9) COMP VALUE ZEROS.
       77  WS-TIPO-LISTA           PIC X(01)      VALUE SPACES.
       77  WS-PLAZO       PIC S9(3)V USAGE COMP-3  VALUE ZEROS.

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  CLI-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  CLI-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  CLI-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  CLI-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  CLI-CLASE     PIC X(1)                    VALUE SPACES.
       77  WS-PORC-DECL  PIC S9(5)V99 USAGE COMP-3   VALUE ZEROES.
       77  WS-EXISTE     PIC S9(9) COMP              VALUE ZEROS.

       01  DCLTBCURBEN.
           10 BEN-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 BEN-TIPDOC      PIC X(2).
           10 BEN-NRODOC      PIC S9(11)V    USAGE COMP-3.
           10 BEN-NOMAPE      PIC X(30).
           10 BEN-ROL         PIC X(1).
           10 BEN-PORCEN      PIC S9(3)V9(2) USAGE COMP-3.
           10 BEN-LISTA       PIC X(1).
           10 BEN-OPERADOR    PIC X(3).
           10 BEN-FECALTA     PIC X(10).
           10 BEN-FECACT      PIC X(10).

       77  CAS-NROCASO   PIC S9(9)V USAGE COMP-3     VALUE ZEROES.
       77  CAS-DETALLE   PIC X(40)                   VALUE SPACES.
       77  WS-NROCASO-ED PIC 9(09)                   VALUE ZEROS.

      *-----------   LINEAS ARMADAS   --------------------------------
       01  WS-LINEA-CLI.
           03 FILLER               PIC X(09)      VALUE 'CLIENTE: '.
           03 LCL-NROCLI           PIC 9(07).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-NOMAPE           PIC X(30).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-TIPDOC           PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-NRODOC           PIC 9(11).

       01  WS-LINEA-RES.
           03 FILLER               PIC X(15)      VALUE
                                                  'BENEFICIARIOS: '.
           03 LRE-CANT             PIC ZZ9.
           03 FILLER               PIC X(20)      VALUE
                                                  '  TOTAL DECLARADO: '.
           03 LRE-PORC             PIC ZZ9,99.
           03 FILLER               PIC X(01)      VALUE '%'.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LRE-OBSERV           PIC X(20).

       01  WS-LINEA-BEN.
           03 LBE-TIPDOC           PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LBE-NRODOC           PIC 9(11).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LBE-NOMAPE           PIC X(30).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LBE-ROL              PIC X(11).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LBE-PORC             PIC ZZ9,99.
           03 FILLER               PIC X(01)      VALUE '%'.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LBE-LISTA            PIC X(05).

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

       77  WS-PORC-ANT    PIC S9(3)V99 USAGE COMP-3 VALUE ZEROES.
       77  WS-PORC-ANT-ED          PIC ZZ9,99.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    BENEFICIARIOS DECLARADOS DEL CLIENTE, MAYOR PORCENTAJE
      *    PRIMERO.
           EXEC SQL
              DECLARE CURSORBEN CURSOR FOR
                 SELECT TIPDOC,
                        NRODOC,
                        NOMAPE,
                        ROL,
                        PORCEN,
                        LISTA
                 FROM KC02803.TBCURBEN
                 WHERE NROCLI = :CLI-NROCLI
                 ORDER BY PORCEN DESC, NOMAPE
           END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. CONSULTAR
      *    Y DECLARAR BENEFICIARIOS ESTA ABIERTO A TODO OPERADOR
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

           MOVE LOW-VALUES TO MAPBENEO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS TO WS-USER-NROCLI
              MOVE LENGTH OF MAPBENEO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPBENEO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPBENEI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPBENEO
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
                 MOVE LOW-VALUES TO MAPBENEO
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
           IF WS-HALLADO IS EQUAL 'N'
              MOVE ZEROS TO WS-USER-NROCLI
           END-IF.

       4000-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA LOS BENEFICIARIOS DEL CLIENTE WS-USER-NROCLI. SI EL
      *  CLIENTE NO EXISTE O NO ES JURIDICO DEJA WS-HALLADO EN 'N'
      *  Y EL MENSAJE CORRESPONDIENTE.
       4500-MOSTRAR-I.

           MOVE 'N' TO WS-HALLADO
           MOVE SPACES TO CABO RESO WS-TABLA-LINEAS
           MOVE ZEROS TO WS-LIN-CANT WS-BEN-CANT WS-PORC-DECL
           MOVE WS-USER-NROCLI TO CLI-NROCLI

           EXEC SQL
              SELECT TIPDOC, NRODOC, NOMAPE, CLASE
                INTO :CLI-TIPDOC, :CLI-NRODOC, :CLI-NOMAPE,
                     :CLI-CLASE
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CLI-NROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-03 TO MSGO
                 PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
                 GO TO 4500-MOSTRAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
                 GO TO 4500-MOSTRAR-F
           END-EVALUATE

           IF CLI-CLASE IS NOT EQUAL 'J'
              MOVE CT-MNS-05 TO MSGO
              PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
              GO TO 4500-MOSTRAR-F
           END-IF

           MOVE 'S' TO WS-HALLADO
           MOVE CLI-NROCLI    TO LCL-NROCLI CLIO
           MOVE CLI-NOMAPE    TO LCL-NOMAPE
           MOVE CLI-TIPDOC    TO LCL-TIPDOC
           MOVE CLI-NRODOC    TO LCL-NRODOC
           MOVE WS-LINEA-CLI  TO CABO

           MOVE 'N' TO WS-FIN-CURSOR
           EXEC SQL OPEN CURSORBEN END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
              GO TO 4500-MOSTRAR-F
           END-IF

           PERFORM 4600-LEER-BEN-I THRU 4600-LEER-BEN-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORBEN END-EXEC

           MOVE WS-BEN-CANT  TO LRE-CANT
           MOVE WS-PORC-DECL TO LRE-PORC
           IF WS-BEN-CANT IS EQUAL ZEROS
              MOVE 'SIN BENEFICIARIOS' TO LRE-OBSERV
           ELSE
              MOVE SPACES TO LRE-OBSERV
           END-IF
           IF WS-BEN-CANT IS GREATER WS-LIN-MAX
              MOVE 'LISTA INCOMPLETA' TO LRE-OBSERV
           END-IF
           MOVE WS-LINEA-RES TO RESO

           PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-20 TO MSGO
           END-IF.

       4500-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
       4600-LEER-BEN-I.

           EXEC SQL
              FETCH CURSORBEN INTO :BEN-TIPDOC,
                                   :BEN-NRODOC,
                                   :BEN-NOMAPE,
                                   :BEN-ROL,
                                   :BEN-PORCEN,
                                   :BEN-LISTA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4600-LEER-BEN-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4600-LEER-BEN-F
           END-EVALUATE

           ADD 1          TO WS-BEN-CANT
           ADD BEN-PORCEN TO WS-PORC-DECL

           IF WS-LIN-CANT IS NOT LESS WS-LIN-MAX
              GO TO 4600-LEER-BEN-F
           END-IF

           MOVE BEN-TIPDOC  TO LBE-TIPDOC
           MOVE BEN-NRODOC  TO LBE-NRODOC
           MOVE BEN-NOMAPE  TO LBE-NOMAPE
           EVALUATE BEN-ROL
              WHEN 'P'   MOVE 'PROPIEDAD'   TO LBE-ROL
              WHEN 'C'   MOVE 'CONTROL'     TO LBE-ROL
              WHEN OTHER MOVE 'ADMINISTRAD' TO LBE-ROL
           END-EVALUATE
           MOVE BEN-PORCEN  TO LBE-PORC
           IF BEN-LISTA IS EQUAL 'S'
              MOVE 'LISTA'  TO LBE-LISTA
           ELSE
              MOVE SPACES   TO LBE-LISTA
           END-IF

           ADD 1 TO WS-LIN-CANT
           MOVE WS-LINEA-BEN TO WS-LIN-ITEM (WS-LIN-CANT).

       4600-LEER-BEN-F. EXIT.


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
      *  ALTA O MODIFICACION DE UN BENEFICIARIO DEL CLIENTE MOSTRADO.
       5000-REGISTRAR-I.

           IF WS-USER-NROCLI IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           PERFORM 5100-VALIDAR-I THRU 5100-VALIDAR-F
           IF MSGO IS NOT EQUAL LOW-VALUES
              GO TO 5000-REGISTRAR-F
           END-IF

      *    EL TOTAL DECLARADO, SIN EL PROPIO BENEFICIARIO SI YA
      *    ESTABA, MAS EL NUEVO PORCENTAJE NO PUEDE PASAR EL 100%.
           MOVE WS-USER-NROCLI TO BEN-NROCLI
           MOVE TDOCI          TO BEN-TIPDOC
           MOVE NDOCI          TO BEN-NRODOC
           EXEC SQL
              SELECT VALUE(SUM(PORCEN), 0)
                INTO :WS-PORC-OTROS
                FROM KC02803.TBCURBEN
               WHERE NROCLI = :BEN-NROCLI
                 AND NOT (TIPDOC = :BEN-TIPDOC AND
                          NRODOC = :BEN-NRODOC)
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           ADD WS-PORC-NUM TO WS-PORC-OTROS
           IF WS-PORC-OTROS IS GREATER CT-PORC-TOTAL
              MOVE CT-MNS-15 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           PERFORM 5200-VERIF-LISTA-I THRU 5200-VERIF-LISTA-F

           MOVE NOMI           TO BEN-NOMAPE
           MOVE ROLI           TO BEN-ROL
           MOVE WS-PORC-NUM    TO BEN-PORCEN
           MOVE FIR-ID         TO BEN-OPERADOR
           IF WS-CANT-LISTA IS GREATER ZEROS
              MOVE 'S'         TO BEN-LISTA
           ELSE
              MOVE 'N'         TO BEN-LISTA
           END-IF

      *    PORCENTAJE ANTERIOR PARA LA AUDITORIA DE LA MODIFICACION.
           MOVE ZEROS TO WS-EXISTE
           EXEC SQL
              SELECT 1, PORCEN
                INTO :WS-EXISTE, :WS-PORC-ANT
                FROM KC02803.TBCURBEN
               WHERE NROCLI = :BEN-NROCLI
                 AND TIPDOC = :BEN-TIPDOC
                 AND NRODOC = :BEN-NRODOC
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE ZEROS TO WS-EXISTE
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-REGISTRAR-F
           END-EVALUATE

      *    UNA MARCA DE LISTA YA PUESTA NO SE BORRA AL MODIFICAR:
      *    LA LEVANTA CUMPLIMIENTO AL RESOLVER EL CASO.
           IF WS-EXISTE IS EQUAL 1
              EXEC SQL
                 UPDATE KC02803.TBCURBEN
                    SET NOMAPE   = :BEN-NOMAPE,
                        ROL      = :BEN-ROL,
                        PORCEN   = :BEN-PORCEN,
                        LISTA    = CASE WHEN :BEN-LISTA = 'S'
                                        THEN 'S' ELSE LISTA END,
                        OPERADOR = :BEN-OPERADOR,
                        FECACT   = CURRENT DATE
                  WHERE NROCLI = :BEN-NROCLI
                    AND TIPDOC = :BEN-TIPDOC
                    AND NRODOC = :BEN-NRODOC
              END-EXEC
              MOVE 'BFMO' TO AUD-ACCION
           ELSE
              EXEC SQL
                 INSERT INTO KC02803.TBCURBEN
                    ( NROCLI, TIPDOC, NRODOC, NOMAPE, ROL, PORCEN,
                      LISTA, OPERADOR, FECALTA, FECACT )
                 VALUES
                    ( :BEN-NROCLI, :BEN-TIPDOC, :BEN-NRODOC,
                      :BEN-NOMAPE, :BEN-ROL, :BEN-PORCEN,
                      :BEN-LISTA, :BEN-OPERADOR, CURRENT DATE,
                      CURRENT DATE )
              END-EXEC
              MOVE 'BFAL' TO AUD-ACCION
              MOVE ZEROS  TO WS-PORC-ANT
           END-IF

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO 5000-REGISTRAR-F
           END-IF

           MOVE SPACES          TO AUD-VALOR-ANT AUD-VALOR-NUE
           MOVE WS-PORC-ANT     TO WS-PORC-ANT-ED
           STRING 'CLI ' WS-USER-NROCLI ' PORC ' WS-PORC-ANT-ED
                  DELIMITED BY SIZE INTO AUD-VALOR-ANT
           MOVE BEN-PORCEN      TO WS-PORC-ED
           STRING 'ROL ' BEN-ROL ' PORC ' WS-PORC-ED
                  DELIMITED BY SIZE INTO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           IF WS-CANT-LISTA IS GREATER ZEROS
              PERFORM 5300-CASO-CUMPLIM-I THRU 5300-CASO-CUMPLIM-F
              IF MSGO IS NOT EQUAL LOW-VALUES
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 GO TO 5000-REGISTRAR-F
              END-IF
           END-IF

           MOVE LOW-VALUES TO TDOCO NDOCO NOMO ROLO PORCO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              IF WS-CANT-LISTA IS GREATER ZEROS
                 MOVE CT-MNS-17 TO MSGO
              ELSE
                 MOVE CT-MNS-16 TO MSGO
              END-IF
           END-IF.

       5000-REGISTRAR-F. EXIT.


      *-------------------------------------------------------------
      *  CONTROLES DE LOS DATOS TIPEADOS; CON ERROR DEJA EL MENSAJE
      *  EN MSGO (SI NO, MSGO QUEDA EN LOW-VALUES).
       5100-VALIDAR-I.

           MOVE LOW-VALUES TO MSGO

           IF TDOCI IS NOT EQUAL 'DU' AND
              TDOCI IS NOT EQUAL 'PA' AND
              TDOCI IS NOT EQUAL 'PE'
              MOVE CT-MNS-06 TO MSGO
              GO TO 5100-VALIDAR-F
           END-IF

           IF NDOCI IS NOT NUMERIC OR NDOCI IS EQUAL ZEROS
              MOVE CT-MNS-07 TO MSGO
              GO TO 5100-VALIDAR-F
           END-IF

           IF NOMI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-10 TO MSGO
              GO TO 5100-VALIDAR-F
           END-IF

           IF ROLI IS NOT EQUAL 'P' AND
              ROLI IS NOT EQUAL 'C' AND
              ROLI IS NOT EQUAL 'A'
              MOVE CT-MNS-11 TO MSGO
              GO TO 5100-VALIDAR-F
           END-IF

           MOVE PORCI TO WS-PORC-IN
           IF WS-PORC-IN IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE ZEROS TO WS-PORC-NUM
           END-IF
           IF WS-PORC-NUM IS NOT NUMERIC OR
              WS-PORC-NUM IS GREATER CT-PORC-TOTAL
              MOVE CT-MNS-12 TO MSGO
              GO TO 5100-VALIDAR-F
           END-IF

           IF ROLI IS EQUAL 'P' AND
              WS-PORC-NUM IS LESS CT-PORC-MINIMO
              MOVE CT-MNS-13 TO MSGO
              GO TO 5100-VALIDAR-F
           END-IF

           IF ROLI IS EQUAL 'A' AND
              WS-PORC-NUM IS NOT EQUAL ZEROS
              MOVE CT-MNS-14 TO MSGO
              GO TO 5100-VALIDAR-F
           END-IF

      *    EL CLIENTE DEBE SEGUIR SIENDO JURIDICO Y NO PUEDE
      *    DECLARARSE A SI MISMO.
           MOVE WS-USER-NROCLI TO CLI-NROCLI
           EXEC SQL
              SELECT TIPDOC, NRODOC, CLASE
                INTO :CLI-TIPDOC, :CLI-NRODOC, :CLI-CLASE
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CLI-NROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-03 TO MSGO
                 GO TO 5100-VALIDAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5100-VALIDAR-F
           END-EVALUATE

           IF CLI-CLASE IS NOT EQUAL 'J'
              MOVE CT-MNS-05 TO MSGO
              GO TO 5100-VALIDAR-F
           END-IF

           IF CLI-TIPDOC IS EQUAL TDOCI AND
              CLI-NRODOC IS EQUAL NDOCI
              MOVE CT-MNS-21 TO MSGO
           END-IF.

       5100-VALIDAR-F. EXIT.


      *-------------------------------------------------------------
      *  BUSCA AL BENEFICIARIO EN LA LISTA DE CONTROL (TBCURLSN)
      *  COMO PROGM36S CON UN POSTULANTE A CLIENTE: DOCUMENTO
      *  EXACTO, APELLIDO COMPLETO O MISMA RAIZ DE 5 LETRAS
      *  SIGNIFICATIVA. EL TIPO MAS GRAVE HALLADO ('S' SANCIONADO
      *  ANTES QUE 'P' PEP Y 'N') FIJA EL PLAZO DEL CASO. ANTE UN
      *  ERROR DE BASE SE CONSIDERA COINCIDENCIA.
       5200-VERIF-LISTA-I.

           MOVE ZEROS   TO WS-CANT-LISTA
           MOVE SPACES  TO WS-TIPO-LISTA
           MOVE TDOCI   TO BEN-TIPDOC
           MOVE NDOCI   TO BEN-NRODOC
           MOVE NOMI    TO WS-NOMAPE-LISTA

           EXEC SQL
              SELECT COUNT(*), VALUE(MAX(TIPO), ' ')
                INTO :WS-CANT-LISTA, :WS-TIPO-LISTA
                FROM KC02803.TBCURLSN
               WHERE (NRODOC = :BEN-NRODOC AND
                      NRODOC <> 0 AND
                      TIPDOC = :BEN-TIPDOC)
                  OR (APELLIDO <> ' ' AND
                      (APELLIDO = :WS-NOMAPE-LISTA OR
                       (SUBSTR(APELLIDO, 1, 5) =
                        SUBSTR(:WS-NOMAPE-LISTA, 1, 5) AND
                        SUBSTR(APELLIDO, 5, 1) <> ' ' AND
                        SUBSTR(:WS-NOMAPE-LISTA, 5, 1) <> ' ')))
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE 1   TO WS-CANT-LISTA
              MOVE 'S' TO WS-TIPO-LISTA
           END-IF.

       5200-VERIF-LISTA-F. EXIT.


      *-------------------------------------------------------------
      *  COINCIDENCIA CON LA LISTA: SI LA PERSONA YA TIENE UN CASO
      *  'LS' ABIERTO ('A' / 'E') SE LE SUMA LA ALERTA; SI NO SE
      *  ABRE UNO NUEVO EN ESTADO 'A', COMO PGMCASCG CON LAS
      *  ALERTAS DEL RE-FILTRO NOCTURNO. EL CASO LLEVA EL DOCUMENTO
      *  DEL BENEFICIARIO Y EL NROCLI DEL CLIENTE JURIDICO. CON
      *  ERROR DEJA EL MENSAJE EN MSGO.
       5300-CASO-CUMPLIM-I.

           MOVE LOW-VALUES TO MSGO
           IF WS-TIPO-LISTA IS EQUAL 'S'
              MOVE CT-PLAZO-SANCION TO WS-PLAZO
           ELSE
              MOVE CT-PLAZO-GENERAL TO WS-PLAZO
           END-IF
           MOVE SPACES TO CAS-DETALLE
           STRING 'BENEF.FINAL LISTA ' WS-TIPO-LISTA ' CLI '
                  WS-USER-NROCLI
                  DELIMITED BY SIZE INTO CAS-DETALLE

           EXEC SQL
              SELECT NROCASO
                INTO :CAS-NROCASO
                FROM KC02803.TBCURCAS
               WHERE TIPDOC  = :BEN-TIPDOC
                 AND NRODOC  = :BEN-NRODOC
                 AND ORIGEN  = 'LS'
                 AND ESTADO IN ('A', 'E')
               ORDER BY NROCASO
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    UPDATE KC02803.TBCURCAS
                       SET CANTALER  = CANTALER + 1,
                           FECULTAL  = CURRENT DATE,
                           TIPOLISTA = CASE WHEN :WS-TIPO-LISTA = 'S'
                                            THEN 'S'
                                            ELSE TIPOLISTA END,
                           FECLIMITE = CASE WHEN CURRENT DATE
                                                 + :WS-PLAZO DAYS
                                                 < FECLIMITE
                                            THEN CURRENT DATE
                                                 + :WS-PLAZO DAYS
                                            ELSE FECLIMITE END
                     WHERE NROCASO = :CAS-NROCASO
                 END-EXEC
              WHEN NOT-FOUND
                 EXEC SQL
                    SELECT VALUE(MAX(NROCASO), 0) + 1
                      INTO :CAS-NROCASO
                      FROM KC02803.TBCURCAS
                 END-EXEC
                 IF SQLCODE IS EQUAL 0
                    EXEC SQL
                       INSERT INTO KC02803.TBCURCAS
                          (NROCASO, ORIGEN, NROCLI, TIPDOC, NRODOC,
                           NOMAPE, MONEDA, IMPORTE, CANTALER,
                           TIPOLISTA, DETALLE, FECALTA, FECULTAL,
                           FECLIMITE, ESTADO, ASIGNADO, FECASIG,
                           DECISOR, FECDECIS, HORDECIS, FECEXPORT,
                           CANTNOTAS)
                       VALUES (:CAS-NROCASO, 'LS', :BEN-NROCLI,
                               :BEN-TIPDOC, :BEN-NRODOC,
                               :BEN-NOMAPE, 0, 0, 1,
                               :WS-TIPO-LISTA, :CAS-DETALLE,
                               CURRENT DATE, CURRENT DATE,
                               CURRENT DATE + :WS-PLAZO DAYS, 'A',
                               ' ', NULL, ' ', NULL, ' ', NULL, 0)
                    END-EXEC
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5300-CASO-CUMPLIM-F
           END-IF

           MOVE CAS-NROCASO TO WS-NROCASO-ED
           MOVE 'LSNG'      TO AUD-ACCION
           MOVE SPACES      TO AUD-VALOR-ANT AUD-VALOR-NUE
           STRING 'BENEF.FINAL CLI ' WS-USER-NROCLI
                  DELIMITED BY SIZE INTO AUD-VALOR-ANT
           STRING 'LISTA ' WS-TIPO-LISTA ' CASO ' WS-NROCASO-ED
                  DELIMITED BY SIZE INTO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F.

       5300-CASO-CUMPLIM-F. EXIT.


      *-------------------------------------------------------------
      *  BAJA DE UN BENEFICIARIO: SOLO SUPERVISOR.
       5500-BAJA-I.

           IF WS-USER-NROCLI IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5500-BAJA-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5500-BAJA-F
           END-IF

           IF NDOCI IS NOT NUMERIC OR NDOCI IS EQUAL ZEROS
              MOVE CT-MNS-07 TO MSGO
              GO TO 5500-BAJA-F
           END-IF

           MOVE WS-USER-NROCLI TO BEN-NROCLI
           MOVE TDOCI          TO BEN-TIPDOC
           MOVE NDOCI          TO BEN-NRODOC
           EXEC SQL
              DELETE FROM KC02803.TBCURBEN
               WHERE NROCLI = :BEN-NROCLI
                 AND TIPDOC = :BEN-TIPDOC
                 AND NRODOC = :BEN-NRODOC
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-18 TO MSGO
                 GO TO 5500-BAJA-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5500-BAJA-F
           END-EVALUATE

           MOVE 'BFBA'      TO AUD-ACCION
           MOVE SPACES      TO AUD-VALOR-ANT AUD-VALOR-NUE
           STRING 'CLI ' WS-USER-NROCLI
                  DELIMITED BY SIZE INTO AUD-VALOR-ANT
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE LOW-VALUES TO TDOCO NDOCO NOMO ROLO PORCO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-19 TO MSGO
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
               FROM   (MAPBENEO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO,
      *  TERMINAL, DOCUMENTO DEL BENEFICIARIO AFECTADO Y VALOR
      *  ANTERIOR/NUEVO. AUD-ACCION Y AUD-VALOR-ANT/AUD-VALOR-NUE
      *  SE DEJAN CARGADOS POR QUIEN PERFORMA ESTE PARRAFO.
       9500-AUDITORIA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID        TO AUD-TRANSACCION
           MOVE FIR-ID          TO AUD-OPERADOR
           MOVE EIBTRMID        TO AUD-TERMINAL
           MOVE BEN-TIPDOC      TO AUD-TIP-DOC
           MOVE BEN-NRODOC      TO AUD-NRO-DOC
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
       9999-FINAL-I.

           EXEC CICS RETURN
              TRANSID  (WS-TRANSACTION)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       9999-FINAL-F. EXIT.
