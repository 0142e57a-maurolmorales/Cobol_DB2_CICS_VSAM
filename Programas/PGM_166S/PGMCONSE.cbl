       IDENTIFICATION DIVISION. *> consentimiento de contacto
       PROGRAM-ID. PGMCONSE.

      *****************************************************************
      *                   CLASE SINCRÓNICA 55                         *
      *                   ===================                         *
      *    CONSENTIMIENTO DE CONTACTO COMERCIAL DEL CLIENTE           *
      *    (TBCURCON / HISTORIA TBCURCOH)                             *
      *                                                               *
      *    ENTER : MUESTRA, PARA EL CLIENTE INFORMADO, EL ESTADO DE   *
      *            CADA CANAL (CORREO POSTAL, E-MAIL, SMS, TELEFONO): *
      *            SI / NO CONTACTAR / SIN DATO, CON LA FECHA EN QUE  *
      *            EL CLIENTE LO MANIFESTO, EL ORIGEN (SUCURSAL O     *
      *            CANAL DIGITAL) Y EL OPERADOR, Y LOS ULTIMOS        *
      *            CAMBIOS DE LA HISTORIA.                            *
      *    PF4   : REGISTRA EL CANAL (C/E/S/T) Y EL VALOR (S/N)       *
      *            INFORMADOS, CON LA FECHA DE LA MANIFESTACION       *
      *            (AAAA-MM-DD, EN BLANCO = HOY), POR LA RUTINA       *
      *            PGMCSCAF. REQUIERE NIVEL 2 Y QUEDA EN LA COLA      *
      *            DE AUDITORIA 'AUDC'.                               *
      *    SIN DATO EQUIVALE A SIN OPOSICION: SOLO UN 'N' FRENA LAS   *
      *    CARTAS COMERCIALES (PGMCARTA) Y LAS ETIQUETAS (PGMETIQC).  *
      *    LOS ENVIOS DE SERVICIO Y REGULATORIOS NO SE AFECTAN.       *
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
                   'CANAL INVALIDO - C POSTAL / E E-MAIL / S SMS / T TEL
      -            'EFONO'.
             05 CT-MNS-06         PIC X(72) VALUE
                  'VALOR INVALIDO - S ACEPTA CONTACTO / N NO CONTACTAR'.
             05 CT-MNS-08         PIC X(72) VALUE
                                       'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'FECHA INVALIDA O FUTURA - REINGRESE (AAAA-MM-DD)'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'CONSENTIMIENTO REGISTRADO'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'EL CANAL YA TENIA ESE VALOR - SIN CAMBIOS'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'HAY UNA MANIFESTACION POSTERIOR REGISTRADA - NO SE A
      -            'PLICA'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'PF4 REGISTRA CANAL Y VALOR INFORMADOS'.

      *---- COLA DE AUDITORIA DE ALTAS/BAJAS/MODIFICACIONES -----------
           03 CT-AUDIT-QUEUE       PIC X(04)           VALUE 'AUDC'.
           03 CT-AUDIT-LEN         PIC S9(04) COMP     VALUE 106.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPCONS'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPCONS'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'CONS'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPCONS.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  EL CLIENTE MOSTRADO VIAJA EN LA COMMAREA.
       01  WS-COMMAREA.
           03 WS-USER-NROCLI           PIC 9(07).
           03 FILLER                   PIC X(18).

      *-----------   LINEAS DE LA PANTALLA   --------------------------
      *    LINEAS 1 A 4: UN CANAL CADA UNA; 5: TITULO; 6 A 8: HISTORIA.
       77  WS-LIN-MAX              PIC 9(02)      VALUE 8.
       77  WS-LIN-CANT             PIC 9(02)      VALUE ZEROS.
       77  WS-FIN-CURSOR           PIC X          VALUE 'N'.
       77  WS-HALLADO              PIC X          VALUE 'N'.
       77  WS-CAN-IDX              PIC 9(02)      VALUE ZEROS.

       01  WS-TABLA-LINEAS.
           03 WS-LIN-ITEM OCCURS 8 TIMES   PIC X(79).

      *-----------   CANALES DE CONTACTO   ----------------------------
       01  WS-CANALES-VALORES.
           03 FILLER          PIC X(15)  VALUE 'CCORREO POSTAL '.
           03 FILLER          PIC X(15)  VALUE 'EE-MAIL        '.
           03 FILLER          PIC X(15)  VALUE 'SSMS           '.
           03 FILLER          PIC X(15)  VALUE 'TTELEFONO      '.
       01  WS-CANALES REDEFINES WS-CANALES-VALORES.
           03 WS-CAN-ITEM OCCURS 4 TIMES.
              05 WS-CAN-COD       PIC X(01).
              05 WS-CAN-DESC      PIC X(14).

      *    REGISTRAR CONSENTIMIENTOS: CAJERO EN ADELANTE.
       77  WS-NIVEL-REQUERIDO      PIC 9(01)      VALUE 2.

      *-----------   RUTINA DE REGISTRO (PGMCSCAF)   ------------------
       77  WS-PGMCSCAF             PIC X(8)       VALUE 'PGMCSCAF'.

       01  LK-CONSENT.
           03  LK-CON-NROCLI        PIC 9(7).
           03  LK-CON-CANAL         PIC X(1).
           03  LK-CON-CONSIENTE     PIC X(1).
           03  LK-CON-FECHA         PIC X(10).
           03  LK-CON-ORIGEN        PIC X(1).
           03  LK-CON-OPERADOR      PIC X(3).
           03  LK-CON-ANTERIOR      PIC X(1).
           03  LK-CON-RESULT        PIC X(2).

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  CLI-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  CLI-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  CLI-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  CLI-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-HOY       PIC X(10)                   VALUE SPACES.

       01  DCLTBCURCON.
           10 CON-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CON-CANAL       PIC X(1).
           10 CON-CONSIENTE   PIC X(1).
           10 CON-FECCONS     PIC X(10).
           10 CON-ORIGEN      PIC X(1).
           10 CON-OPERADOR    PIC X(3).

       01  DCLTBCURCOH.
           10 COH-CANAL       PIC X(1).
           10 COH-FECHORA     PIC X(26).
           10 COH-CONSANT     PIC X(1).
           10 COH-CONSNUE     PIC X(1).
           10 COH-ORIGEN      PIC X(1).
           10 COH-OPERADOR    PIC X(3).

      *-----------   LINEAS ARMADAS   --------------------------------
       01  WS-LINEA-CLI.
           03 FILLER               PIC X(09)      VALUE 'CLIENTE: '.
           03 LCL-NROCLI           PIC 9(07).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-NOMAPE           PIC X(30).

       01  WS-LINEA-CANAL.
           03 LCA-CANAL            PIC X(01).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCA-DESC             PIC X(14).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCA-ESTADO           PIC X(13).
           03 FILLER               PIC X(08)      VALUE ' DESDE: '.
           03 LCA-FECCONS          PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCA-ORIGEN           PIC X(08).
           03 FILLER               PIC X(07)      VALUE ' OPER: '.
           03 LCA-OPERADOR         PIC X(03).

       01  WS-LINEA-TIT-HIS.
           03 FILLER               PIC X(40)      VALUE
                 'ULTIMOS CAMBIOS (FECHA/HORA CANAL ANTES '.
           03 FILLER               PIC X(27)      VALUE
                 '-> AHORA ORIGEN OPERADOR)  '.

       01  WS-LINEA-HIS.
           03 LHI-FECHORA          PIC X(16).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LHI-DESC             PIC X(14).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LHI-CONSANT          PIC X(08).
           03 FILLER               PIC X(04)      VALUE ' -> '.
           03 LHI-CONSNUE          PIC X(08).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LHI-ORIGEN           PIC X(08).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LHI-OPERADOR         PIC X(03).

      *    VALOR AUDITADO DE UN CONSENTIMIENTO (30 POSICIONES).
       01  WS-AUD-CONSENT.
           03 ACO-CANAL            PIC X(01)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ACO-CONSIENTE        PIC X(01)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ACO-FECHA            PIC X(10)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ACO-ORIGEN           PIC X(01)      VALUE SPACES.
           03 FILLER               PIC X(14)      VALUE SPACES.

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

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    HISTORIA DEL CLIENTE, LO MAS RECIENTE PRIMERO.
           EXEC SQL
              DECLARE CURSORCOH CURSOR FOR
                 SELECT CANAL,
                        CHAR(FECHORA),
                        CONSANT,
                        CONSNUE,
                        ORIGEN,
                        OPERADOR
                 FROM KC02803.TBCURCOH
                 WHERE NROCLI = :CLI-NROCLI
                 ORDER BY FECHORA DESC
           END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. CONSULTAR
      *    ESTA ABIERTO A TODO OPERADOR FIRMADO; REGISTRAR EXIGE
      *    WS-NIVEL-REQUERIDO.
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

           MOVE LOW-VALUES TO MAPCONSO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS TO WS-USER-NROCLI
              MOVE LENGTH OF MAPCONSO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPCONSO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPCONSI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPCONSO
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

              WHEN DFHPF3
                 MOVE LOW-VALUES TO MAPCONSO
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
      *  ARMA LOS CANALES Y LA HISTORIA DEL CLIENTE WS-USER-NROCLI.
       4500-MOSTRAR-I.

           MOVE 'N' TO WS-HALLADO
           MOVE SPACES TO CABO WS-TABLA-LINEAS
           MOVE ZEROS TO WS-LIN-CANT
           MOVE WS-USER-NROCLI TO CLI-NROCLI

           EXEC SQL
              SELECT TIPDOC, NRODOC, NOMAPE
                INTO :CLI-TIPDOC, :CLI-NRODOC, :CLI-NOMAPE
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
           MOVE WS-LINEA-CLI  TO CABO

           PERFORM 4600-LEER-CANAL-I THRU 4600-LEER-CANAL-F
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > 4

           ADD 1 TO WS-LIN-CANT
           MOVE WS-LINEA-TIT-HIS TO WS-LIN-ITEM (WS-LIN-CANT)

           MOVE 'N' TO WS-FIN-CURSOR
           EXEC SQL OPEN CURSORCOH END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
              GO TO 4500-MOSTRAR-F
           END-IF

           PERFORM 4700-LEER-HISTORIA-I THRU 4700-LEER-HISTORIA-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'
                 OR WS-LIN-CANT IS NOT LESS WS-LIN-MAX

           EXEC SQL CLOSE CURSORCOH END-EXEC

           PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-15 TO MSGO
           END-IF.

       4500-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
      *  ESTADO VIGENTE DEL CANAL WS-CAN-IDX; SIN FILA = SIN DATO.
       4600-LEER-CANAL-I.

           MOVE WS-CAN-COD (WS-CAN-IDX)  TO CON-CANAL LCA-CANAL
           MOVE WS-CAN-DESC (WS-CAN-IDX) TO LCA-DESC
           MOVE WS-USER-NROCLI           TO CON-NROCLI

           EXEC SQL
              SELECT CONSIENTE, CHAR(FECCONS, ISO), ORIGEN, OPERADOR
                INTO :CON-CONSIENTE, :CON-FECCONS, :CON-ORIGEN,
                     :CON-OPERADOR
                FROM KC02803.TBCURCON
               WHERE NROCLI = :CON-NROCLI
                 AND CANAL  = :CON-CANAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE SPACES TO CON-CONSIENTE CON-FECCONS
                                CON-ORIGEN CON-OPERADOR
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE SPACES TO CON-CONSIENTE CON-FECCONS
                                CON-ORIGEN CON-OPERADOR
           END-EVALUATE

           EVALUATE CON-CONSIENTE
              WHEN 'S'   MOVE 'SI'            TO LCA-ESTADO
              WHEN 'N'   MOVE 'NO CONTACTAR'  TO LCA-ESTADO
              WHEN OTHER MOVE 'SIN DATO'      TO LCA-ESTADO
           END-EVALUATE
           MOVE CON-FECCONS  TO LCA-FECCONS
           PERFORM 4800-DESC-ORIGEN-I THRU 4800-DESC-ORIGEN-F
           MOVE LHI-ORIGEN   TO LCA-ORIGEN
           MOVE CON-OPERADOR TO LCA-OPERADOR

           ADD 1 TO WS-LIN-CANT
           MOVE WS-LINEA-CANAL TO WS-LIN-ITEM (WS-LIN-CANT).

       4600-LEER-CANAL-F. EXIT.


      *-------------------------------------------------------------
       4700-LEER-HISTORIA-I.

           EXEC SQL
              FETCH CURSORCOH INTO :COH-CANAL,
                                   :COH-FECHORA,
                                   :COH-CONSANT,
                                   :COH-CONSNUE,
                                   :COH-ORIGEN,
                                   :COH-OPERADOR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4700-LEER-HISTORIA-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4700-LEER-HISTORIA-F
           END-EVALUATE

           MOVE COH-FECHORA   TO LHI-FECHORA
           MOVE SPACES        TO LHI-DESC
           PERFORM 4750-DESC-CANAL-I THRU 4750-DESC-CANAL-F
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > 4
           EVALUATE COH-CONSANT
              WHEN 'S'   MOVE 'SI'         TO LHI-CONSANT
              WHEN 'N'   MOVE 'NO CONT.'   TO LHI-CONSANT
              WHEN OTHER MOVE 'SIN DATO'   TO LHI-CONSANT
           END-EVALUATE
           EVALUATE COH-CONSNUE
              WHEN 'S'   MOVE 'SI'         TO LHI-CONSNUE
              WHEN OTHER MOVE 'NO CONT.'   TO LHI-CONSNUE
           END-EVALUATE
           MOVE COH-ORIGEN    TO CON-ORIGEN
           PERFORM 4800-DESC-ORIGEN-I THRU 4800-DESC-ORIGEN-F
           MOVE COH-OPERADOR  TO LHI-OPERADOR

           ADD 1 TO WS-LIN-CANT
           MOVE WS-LINEA-HIS TO WS-LIN-ITEM (WS-LIN-CANT).

       4700-LEER-HISTORIA-F. EXIT.


      *-------------------------------------------------------------
       4750-DESC-CANAL-I.

           IF WS-CAN-COD (WS-CAN-IDX) IS EQUAL COH-CANAL
              MOVE WS-CAN-DESC (WS-CAN-IDX) TO LHI-DESC
           END-IF.

       4750-DESC-CANAL-F. EXIT.


      *-------------------------------------------------------------
      *  DESCRIPCION DEL ORIGEN CON-ORIGEN, QUEDA EN LHI-ORIGEN.
       4800-DESC-ORIGEN-I.

           EVALUATE CON-ORIGEN
              WHEN 'S'   MOVE 'SUCURSAL' TO LHI-ORIGEN
              WHEN 'D'   MOVE 'DIGITAL'  TO LHI-ORIGEN
              WHEN OTHER MOVE SPACES     TO LHI-ORIGEN
           END-EVALUATE.

       4800-DESC-ORIGEN-F. EXIT.


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
      *  REGISTRA EL CONSENTIMIENTO INFORMADO EN SUCURSAL PARA EL
      *  CLIENTE MOSTRADO, POR LA RUTINA PGMCSCAF.
       5000-REGISTRAR-I.

           IF WS-USER-NROCLI IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           IF CANI IS NOT EQUAL 'C' AND CANI IS NOT EQUAL 'E' AND
              CANI IS NOT EQUAL 'S' AND CANI IS NOT EQUAL 'T'
              MOVE CT-MNS-05 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           IF CONSI IS NOT EQUAL 'S' AND CONSI IS NOT EQUAL 'N'
              MOVE CT-MNS-06 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           IF FCONI IS EQUAL TO (SPACES OR LOW-VALUES)
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :REG-HOY
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE IS NOT EQUAL 0
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-REGISTRAR-F
              END-IF
              MOVE REG-HOY TO LK-CON-FECHA
           ELSE
              MOVE FCONI   TO LK-CON-FECHA
           END-IF

           MOVE WS-USER-NROCLI TO LK-CON-NROCLI
           MOVE CANI           TO LK-CON-CANAL
           MOVE CONSI          TO LK-CON-CONSIENTE
           MOVE 'S'            TO LK-CON-ORIGEN
           MOVE FIR-ID         TO LK-CON-OPERADOR
           CALL WS-PGMCSCAF USING LK-CONSENT

           EVALUATE LK-CON-RESULT
              WHEN 'OK'
                 CONTINUE
              WHEN 'IG'
                 MOVE CT-MNS-12 TO MSGO
                 GO TO 5000-REGISTRAR-F
              WHEN 'AN'
                 MOVE CT-MNS-13 TO MSGO
                 GO TO 5000-REGISTRAR-F
              WHEN 'DI'
                 MOVE CT-MNS-10 TO MSGO
                 GO TO 5000-REGISTRAR-F
              WHEN 'NC'
                 MOVE CT-MNS-03 TO MSGO
                 GO TO 5000-REGISTRAR-F
              WHEN OTHER
      *          NADA DEL REGISTRO FALLIDO QUEDA A MEDIAS.
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-REGISTRAR-F
           END-EVALUATE

           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F

           MOVE 'CONS'            TO AUD-ACCION
           MOVE LK-CON-CANAL      TO ACO-CANAL
           MOVE LK-CON-ANTERIOR   TO ACO-CONSIENTE
           MOVE SPACES            TO ACO-FECHA ACO-ORIGEN
           MOVE WS-AUD-CONSENT    TO AUD-VALOR-ANT
           MOVE LK-CON-CONSIENTE  TO ACO-CONSIENTE
           MOVE LK-CON-FECHA      TO ACO-FECHA
           MOVE LK-CON-ORIGEN     TO ACO-ORIGEN
           MOVE WS-AUD-CONSENT    TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE LOW-VALUES TO CANO CONSO FCONO
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-11 TO MSGO
           END-IF.

       5000-REGISTRAR-F. EXIT.


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
               FROM   (MAPCONSO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO,
      *  TERMINAL Y DOCUMENTO DEL CLIENTE. AUD-ACCION Y
      *  AUD-VALOR-ANT/AUD-VALOR-NUE SE DEJAN CARGADOS POR QUIEN
      *  PERFORMA ESTE PARRAFO.
       9500-AUDITORIA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID        TO AUD-TRANSACCION
           MOVE FIR-ID          TO AUD-OPERADOR
           MOVE EIBTRMID        TO AUD-TERMINAL
           MOVE CLI-TIPDOC      TO AUD-TIP-DOC
           MOVE CLI-NRODOC      TO AUD-NRO-DOC
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
