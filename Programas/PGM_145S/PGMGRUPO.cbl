       IDENTIFICATION DIVISION. *> grupos economicos
       PROGRAM-ID. PGMGRUPO.

      *****************************************************************
      *                   CLASE SINCRÓNICA 52                         *
      *                   ===================                         *
      *    GRUPOS ECONOMICOS (TBCURGRP / TBCURGRM)                    *
      *                                                               *
      *    ENTER : MUESTRA EL GRUPO INFORMADO Y SUS INTEGRANTES. SIN  *
      *            GRUPO Y CON CLIENTE, BUSCA EL GRUPO DEL CLIENTE.   *
      *    PF4   : SIN NUMERO DE GRUPO DA DE ALTA UN GRUPO NUEVO CON  *
      *            EL NOMBRE INFORMADO; CON NUMERO LE CAMBIA EL       *
      *            NOMBRE.                                            *
      *    PF5   : AGREGA EL CLIENTE INFORMADO AL GRUPO MOSTRADO. UN  *
      *            CLIENTE INTEGRA UN SOLO GRUPO: SI YA ESTA EN OTRO  *
      *            SE RECHAZA (HAY QUE SACARLO PRIMERO).              *
      *    PF6   : SACA AL CLIENTE INFORMADO DEL GRUPO MOSTRADO.      *
      *    LA CONSULTA ESTA ABIERTA A TODO OPERADOR FIRMADO; LAS      *
      *    MODIFICACIONES SON DE SUPERVISOR Y QUEDAN EN LA COLA       *
      *    'AUDC'. LA EXPOSICION POR GRUPO LA CALCULA PGMCONCE.       *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE EL GRUPO O UN CLIENTE Y PRESIONE ENTER'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                   'NUMERO DE GRUPO O DE CLIENTE INVALIDO - REINGRESE'.
             05 CT-MNS-03         PIC X(72) VALUE
                   'GRUPO INEXISTENTE'.
             05 CT-MNS-04         PIC X(72) VALUE
                   'MUESTRE UN GRUPO ANTES DE OPERAR'.
             05 CT-MNS-05         PIC X(72) VALUE
                   'EL CLIENTE NO INTEGRA NINGUN GRUPO'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'NUMERO DE CLIENTE INVALIDO - REINGRESE'.
             05 CT-MNS-07         PIC X(72) VALUE
                   'CLIENTE INEXISTENTE O DADO DE BAJA'.
             05 CT-MNS-08         PIC X(72) VALUE
                                       'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'INGRESE EL NOMBRE DEL GRUPO'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'GRUPO DADO DE ALTA'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'NOMBRE DEL GRUPO MODIFICADO'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'CLIENTE AGREGADO AL GRUPO'.
             05 CT-MNS-14         PIC X(72) VALUE
                   'EL CLIENTE YA INTEGRA ESTE GRUPO'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'EL CLIENTE NO INTEGRA ESTE GRUPO'.
             05 CT-MNS-16         PIC X(72) VALUE
                   'CLIENTE QUITADO DEL GRUPO'.
             05 CT-MNS-17         PIC X(72) VALUE
                   'PF4 ALTA/NOMBRE GRUPO - PF5 AGREGA CLIENTE - PF6 QUI
      -            'TA CLIENTE'.

      *---- COLA DE AUDITORIA DE ALTAS/BAJAS/MODIFICACIONES -----------
           03 CT-AUDIT-QUEUE       PIC X(04)           VALUE 'AUDC'.
           03 CT-AUDIT-LEN         PIC S9(04) COMP     VALUE 106.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPGRUP'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPGRUP'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'CCAF'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPGRUP.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  EL GRUPO MOSTRADO VIAJA EN LA COMMAREA.
       01  WS-COMMAREA.
           03 WS-USER-NROGRUPO         PIC 9(05).
           03 FILLER                   PIC X(20).

      *-----------   LINEAS DE INTEGRANTES   ------------------------
       77  WS-LIN-MAX              PIC 9(02)      VALUE 8.
       77  WS-LIN-CANT             PIC 9(02)      VALUE ZEROS.
       77  WS-INT-CANT             PIC 9(03)      VALUE ZEROS.
       77  WS-FIN-CURSOR           PIC X          VALUE 'N'.
       77  WS-HALLADO              PIC X          VALUE 'N'.

       01  WS-TABLA-LINEAS.
           03 WS-LIN-ITEM OCCURS 8 TIMES   PIC X(79).

      *    MODIFICACIONES DE GRUPOS E INTEGRANTES: SOLO SUPERVISOR.
       77  WS-NIVEL-REQUERIDO      PIC 9(01)      VALUE 3.

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  CLI-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  CLI-TIPDOC    PIC X(2)                    VALUE SPACES.
       77  CLI-NRODOC    PIC S9(11)V USAGE COMP-3    VALUE ZEROES.
       77  CLI-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  WS-NROGRUPO-OTRO PIC S9(5)V USAGE COMP-3  VALUE ZEROES.
       77  WS-NROGRUPO-ED  PIC 9(05)                 VALUE ZEROS.
       77  WS-NOMBRE-ANT PIC X(30)                   VALUE SPACES.

       01  DCLTBCURGRP.
           10 GRP-NROGRUPO    PIC S9(5)V     USAGE COMP-3.
           10 GRP-NOMBRE      PIC X(30).
           10 GRP-OPERADOR    PIC X(3).
           10 GRP-FECALTA     PIC X(10).
           10 GRP-FECACT      PIC X(10).

       01  DCLTBCURGRM.
           10 GRM-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 GRM-NROGRUPO    PIC S9(5)V     USAGE COMP-3.
           10 GRM-OPERADOR    PIC X(3).
           10 GRM-FECALTA     PIC X(10).

      *-----------   LINEAS ARMADAS   --------------------------------
       01  WS-LINEA-GRP.
           03 FILLER               PIC X(07)      VALUE 'GRUPO: '.
           03 LGR-NROGRUPO         PIC 9(05).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LGR-NOMBRE           PIC X(30).
           03 FILLER               PIC X(07)      VALUE ' ALTA: '.
           03 LGR-FECALTA          PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LGR-OPERADOR         PIC X(03).

       01  WS-LINEA-RES.
           03 FILLER               PIC X(13)      VALUE
                                                  'INTEGRANTES: '.
           03 LRE-CANT             PIC ZZ9.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LRE-OBSERV           PIC X(20).

       01  WS-LINEA-INT.
           03 LIN-NROCLI           PIC 9(07).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LIN-TIPDOC           PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LIN-NRODOC           PIC 9(11).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LIN-NOMAPE           PIC X(30).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LIN-FECALTA          PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LIN-OPERADOR         PIC X(03).

       01  WS-MNS-OTRO-GRUPO.
           03 FILLER               PIC X(31)      VALUE
                                     'EL CLIENTE YA INTEGRA EL GRUPO '.
           03 MOG-NROGRUPO         PIC 9(05).
           03 FILLER               PIC X(26)      VALUE
                                     ' - QUITELO DE ESE GRUPO'.

      *---- REGISTRO DE AUDITORIA (OPERADOR/TERMINAL/VALORES) --------
      *    EN ALTAS Y CAMBIOS DE NOMBRE DEL GRUPO EL DOCUMENTO VA EN
      *    BLANCO Y EL NUMERO DE DOCUMENTO LLEVA EL NUMERO DE GRUPO.
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

      *    INTEGRANTES DEL GRUPO EN ORDEN DE CLIENTE.
           EXEC SQL
              DECLARE CURSORGRM CURSOR FOR
                 SELECT M.NROCLI,
                        C.TIPDOC,
                        C.NRODOC,
                        C.NOMAPE,
                        CHAR(M.FECALTA, ISO),
                        M.OPERADOR
                 FROM KC02803.TBCURGRM M
                      INNER JOIN KC02803.TBCURCLI C
                         ON C.NROCLI = M.NROCLI
                 WHERE M.NROGRUPO = :GRP-NROGRUPO
                 ORDER BY M.NROCLI
           END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. CONSULTAR
      *    ESTA ABIERTO A TODO OPERADOR FIRMADO; LAS MODIFICACIONES
      *    EXIGEN WS-NIVEL-REQUERIDO.
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

           MOVE LOW-VALUES TO MAPGRUPO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS TO WS-USER-NROGRUPO
              MOVE LENGTH OF MAPGRUPO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPGRUPO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPGRUPI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPGRUPO
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
                 PERFORM 5000-GRUPO-I THRU 5000-GRUPO-F

              WHEN DFHPF5
                 PERFORM 5200-AGREGAR-I THRU 5200-AGREGAR-F

              WHEN DFHPF6
                 PERFORM 5500-QUITAR-I THRU 5500-QUITAR-F

              WHEN DFHPF3
                 MOVE LOW-VALUES TO MAPGRUPO
                 MOVE ZEROS TO WS-USER-NROGRUPO
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
      *  CON NUMERO DE GRUPO LO MUESTRA; SI NO, CON NUMERO DE
      *  CLIENTE MUESTRA EL GRUPO QUE ESE CLIENTE INTEGRA.
       4000-ENTER-I.

           IF GRUI IS NUMERIC AND GRUI IS NOT EQUAL ZEROS
              MOVE GRUI TO WS-USER-NROGRUPO
           ELSE
              IF CLII IS NOT NUMERIC OR CLII IS EQUAL ZEROS
                 MOVE CT-MNS-02 TO MSGO
                 GO TO 4000-ENTER-F
              END-IF
              MOVE CLII TO GRM-NROCLI
              EXEC SQL
                 SELECT NROGRUPO
                   INTO :GRM-NROGRUPO
                   FROM KC02803.TBCURGRM
                  WHERE NROCLI = :GRM-NROCLI
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE GRM-NROGRUPO TO WS-USER-NROGRUPO
                 WHEN NOT-FOUND
                    MOVE CT-MNS-05 TO MSGO
                    GO TO 4000-ENTER-F
                 WHEN OTHER
                    MOVE CT-MNS-08 TO MSGO
                    GO TO 4000-ENTER-F
              END-EVALUATE
           END-IF

           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF WS-HALLADO IS EQUAL 'N'
              MOVE ZEROS TO WS-USER-NROGRUPO
           END-IF.

       4000-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA EL GRUPO WS-USER-NROGRUPO Y SUS INTEGRANTES. SI EL
      *  GRUPO NO EXISTE DEJA WS-HALLADO EN 'N' Y EL MENSAJE.
       4500-MOSTRAR-I.

           MOVE 'N' TO WS-HALLADO
           MOVE SPACES TO CABO RESO WS-TABLA-LINEAS
           MOVE ZEROS TO WS-LIN-CANT WS-INT-CANT
           MOVE WS-USER-NROGRUPO TO GRP-NROGRUPO

           EXEC SQL
              SELECT NOMBRE, OPERADOR, CHAR(FECALTA, ISO)
                INTO :GRP-NOMBRE, :GRP-OPERADOR, :GRP-FECALTA
                FROM KC02803.TBCURGRP
               WHERE NROGRUPO = :GRP-NROGRUPO
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

           MOVE 'S' TO WS-HALLADO
           MOVE WS-USER-NROGRUPO TO LGR-NROGRUPO GRUO
           MOVE GRP-NOMBRE       TO LGR-NOMBRE NOMGO
           MOVE GRP-FECALTA      TO LGR-FECALTA
           MOVE GRP-OPERADOR     TO LGR-OPERADOR
           MOVE WS-LINEA-GRP     TO CABO

           MOVE 'N' TO WS-FIN-CURSOR
           EXEC SQL OPEN CURSORGRM END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
              GO TO 4500-MOSTRAR-F
           END-IF

           PERFORM 4600-LEER-INT-I THRU 4600-LEER-INT-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORGRM END-EXEC

           MOVE WS-INT-CANT TO LRE-CANT
           IF WS-INT-CANT IS EQUAL ZEROS
              MOVE 'SIN INTEGRANTES' TO LRE-OBSERV
           ELSE
              MOVE SPACES TO LRE-OBSERV
           END-IF
           IF WS-INT-CANT IS GREATER WS-LIN-MAX
              MOVE 'LISTA INCOMPLETA' TO LRE-OBSERV
           END-IF
           MOVE WS-LINEA-RES TO RESO

           PERFORM 4900-VOLCAR-LINEAS-I THRU 4900-VOLCAR-LINEAS-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-17 TO MSGO
           END-IF.

       4500-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
       4600-LEER-INT-I.

           EXEC SQL
              FETCH CURSORGRM INTO :GRM-NROCLI,
                                   :CLI-TIPDOC,
                                   :CLI-NRODOC,
                                   :CLI-NOMAPE,
                                   :GRM-FECALTA,
                                   :GRM-OPERADOR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4600-LEER-INT-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 4600-LEER-INT-F
           END-EVALUATE

           ADD 1 TO WS-INT-CANT

           IF WS-LIN-CANT IS NOT LESS WS-LIN-MAX
              GO TO 4600-LEER-INT-F
           END-IF

           MOVE GRM-NROCLI    TO LIN-NROCLI
           MOVE CLI-TIPDOC    TO LIN-TIPDOC
           MOVE CLI-NRODOC    TO LIN-NRODOC
           MOVE CLI-NOMAPE    TO LIN-NOMAPE
           MOVE GRM-FECALTA   TO LIN-FECALTA
           MOVE GRM-OPERADOR  TO LIN-OPERADOR

           ADD 1 TO WS-LIN-CANT
           MOVE WS-LINEA-INT TO WS-LIN-ITEM (WS-LIN-CANT).

       4600-LEER-INT-F. EXIT.


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
      *  ALTA DE UN GRUPO (SIN NUMERO) O CAMBIO DE NOMBRE (CON
      *  NUMERO). EL NUMERO NUEVO ES EL MAYOR + 1.
       5000-GRUPO-I.

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5000-GRUPO-F
           END-IF

           IF NOMGI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-10 TO MSGO
              GO TO 5000-GRUPO-F
           END-IF

           MOVE NOMGI  TO GRP-NOMBRE
           MOVE FIR-ID TO GRP-OPERADOR

           IF GRUI IS EQUAL TO (SPACES OR LOW-VALUES) OR
              GRUI IS EQUAL ZEROS
              EXEC SQL
                 SELECT VALUE(MAX(NROGRUPO), 0) + 1
                   INTO :GRP-NROGRUPO
                   FROM KC02803.TBCURGRP
              END-EXEC
              IF SQLCODE IS EQUAL 0
                 EXEC SQL
                    INSERT INTO KC02803.TBCURGRP
                       ( NROGRUPO, NOMBRE, OPERADOR, FECALTA, FECACT )
                    VALUES
                       ( :GRP-NROGRUPO, :GRP-NOMBRE, :GRP-OPERADOR,
                         CURRENT DATE, CURRENT DATE )
                 END-EXEC
              END-IF
              MOVE 'GEAL'   TO AUD-ACCION
              MOVE SPACES   TO WS-NOMBRE-ANT
           ELSE
              IF GRUI IS NOT NUMERIC
                 MOVE CT-MNS-02 TO MSGO
                 GO TO 5000-GRUPO-F
              END-IF
              MOVE GRUI TO GRP-NROGRUPO
              EXEC SQL
                 SELECT NOMBRE
                   INTO :WS-NOMBRE-ANT
                   FROM KC02803.TBCURGRP
                  WHERE NROGRUPO = :GRP-NROGRUPO
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN NOT-FOUND
                    MOVE CT-MNS-03 TO MSGO
                    GO TO 5000-GRUPO-F
                 WHEN OTHER
                    MOVE CT-MNS-08 TO MSGO
                    GO TO 5000-GRUPO-F
              END-EVALUATE
              EXEC SQL
                 UPDATE KC02803.TBCURGRP
                    SET NOMBRE   = :GRP-NOMBRE,
                        OPERADOR = :GRP-OPERADOR,
                        FECACT   = CURRENT DATE
                  WHERE NROGRUPO = :GRP-NROGRUPO
              END-EXEC
              MOVE 'GEMO'   TO AUD-ACCION
           END-IF

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO 5000-GRUPO-F
           END-IF

           MOVE SPACES          TO AUD-TIP-DOC
           MOVE GRP-NROGRUPO    TO AUD-NRO-DOC
           MOVE WS-NOMBRE-ANT   TO AUD-VALOR-ANT
           MOVE GRP-NOMBRE      TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE GRP-NROGRUPO TO WS-USER-NROGRUPO
           MOVE LOW-VALUES   TO CLIO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              IF AUD-ACCION IS EQUAL 'GEAL'
                 MOVE CT-MNS-11 TO MSGO
              ELSE
                 MOVE CT-MNS-12 TO MSGO
              END-IF
           END-IF.

       5000-GRUPO-F. EXIT.


      *-------------------------------------------------------------
      *  AGREGA EL CLIENTE INFORMADO AL GRUPO MOSTRADO. EL CLIENTE
      *  DEBE ESTAR VIGENTE Y NO INTEGRAR OTRO GRUPO.
       5200-AGREGAR-I.

           IF WS-USER-NROGRUPO IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5200-AGREGAR-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5200-AGREGAR-F
           END-IF

           PERFORM 5800-LEER-CLIENTE-I THRU 5800-LEER-CLIENTE-F
           IF MSGO IS NOT EQUAL LOW-VALUES
              GO TO 5200-AGREGAR-F
           END-IF

           MOVE CLI-NROCLI TO GRM-NROCLI
           EXEC SQL
              SELECT NROGRUPO
                INTO :WS-NROGRUPO-OTRO
                FROM KC02803.TBCURGRM
               WHERE NROCLI = :GRM-NROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-NROGRUPO-OTRO IS EQUAL WS-USER-NROGRUPO
                    MOVE CT-MNS-14 TO MSGO
                 ELSE
                    MOVE WS-NROGRUPO-OTRO  TO MOG-NROGRUPO
                    MOVE WS-MNS-OTRO-GRUPO TO MSGO
                 END-IF
                 GO TO 5200-AGREGAR-F
              WHEN NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5200-AGREGAR-F
           END-EVALUATE

           MOVE WS-USER-NROGRUPO TO GRM-NROGRUPO
           MOVE FIR-ID           TO GRM-OPERADOR
           EXEC SQL
              INSERT INTO KC02803.TBCURGRM
                 ( NROCLI, NROGRUPO, OPERADOR, FECALTA )
              VALUES
                 ( :GRM-NROCLI, :GRM-NROGRUPO, :GRM-OPERADOR,
                   CURRENT DATE )
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO 5200-AGREGAR-F
           END-IF

           MOVE WS-USER-NROGRUPO TO WS-NROGRUPO-ED
           MOVE 'GEIA'           TO AUD-ACCION
           MOVE CLI-TIPDOC       TO AUD-TIP-DOC
           MOVE CLI-NRODOC       TO AUD-NRO-DOC
           MOVE SPACES           TO AUD-VALOR-ANT AUD-VALOR-NUE
           STRING 'CLI ' CLII ' GRUPO ' WS-NROGRUPO-ED
                  DELIMITED BY SIZE INTO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE LOW-VALUES TO CLIO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-13 TO MSGO
           END-IF.

       5200-AGREGAR-F. EXIT.


      *-------------------------------------------------------------
      *  SACA AL CLIENTE INFORMADO DEL GRUPO MOSTRADO.
       5500-QUITAR-I.

           IF WS-USER-NROGRUPO IS EQUAL ZEROS
              MOVE CT-MNS-04 TO MSGO
              GO TO 5500-QUITAR-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5500-QUITAR-F
           END-IF

           IF CLII IS NOT NUMERIC OR CLII IS EQUAL ZEROS
              MOVE CT-MNS-06 TO MSGO
              GO TO 5500-QUITAR-F
           END-IF

      *    EL DOCUMENTO ES SOLO PARA LA AUDITORIA: SE PUEDE QUITAR
      *    A UN CLIENTE YA DADO DE BAJA.
           MOVE CLII TO CLI-NROCLI GRM-NROCLI
           MOVE SPACES TO CLI-TIPDOC
           MOVE ZEROS  TO CLI-NRODOC
           EXEC SQL
              SELECT TIPDOC, NRODOC
                INTO :CLI-TIPDOC, :CLI-NRODOC
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CLI-NROCLI
           END-EXEC

           MOVE WS-USER-NROGRUPO TO GRM-NROGRUPO
           EXEC SQL
              DELETE FROM KC02803.TBCURGRM
               WHERE NROCLI   = :GRM-NROCLI
                 AND NROGRUPO = :GRM-NROGRUPO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-15 TO MSGO
                 GO TO 5500-QUITAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5500-QUITAR-F
           END-EVALUATE

           MOVE WS-USER-NROGRUPO TO WS-NROGRUPO-ED
           MOVE 'GEIB'           TO AUD-ACCION
           MOVE CLI-TIPDOC       TO AUD-TIP-DOC
           MOVE CLI-NRODOC       TO AUD-NRO-DOC
           MOVE SPACES           TO AUD-VALOR-ANT AUD-VALOR-NUE
           STRING 'CLI ' CLII ' GRUPO ' WS-NROGRUPO-ED
                  DELIMITED BY SIZE INTO AUD-VALOR-ANT
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE LOW-VALUES TO CLIO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-16 TO MSGO
           END-IF.

       5500-QUITAR-F. EXIT.


      *-------------------------------------------------------------
      *  VALIDA EL CLIENTE TIPEADO Y LEE SU DOCUMENTO; CON ERROR
      *  DEJA EL MENSAJE EN MSGO (SI NO, MSGO QUEDA EN LOW-VALUES).
       5800-LEER-CLIENTE-I.

           MOVE LOW-VALUES TO MSGO

           IF CLII IS NOT NUMERIC OR CLII IS EQUAL ZEROS
              MOVE CT-MNS-06 TO MSGO
              GO TO 5800-LEER-CLIENTE-F
           END-IF

           MOVE CLII TO CLI-NROCLI
           EXEC SQL
              SELECT TIPDOC, NRODOC, NOMAPE
                INTO :CLI-TIPDOC, :CLI-NRODOC, :CLI-NOMAPE
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CLI-NROCLI
                 AND FECBAJA IS NULL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-07 TO MSGO
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       5800-LEER-CLIENTE-F. EXIT.


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
               FROM   (MAPGRUPO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO Y
      *  TERMINAL. AUD-ACCION, EL DOCUMENTO Y AUD-VALOR-ANT /
      *  AUD-VALOR-NUE SE DEJAN CARGADOS POR QUIEN PERFORMA ESTE
      *  PARRAFO.
       9500-AUDITORIA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID        TO AUD-TRANSACCION
           MOVE FIR-ID          TO AUD-OPERADOR
           MOVE EIBTRMID        TO AUD-TERMINAL
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
