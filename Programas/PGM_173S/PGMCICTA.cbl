       IDENTIFICATION DIVISION. *> respuestas de circularizacion
       PROGRAM-ID. PGMCICTA.

      *****************************************************************
      *                   CLASE SINCRÓNICA 173                        *
      *                   ====================                        *
      *    RESPUESTAS DE LA CIRCULARIZACION DE SALDOS                 *
      *                                                               *
      *    LA AUDITORIA EXTERNA DEVUELVE LAS CARTAS DE CONFIRMACION   *
      *    QUE EMITIO PGMCARTA ('CIRCULAR') SOBRE LA MUESTRA DE       *
      *    PGMCIRSE (TBCURCIR). SE INGRESA LA FECHA DE CORTE          *
      *    DDMMAAAA Y LA CUENTA.                                      *
      *    ENTER : CONSULTA. MUESTRA CLIENTE, SALDO A CONFIRMAR,      *
      *            BANDA, FECHA DE CARTA Y LA RESPUESTA REGISTRADA.   *
      *    PF6   : REGISTRA LA RESPUESTA:                             *
      *            'C' CONFORME                                       *
      *            'D' DISCONFORME, CON EL SALDO QUE INFORMA EL       *
      *                CLIENTE (OBLIGATORIO) Y OBSERVACION            *
      *            'N' SIN RESPUESTA (CARTA DEVUELTA O NO CONTESTADA) *
      *            SOLO SOBRE CUENTAS CON CARTA EMITIDA. UNA          *
      *            RESPUESTA YA REGISTRADA SE PUEDE CORREGIR; EL      *
      *            INFORME DE EXCEPCIONES (PGMCIREX) TOMA LA ULTIMA.  *
      *            CADA REGISTRO SE AUDITA EN LA COLA 'AUDC'.         *
      *    CONSULTA NIVEL 1; REGISTRO NIVEL 2.                        *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

      *------------------------------------------------------------
       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE FECHA DE CORTE DDMMAAAA Y CUENTA'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                          'TIPO DE CUENTA INVALIDO'.
             05 CT-MNS-03         PIC X(72) VALUE
                          'NUMERO DE CUENTA INVALIDO'.
             05 CT-MNS-04         PIC X(72) VALUE
                          'FECHA DE CORTE INVALIDA - DDMMAAAA'.
             05 CT-MNS-05         PIC X(72) VALUE
                  'RESPUESTA INVALIDA - C CONFORME / D DISCONFORME / N'.
             05 CT-MNS-06         PIC X(72) VALUE
              'DISCONFORME: INGRESE EL SALDO INFORMADO POR EL CLIENTE'.
             05 CT-MNS-07         PIC X(72) VALUE
                  'LA CUENTA NO ESTA EN LA MUESTRA DE ESE CORTE'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                  'LA CARTA DE CONFIRMACION TODAVIA NO FUE EMITIDA'.
             05 CT-MNS-12         PIC X(72) VALUE
                  'RESPUESTA REGISTRADA'.
             05 CT-MNS-13         PIC X(72) VALUE
                  'CONSULTA - PF6 REGISTRA LA RESPUESTA'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPCICT'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPCICT'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'CIRC'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.
           03 CT-AUDIT-QUEUE      PIC X(04)          VALUE 'AUDC'.
           03 CT-AUDIT-LEN        PIC S9(04) COMP    VALUE 106.

      *-------------------------------------------------------------
           COPY MAPCICT.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
       01  WS-COMMAREA.
           03 WS-USER-FECCORTE         PIC X(08).
           03 WS-USER-TIPCUEN          PIC X(02).
           03 WS-USER-NROCUEN          PIC 9(10).
           03 FILLER                   PIC X(05).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-DATO-VALIDO              PIC X.
           88 DATOOK                                  VALUE 'Y'.
           88 DATOOK-NO                               VALUE 'N'.

       77  WS-IMPORTE-ED               PIC -(11)9.99.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

      *-----------   HOST VARIABLES DB2 (TBCURCIR)   ----------------
       01  DCLTBCURCIR.
           10 CIR-FECCORTE    PIC X(10).
           10 CIR-TIPCUEN     PIC X(2).
           10 CIR-NROCUEN     PIC S9(10)V    USAGE COMP-3.
           10 CIR-SUCUEN      PIC S9(2)V     USAGE COMP-3.
           10 CIR-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 CIR-MONEDA      PIC S9(1)V     USAGE COMP-3.
           10 CIR-SALDO       PIC S9(11)V9(2) USAGE COMP-3.
           10 CIR-BANDA       PIC S9(1)V     USAGE COMP-3.
           10 CIR-FECCARTA    PIC X(10).
           10 CIR-RESPUESTA   PIC X(1).
           10 CIR-SALDOINF    PIC S9(11)V9(2) USAGE COMP-3.
           10 CIR-OBSERV      PIC X(30).
           10 CIR-FECRESP     PIC X(10).
           10 CIR-OPERADOR    PIC X(3).

      *    INDICADORES DE NULO DE LAS FECHAS DE CARTA Y RESPUESTA.
       77  IND-FECCARTA            PIC S9(4) COMP VALUE ZEROS.
       77  IND-FECRESP             PIC S9(4) COMP VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURCLI)   ----------------
       77  CLI-TIPDOC              PIC X(02)      VALUE SPACES.
       77  CLI-NRODOC              PIC S9(11)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  CLI-NOMAPE              PIC X(30)      VALUE SPACES.

      *---- FECHA DE CORTE TIPEADA DDMMAAAA Y EN FORMATO DB2 ---------
       01  WS-FECCOR-DMA.
           03 FCD-DD               PIC X(02).
           03 FCD-MM               PIC X(02).
           03 FCD-AAAA             PIC X(04).
       01  WS-FECCOR-ISO.
           03 FCI-AAAA             PIC X(04).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 FCI-MM               PIC X(02).
           03 FILLER               PIC X(01)      VALUE '-'.
           03 FCI-DD               PIC X(02).

      *---- SALDO INFORMADO: 11 ENTEROS Y 2 DECIMALES SIN COMA -------
       01  WS-SALINF-ING           PIC X(13)      VALUE SPACES.
       01  WS-SALINF-NUM REDEFINES WS-SALINF-ING
                                   PIC 9(11)V99.

      *    VALOR AUDITADO DE UNA RESPUESTA (30 POSICIONES).
       01  WS-AUD-RESPUESTA.
           03 ARE-RESPUESTA        PIC X(01)      VALUE SPACES.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ARE-SALDOINF         PIC -(11)9.99  VALUE ZEROS.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 ARE-FECCORTE         PIC X(10)      VALUE SPACES.
           03 FILLER               PIC X(02)      VALUE SPACES.

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

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR.
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
       77  WS-NIVEL-REQUERIDO      PIC 9(01)       VALUE 1.

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

           MOVE LOW-VALUES TO MAPCICTO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE LENGTH OF MAPCICTO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPCICTO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPCICTI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPCICTO
                 MOVE CT-MNS-01  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

              WHEN OTHER
                 MOVE CT-MNS-08  TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-EVALUATE

           PERFORM 3000-TECLAS-I THRU 3000-TECLAS-F.

       2000-PROCESO-F. EXIT.


      *-------------------------------------------------------------
       3000-TECLAS-I.

           EVALUATE EIBAID

              WHEN DFHENTER
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF6
                 PERFORM 3600-PF6-I   THRU 3600-PF6-F

              WHEN DFHPF3
                 PERFORM 3200-PF3-I   THRU 3200-PF3-F

              WHEN DFHPF12
                 PERFORM 3300-PF12-I  THRU 3300-PF12-F

              WHEN OTHER
                 MOVE CT-MNS-09 TO  MSGO

           END-EVALUATE

           PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F.

       3000-TECLAS-F. EXIT.


      *-------------------------------------------------------------
      *  CONSULTA DE LA CUENTA EN LA MUESTRA DEL CORTE.
       3100-ENTER-I.

           MOVE 1 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 3150-VALIDAR-CLAVE-I THRU 3150-VALIDAR-CLAVE-F
           IF DATOOK-NO
              GO TO 3100-ENTER-F
           END-IF

           PERFORM 5000-LEER-MUESTRA-I THRU 5000-LEER-MUESTRA-F
           IF DATOOK
              PERFORM 5900-MOSTRAR-I THRU 5900-MOSTRAR-F
              MOVE CT-MNS-13 TO MSGO
           END-IF.

       3100-ENTER-F. EXIT.


      *-------------------------------------------------------------
       3150-VALIDAR-CLAVE-I.

           SET DATOOK TO TRUE.

           EVALUATE TRUE

              WHEN FECCORI IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-04  TO MSGO
              WHEN TIPCUENI IS NOT EQUAL '01' AND
                   TIPCUENI IS NOT EQUAL '02'
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-02  TO MSGO
              WHEN NROCUENI IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-03  TO MSGO
              WHEN NROCUENI IS EQUAL ZEROS
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-03  TO MSGO
              WHEN OTHER
                   CONTINUE

           END-EVALUATE

           IF DATOOK
              MOVE FECCORI  TO WS-FECCOR-DMA WS-USER-FECCORTE
              MOVE FCD-AAAA TO FCI-AAAA
              MOVE FCD-MM   TO FCI-MM
              MOVE FCD-DD   TO FCI-DD
              MOVE TIPCUENI TO WS-USER-TIPCUEN
              MOVE NROCUENI TO WS-USER-NROCUEN
           END-IF.

       3150-VALIDAR-CLAVE-F. EXIT.


      *-------------------------------------------------------------
       3200-PF3-I.

           MOVE LOW-VALUES TO MAPCICTO.
           MOVE CT-MNS-01 TO MSGO.

       3200-PF3-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECTA')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  REGISTRA LA RESPUESTA DEL CLIENTE SOBRE LA FILA DE LA
      *  MUESTRA, AUDITANDO EL VALOR ANTERIOR Y EL NUEVO.
       3600-PF6-I.

           MOVE 2 TO WS-NIVEL-REQUERIDO
           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              GO TO 3600-PF6-F
           END-IF

           PERFORM 3150-VALIDAR-CLAVE-I THRU 3150-VALIDAR-CLAVE-F
           IF DATOOK-NO
              GO TO 3600-PF6-F
           END-IF

           PERFORM 3650-VALIDAR-RESP-I THRU 3650-VALIDAR-RESP-F
           IF DATOOK-NO
              GO TO 3600-PF6-F
           END-IF

           PERFORM 5000-LEER-MUESTRA-I THRU 5000-LEER-MUESTRA-F
           IF DATOOK-NO
              GO TO 3600-PF6-F
           END-IF

           IF IND-FECCARTA IS LESS ZEROS
              MOVE CT-MNS-10 TO MSGO
              MOVE 'E' TO ACT-RESULT
              PERFORM 5900-MOSTRAR-I THRU 5900-MOSTRAR-F
              GO TO 3600-PF6-F
           END-IF

           MOVE CIR-RESPUESTA  TO ARE-RESPUESTA
           MOVE CIR-SALDOINF   TO ARE-SALDOINF
           MOVE CIR-FECCORTE   TO ARE-FECCORTE
           MOVE WS-AUD-RESPUESTA TO AUD-VALOR-ANT

           MOVE RESPI          TO CIR-RESPUESTA
           IF CIR-RESPUESTA IS EQUAL 'D'
              MOVE WS-SALINF-NUM TO CIR-SALDOINF
              IF SIGNOI IS EQUAL '-'
                 COMPUTE CIR-SALDOINF = 0 - CIR-SALDOINF
              END-IF
           ELSE
              MOVE ZEROS     TO CIR-SALDOINF
           END-IF
           IF OBSERVI IS EQUAL LOW-VALUES
              MOVE SPACES    TO CIR-OBSERV
           ELSE
              MOVE OBSERVI   TO CIR-OBSERV
           END-IF
           MOVE FIR-ID         TO CIR-OPERADOR

           EXEC SQL
              UPDATE KC02803.TBCURCIR
                 SET RESPUESTA = :CIR-RESPUESTA,
                     SALDOINF  = :CIR-SALDOINF,
                     OBSERV    = :CIR-OBSERV,
                     FECRESP   = CURRENT DATE,
                     OPERADOR  = :CIR-OPERADOR
               WHERE FECCORTE  = DATE(:WS-FECCOR-ISO)
                 AND TIPCUEN   = :CIR-TIPCUEN
                 AND NROCUEN   = :CIR-NROCUEN
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE CT-MNS-08 TO MSGO
              MOVE 'E' TO ACT-RESULT
              GO TO 3600-PF6-F
           END-IF

           MOVE CIR-RESPUESTA  TO ARE-RESPUESTA
           MOVE CIR-SALDOINF   TO ARE-SALDOINF
           MOVE WS-AUD-RESPUESTA TO AUD-VALOR-NUE
           MOVE 'CIRC'         TO AUD-ACCION
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           PERFORM 5000-LEER-MUESTRA-I THRU 5000-LEER-MUESTRA-F
           IF DATOOK
              PERFORM 5900-MOSTRAR-I THRU 5900-MOSTRAR-F
              MOVE CT-MNS-12 TO MSGO
           END-IF.

       3600-PF6-F. EXIT.


      *-------------------------------------------------------------
       3650-VALIDAR-RESP-I.

           SET DATOOK TO TRUE
           MOVE SALINFI TO WS-SALINF-ING

           EVALUATE TRUE

              WHEN RESPI IS NOT EQUAL 'C' AND
                   RESPI IS NOT EQUAL 'D' AND
                   RESPI IS NOT EQUAL 'N'
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-05  TO MSGO
              WHEN RESPI IS EQUAL 'D' AND
                   WS-SALINF-ING IS NOT NUMERIC
                   SET DATOOK-NO TO TRUE
                   MOVE 'E' TO ACT-RESULT
                   MOVE CT-MNS-06  TO MSGO
              WHEN OTHER
                   CONTINUE

           END-EVALUATE.

       3650-VALIDAR-RESP-F. EXIT.


      *-------------------------------------------------------------
      *  LEE LA FILA DE LA MUESTRA Y EL CLIENTE. UNA FECHA TIPEADA
      *  QUE NO ES FECHA REAL LA RECHAZA EL DB2 (-180/-181).
       5000-LEER-MUESTRA-I.

           SET DATOOK TO TRUE
           MOVE TIPCUENI TO CIR-TIPCUEN
           MOVE NROCUENI TO CIR-NROCUEN

           EXEC SQL
              SELECT CHAR(FECCORTE, ISO), SUCUEN, NROCLI, MONEDA,
                     SALDO, BANDA, CHAR(FECCARTA, ISO), RESPUESTA,
                     SALDOINF, OBSERV, CHAR(FECRESP, ISO), OPERADOR
                INTO :CIR-FECCORTE, :CIR-SUCUEN, :CIR-NROCLI,
                     :CIR-MONEDA, :CIR-SALDO, :CIR-BANDA,
                     :CIR-FECCARTA :IND-FECCARTA, :CIR-RESPUESTA,
                     :CIR-SALDOINF, :CIR-OBSERV,
                     :CIR-FECRESP :IND-FECRESP, :CIR-OPERADOR
                FROM KC02803.TBCURCIR
               WHERE FECCORTE = DATE(:WS-FECCOR-ISO)
                 AND TIPCUEN  = :CIR-TIPCUEN
                 AND NROCUEN  = :CIR-NROCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-07 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-LEER-MUESTRA-F
              WHEN -180
              WHEN -181
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-04 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-LEER-MUESTRA-F
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
                 GO TO 5000-LEER-MUESTRA-F
           END-EVALUATE

           IF IND-FECCARTA IS LESS ZEROS
              MOVE SPACES TO CIR-FECCARTA
           END-IF
           IF IND-FECRESP IS LESS ZEROS
              MOVE SPACES TO CIR-FECRESP
           END-IF

           EXEC SQL
              SELECT TIPDOC, NRODOC, NOMAPE
                INTO :CLI-TIPDOC, :CLI-NRODOC, :CLI-NOMAPE
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :CIR-NROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE SPACES TO CLI-TIPDOC CLI-NOMAPE
                 MOVE ZEROS  TO CLI-NRODOC
              WHEN OTHER
                 SET DATOOK-NO TO TRUE
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'E' TO ACT-RESULT
           END-EVALUATE.

       5000-LEER-MUESTRA-F. EXIT.


      *-------------------------------------------------------------
      *  MUESTRA LA FILA DE LA MUESTRA Y LA RESPUESTA REGISTRADA.
       5900-MOSTRAR-I.

           MOVE WS-USER-FECCORTE TO FECCORO
           MOVE CIR-TIPCUEN      TO TIPCUENO
           MOVE CIR-NROCUEN      TO NROCUENO
           MOVE CLI-NOMAPE       TO NOMAPEO
           MOVE CIR-SUCUEN       TO SUCO
           MOVE CIR-SALDO        TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED    TO SALDOO
      *    MONEDA: 1 = PESOS, 2 = U$S.
           IF CIR-MONEDA IS EQUAL 2
              MOVE 'U$S'         TO MONEDAO
           ELSE
              MOVE 'PESOS'       TO MONEDAO
           END-IF
           EVALUATE CIR-BANDA
              WHEN 1
                 MOVE 'BAJA'     TO BANDAO
              WHEN 2
                 MOVE 'MEDIA'    TO BANDAO
              WHEN OTHER
                 MOVE 'ALTA'     TO BANDAO
           END-EVALUATE
           MOVE CIR-FECCARTA     TO FECCARO
           MOVE CIR-RESPUESTA    TO RESPO
           IF CIR-RESPUESTA IS EQUAL 'D'
              MOVE CIR-SALDOINF  TO WS-IMPORTE-ED
              MOVE WS-IMPORTE-ED TO SALINFO
           ELSE
              MOVE SPACES        TO SALINFO
           END-IF
           MOVE CIR-OBSERV       TO OBSERVO
           MOVE CIR-FECRESP      TO FECRESO
           MOVE CIR-OPERADOR     TO OPERO.

       5900-MOSTRAR-F. EXIT.


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
              MOVE 'E' TO ACT-RESULT
              GO TO 0500-VERIF-FIRMA-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-REQUERIDO
              MOVE CT-MNS-NIVEL TO MSGO
              MOVE 'E' TO ACT-RESULT
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
               FROM   (MAPCICTO)
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
      *  MARCA DE ACTIVIDAD DE LA INTERACCION, CON EL OPERADOR
      *  FIRMADO Y SU SUCURSAL SI LOS HAY.
       9600-ACTIVIDAD-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID TO ACT-TRANSACCION
           IF FIRMA-OK
              MOVE FIR-ID  TO ACT-OPERADOR
              MOVE FIR-SUC TO ACT-SUC
           ELSE
              MOVE EIBOPID TO ACT-OPERADOR
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
