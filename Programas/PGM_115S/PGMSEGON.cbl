      *    AUTORIZACION CON TERMINAL, TRANSACCION, MOTIVO Y HORA.     *
      *    ENTER : PRIMERAS 10 LINEAS DEL OPERADOR PEDIDO.            *
      *    PF8   : SIGUE DESDE LA ULTIMA CLAVE MOSTRADA.              *
      *    PF5   : ALTERNA ENTRE EL ARCHIVO EN LINEA Y EL HISTORICO   *
      *            RECUPERADO (SEGUHIST, CARGADO A PEDIDO POR         *
      *            PGMRAREC) Y VUELVE AL PRINCIPIO DEL OPERADOR.      *
      *    REQUIERE NIVEL 3 (SUPERVISOR / OFICIAL DE SEGURIDAD).      *
      *****************************************************************

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE OPERADOR Y ENTER (PF8 SIGUE - PF5 HISTORICO)'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
             05 CT-MNS-08         PIC X(72) VALUE
                   'PROBLEMA CON EL ARCHIVO DE SEGURIDAD'.
             05 CT-MNS-09         PIC X(72) VALUE 'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                 'HISTORICO RECUPERADO - PF5 VUELVE AL ARCHIVO ACTUAL'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'HISTORICO NO DISPONIBLE - PEDIR SU RECUPERACION'.

           03 CT-DATASET          PIC X(08)           VALUE 'SEGUCAF '.
           03 CT-DATASET-HIS      PIC X(08)           VALUE 'SEGUHIST'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.
           03 WS-DATASET          PIC X(08)          VALUE SPACES.

      *-------------------------------------------------------------
           COPY MAPSEGO.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  LA ULTIMA CLAVE MOSTRADA VIAJA EN LA COMMAREA (PF8), CON
      *  EL ARCHIVO QUE SE ESTA CONSULTANDO (PF5).
       01  WS-COMMAREA.
           03 WS-USER-ULTCLAVE.
              05 WS-ULT-OPERADOR       PIC X(03).
              05 WS-ULT-FECHA          PIC X(10).
              05 WS-ULT-HORA           PIC X(08).
              05 WS-ULT-SECUEN         PIC 9(03).
           03 WS-USER-ORIGEN           PIC X(01).
              88 WS-ORIGEN-ACTUAL               VALUE 'A'.
              88 WS-ORIGEN-HISTORICO            VALUE 'H'.

      *---- REGISTRO DEL KSDS SEGUCAF --------------------------------
       01  REG-SEGUCAF.
           IF EIBCALEN = 0 THEN

              MOVE LENGTH OF MAPSEGOO TO WS-LONG
              SET WS-ORIGEN-ACTUAL TO TRUE
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F
                 MOVE LOW-VALUES TO MAPSEGOO
                 MOVE CT-MNS-01 TO MSGO

              WHEN DFHPF5
                 PERFORM 3500-PF5-I   THRU 3500-PF5-F

              WHEN DFHPF12
                 PERFORM 3300-PF12-I  THRU 3300-PF12-F

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  CAMBIA DE ARCHIVO (EN LINEA / HISTORICO RECUPERADO) Y
      *  VUELVE AL PRINCIPIO DEL OPERADOR QUE SE ESTABA MIRANDO.
       3500-PF5-I.

           IF WS-ORIGEN-HISTORICO
              SET WS-ORIGEN-ACTUAL    TO TRUE
           ELSE
              SET WS-ORIGEN-HISTORICO TO TRUE
           END-IF

           MOVE LOW-VALUES TO WS-ULT-FECHA WS-ULT-HORA
           MOVE ZEROS      TO WS-ULT-SECUEN
           PERFORM 5000-PAGINAR-I THRU 5000-PAGINAR-F.

       3500-PF5-F. EXIT.


      *-------------------------------------------------------------
      *  NAVEGA EL KSDS DESDE LA ULTIMA CLAVE MOSTRADA Y ARMA
      *  HASTA 10 LINEAS DEL OPERADOR.
           MOVE WS-ULT-HORA     TO SGK-HORA
           MOVE WS-ULT-SECUEN   TO SGK-SECUEN

           IF WS-ORIGEN-HISTORICO
              MOVE CT-DATASET-HIS TO WS-DATASET
           ELSE
              MOVE CT-DATASET     TO WS-DATASET
           END-IF

           EXEC CICS STARTBR
              FILE   (WS-DATASET)
              RIDFLD (SGK-KEY)
              GTEQ
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              IF WS-ORIGEN-HISTORICO AND
                 WS-RESP IS NOT EQUAL DFHRESP(NOTFND)
                 MOVE CT-MNS-11 TO MSGO
              ELSE
                 MOVE CT-MNS-02 TO MSGO
              END-IF
              GO TO 5000-PAGINAR-F
           END-IF

                 OR WS-MOSTRADOS IS EQUAL CT-PAGINA

           EXEC CICS ENDBR
              FILE (WS-DATASET)
              RESP (WS-RESP)
           END-EXEC

              IF WS-FIN-BROWSE IS EQUAL 'S'
                 MOVE CT-MNS-03 TO MSGO
              ELSE
                 IF WS-ORIGEN-HISTORICO
                    MOVE CT-MNS-10 TO MSGO
                 ELSE
                    MOVE CT-MNS-01 TO MSGO
                 END-IF
              END-IF
           END-IF.

       5100-UN-EVENTO-I.

           EXEC CICS READNEXT
              FILE   (WS-DATASET)
              INTO   (REG-SEGUCAF)
              RIDFLD (SGK-KEY)
              RESP   (WS-RESP)
