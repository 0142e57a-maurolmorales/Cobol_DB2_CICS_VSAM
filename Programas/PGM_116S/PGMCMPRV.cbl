      *    PF5   : APRUEBA: LA NOVEDAD REINGRESA A LA CADENA ESA      *
      *            NOCHE VIA PGMCMPRE.                                *
      *    PF6   : RECHAZA: EL SOLICITANTE NO SE HACE CLIENTE.        *
      *    LAS RETENIDAS DEL RE-FILTRO DE CARTERA (PGMRSLSN, NOVEDAD  *
      *    'RS') SON CLIENTES EXISTENTES CON SUS CUENTAS EN ESTADO    *
      *    'R': PF5 LAS LIBERA EN EL ACTO (ESTADO 'L', NO REINGRESA   *
      *    A LA CADENA) Y PF6 CONFIRMA LA COINCIDENCIA Y LAS CUENTAS  *
      *    SIGUEN RETENIDAS.                                          *
      *    REQUIERE NIVEL 3 (OFICIAL DE CUMPLIMIENTO).                *
      *****************************************************************

             05 CT-MNS-08         PIC X(72) VALUE
                   'PROBLEMA CON EL ARCHIVO DE CUMPLIMIENTO'.
             05 CT-MNS-09         PIC X(72) VALUE 'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'CLIENTE EXISTENTE - PF5 LIBERA / PF6 RETIENE'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'CLIENTE LIBERADO - CUENTAS DESBLOQUEADAS'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'COINCIDENCIA CONFIRMADA - CUENTAS SIGUEN RETENIDAS'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'PROBLEMA AL LIBERAR LAS CUENTAS DEL CLIENTE'.

           03 CT-DATASET          PIC X(08)           VALUE 'COMPCAF '.

           05 CMP-TIPO-LISTA       PIC X(01).
           05 CMP-APELLIDO-LISTA   PIC X(30).
           05 CMP-REGISTRO         PIC X(246).
      *    FECHA DE RETENCION AAAAMMDD, DESDE LA QUE CORRE EL
      *    VENCIMIENTO DE LA REVISION (PGMVNCOL).
           05 CMP-FECRET           PIC 9(08).

      *    VISTA DEL SOLICITANTE DENTRO DE LA NOVEDAD RETENIDA.
       01  WS-NOVEDAD REDEFINES REG-COMPCAF.
           05 NOV-NROCLI           PIC 9(07).
           05 NOV-NOMBRE           PIC X(30).
           05 NOV-APELLIDO         PIC X(30).
           05 FILLER               PIC X(170).

       77  WS-HALLADO              PIC X          VALUE 'N'.

      *    CLIENTE DE UNA RETENIDA DEL RE-FILTRO ('RS').
       77  WS-RS-NROCLI   PIC S9(7)V USAGE COMP-3    VALUE ZEROES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR.
       01  WS-TSQ-FIRMA.
              MOVE NOV-APELLIDO TO APELLIO
              MOVE CMP-TIPO-LISTA TO TIPLISO
              MOVE CMP-APELLIDO-LISTA TO APELISO
              IF NOV-TIPO-NOVEDAD IS EQUAL 'RS'
                 MOVE CT-MNS-10 TO MSGO
              ELSE
                 MOVE CT-MNS-01 TO MSGO
              END-IF
           ELSE
              MOVE CT-MNS-02 TO MSGO
           END-IF.

           MOVE WS-HALLADO TO CMP-ESTADO

      *    CLIENTE EXISTENTE APROBADO: SE LIBERAN SUS CUENTAS Y LA
      *    RETENIDA QUEDA 'L' PARA QUE PGMCMPRE NO LA REINGRESE.
           IF NOV-TIPO-NOVEDAD IS EQUAL 'RS' AND
              CMP-ESTADO IS EQUAL 'A'
              PERFORM 5100-LIBERAR-CUENTAS-I
                 THRU 5100-LIBERAR-CUENTAS-F
              IF WS-HALLADO IS EQUAL 'E'
                 EXEC CICS UNLOCK
                    FILE (CT-DATASET)
                    RESP (WS-RESP)
                 END-EXEC
                 MOVE CT-MNS-13 TO MSGO
                 GO TO 5000-RESOLVER-F
              END-IF
              MOVE 'L' TO CMP-ESTADO
           END-IF

           EXEC CICS REWRITE
              FILE (CT-DATASET)
              FROM (REG-COMPCAF)
           END-EXEC

           IF WS-RESP IS EQUAL DFHRESP(NORMAL)
              EVALUATE TRUE
                 WHEN CMP-ESTADO IS EQUAL 'L'
                    MOVE CT-MNS-11 TO MSGO
                 WHEN CMP-ESTADO IS EQUAL 'A'
                    MOVE CT-MNS-05 TO MSGO
                 WHEN NOV-TIPO-NOVEDAD IS EQUAL 'RS'
                    MOVE CT-MNS-12 TO MSGO
                 WHEN OTHER
                    MOVE CT-MNS-06 TO MSGO
              END-EVALUATE
           ELSE
              IF CMP-ESTADO IS EQUAL 'L'
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              END-IF
              MOVE CT-MNS-08 TO MSGO
           END-IF.

       5000-RESOLVER-F. EXIT.


      *-------------------------------------------------------------
      *  DEVUELVE A ESTADO ACTIVO LAS CUENTAS QUE EL RE-FILTRO
      *  RETUVO ('R'), DONDE EL CLIENTE ES TITULAR O COTITULAR.
       5100-LIBERAR-CUENTAS-I.

           MOVE NOV-NROCLI TO WS-RS-NROCLI

           EXEC SQL
              UPDATE KC02803.TBCURCTA A
                 SET ESTCTA = 'A'
               WHERE A.ESTCTA = 'R'
                 AND (A.NROCLI = :WS-RS-NROCLI
                      OR EXISTS
                         (SELECT 1
                            FROM KC02803.TBCURTIT T
                           WHERE T.TIPCUEN = A.TIPCUEN
                             AND T.NROCUEN = A.NROCUEN
                             AND T.NROCLI  = :WS-RS-NROCLI))
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0 AND
              SQLCODE IS NOT EQUAL 100
              MOVE 'E' TO WS-HALLADO
           END-IF.

       5100-LIBERAR-CUENTAS-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA QUE LA TERMINAL TENGA UN OPERADOR FIRMADO
      *  (PGMSICAF) CON NIVEL SUFICIENTE PARA LA FUNCION.
