       IDENTIFICATION DIVISION. *> servicio de movimientos
       PROGRAM-ID. PGMHISRV.

      *****************************************************************
      *    SERVICIO DE CONSULTA DE MOVIMIENTOS PARA CANALES EXTERNOS  *
      *                                                               *
      *    PROGRAMA SIN PANTALLA, MANEJADO SOLO POR COMMAREA AL       *
      *    ESTILO PGMSBCTA: EL HOME BANKING LO INVOCA CON EXEC CICS   *
      *    LINK CARGANDO TIPO Y NUMERO DE CUENTA, SU CODIGO DE        *
      *    CANAL Y EL RANGO DE FECHAS (AAAAMMDD), Y RECIBE UNA        *
      *    PAGINA DE HASTA 20 MOVIMIENTOS DE TBCURMOV, DEL MAS        *
      *    RECIENTE AL MAS VIEJO, CON LA DESCRIPCION DEL TIPO         *
      *    (TBCURTMV), CANAL, REFERENCIA Y EL SALDO QUE DEJO CADA     *
      *    MOVIMIENTO, RECONSTRUIDO HACIA ATRAS DESDE EL SALDO        *
      *    ACTUAL COMO EN EL MINI EXTRACTO (PGMMINIE).                *
      *    PAGINADO: SI QUEDAN MOVIMIENTOS SE DEVUELVE LA CLAVE DE    *
      *    CONTINUACION (POSICION Y SALDO DE ARRANQUE); EL CANAL LA   *
      *    REENVIA TAL CUAL, CON LOS MISMOS DATOS DEL PEDIDO, PARA    *
      *    OBTENER LA PAGINA SIGUIENTE. EN BLANCO = PRIMERA PAGINA.   *
      *    CODIGOS DE RESPUESTA:                                      *
      *       00 = PAGINA DEVUELTA (PUEDE TENER CERO MOVIMIENTOS)     *
      *       01 = CUENTA INEXISTENTE                                 *
      *       02 = CUENTA NO OPERABLE (BLOQUEADA/INACTIVA/CERRADA):   *
      *            MISMAS REGLAS QUE LA CONSULTA DE SALDO             *
      *       03 = PEDIDO MAL ARMADO (FECHAS O CLAVE INVALIDAS)       *
      *       04 = TARJETA INEXISTENTE, BLOQUEADA, ROBADA, VENCIDA    *
      *            O AJENA A LA CUENTA (SOLO SI EL CANAL INFORMA EL   *
      *            PLASTICO)                                          *
      *       99 = ERROR DE BASE DE DATOS                             *
      *    CADA CONSULTA DEJA SU MARCA EN LA COLA DE ACTIVIDAD        *
      *    'ACTC' CON EL CANAL COMO OPERADOR.                         *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  WS-VARIABLES.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-----------   PAGINADO Y SALDO PARCIAL   ---------------------
       77  CT-PAGINA               PIC 9(02)      VALUE 20.
       77  WS-MOSTRADOS            PIC 9(02)      VALUE ZEROS.
       77  WS-FIN-CURSOR           PIC X          VALUE 'N'.
       77  WS-SALTAR               PIC 9(04)      VALUE ZEROS.
       77  WS-EMPATES              PIC 9(04)      VALUE ZEROS.
       77  WS-SALDO-PARCIAL   PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-POSTERIORES     PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *    POSICION DEL ULTIMO MOVIMIENTO DEVUELTO (O DE ARRANQUE).
       77  WS-ULT-FECMOV           PIC X(10)      VALUE SPACES.
       77  WS-ULT-HORAMOV          PIC X(08)      VALUE SPACES.
      *    SIN CLAVE SE ARRANCA DESPUES DE CUALQUIER HORA DEL DIA.
       77  CT-HORA-TOPE            PIC X(08)      VALUE '99:99:99'.

      *-----------   RANGO DE FECHAS DEL PEDIDO   -------------------
       01  WS-FEC-VALIDAR          PIC 9(08)      VALUE ZEROS.
       01  WS-FEC-VALIDAR-R REDEFINES WS-FEC-VALIDAR.
           03 WFV-AAAA             PIC 9(04).
           03 WFV-MM               PIC 9(02).
           03 WFV-DD               PIC 9(02).

       01  WS-FEC-ISO.
           03 WFI-AAAA             PIC 9(04).
           03 FILLER               PIC X          VALUE '-'.
           03 WFI-MM               PIC 9(02).
           03 FILLER               PIC X          VALUE '-'.
           03 WFI-DD               PIC 9(02).

       77  WS-FEC-OK               PIC X          VALUE 'N'.
       77  WS-DESDE-ISO            PIC X(10)      VALUE SPACES.
       77  WS-HASTA-ISO            PIC X(10)      VALUE SPACES.

      *-----------   HOST VARIABLES DB2 (TBCURCTA)   ----------------
       77  REG-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  REG-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-SALDO               PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-MONEDA              PIC S9(01)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-ESTCTA              PIC X(01)      VALUE SPACES.

       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

      *-----------   HOST VARIABLES DB2 (TBCURMOV/TBCURTMV)   -------
       77  MOV-FECMOV              PIC X(10)      VALUE SPACES.
       77  MOV-HORAMOV             PIC X(08)      VALUE SPACES.
       77  MOV-TIPMOV              PIC X(02)      VALUE SPACES.
       77  MOV-IMPORTE             PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  MOV-CANAL               PIC X(02)      VALUE SPACES.
       77  MOV-REFMOV              PIC X(12)      VALUE SPACES.
       77  TMV-DESCRIP             PIC X(30)      VALUE SPACES.
       77  TMV-NATURALEZA          PIC X(01)      VALUE SPACES.

      *-----------   HOST VARIABLES DB2 (TBCURTAR)   ----------------
       77  TAR-NROTARJ             PIC S9(16)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  TAR-TIPCUEN             PIC X(02)      VALUE SPACES.
       77  TAR-NROCUEN             PIC S9(10)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  TAR-ESTADO              PIC X(01)      VALUE SPACES.
       77  TAR-FECVTO              PIC S9(6)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-AAAAMM-HOY           PIC 9(06)      VALUE ZEROS.
       77  WS-FECHA-AAAAMMDD       PIC 9(08)      VALUE ZEROS.

      *---- REGISTRO DE ACTIVIDAD (COLA ACTC) -------------------------
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

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    MOVIMIENTOS DEL RANGO DESDE LA POSICION DE ARRANQUE
      *    (INCLUSIVE), DEL MAS RECIENTE AL MAS VIEJO. EL ORDEN SE
      *    COMPLETA CON TIPO, IMPORTE, CANAL Y REFERENCIA PARA QUE
      *    SEA EL MISMO EN CADA PAGINA; LOS YA DEVUELTOS CON LA
      *    MISMA FECHA Y HORA DE LA POSICION SE SALTEAN.
      *    SIN FILA EN TBCURTMV SE DEVUELVE EL CODIGO CRUDO Y LA
      *    NATURALEZA DE LA REGLA DEL MINI EXTRACTO.
           EXEC SQL
              DECLARE CURSORHIS CURSOR FOR
                 SELECT M.FECMOV,
                        VALUE(M.HORAMOV, ' '),
                        M.TIPMOV,
                        M.IMPORTE,
                        M.CANAL,
                        VALUE(M.REFMOV, ' '),
                        VALUE(T.DESCRIP, M.TIPMOV),
                        VALUE(T.NATURALEZA,
                              CASE WHEN M.TIPMOV IN ('CR', 'XD', 'RU',
                                                     'TC')
                                   THEN 'C' ELSE 'D' END)
                 FROM KC02803.TBCURMOV M
                      LEFT OUTER JOIN KC02803.TBCURTMV T
                         ON T.TIPMOV = M.TIPMOV
                 WHERE M.TIPCUEN = :REG-TIPCUEN
                   AND M.NROCUEN = :REG-NROCUEN
                   AND M.FECMOV BETWEEN :WS-DESDE-ISO
                                    AND :WS-HASTA-ISO
                   AND (M.FECMOV < :WS-ULT-FECMOV OR
                        (M.FECMOV = :WS-ULT-FECMOV AND
                         VALUE(M.HORAMOV, ' ') <= :WS-ULT-HORAMOV))
                 ORDER BY M.FECMOV DESC,
                          VALUE(M.HORAMOV, ' ') DESC,
                          M.TIPMOV, M.IMPORTE, M.CANAL,
                          VALUE(M.REFMOV, ' ')
           END-EXEC.


       LINKAGE SECTION.
      *================*
      *  CONTRATO DEL SERVICIO: 1952 BYTES.
       01  DFHCOMMAREA.
           03 SRV-TIPCUEN          PIC X(02).
           03 SRV-NROCUEN          PIC 9(10).
           03 SRV-CANAL            PIC X(02).
           03 SRV-FECDESDE         PIC 9(08).
           03 SRV-FECHASTA         PIC 9(08).
      *    PLASTICO QUE PRESENTA EL CANAL, VALIDADO CONTRA TBCURTAR
      *    (CEROS = NO INFORMADO).
           03 SRV-NROTARJ          PIC 9(16).
           03 SRV-RESPUESTA        PIC X(02).
      *    CLAVE DE CONTINUACION: OPACA PARA EL CANAL.
           03 SRV-CONTINUACION.
              05 SRV-CON-FECMOV    PIC X(10).
              05 SRV-CON-HORAMOV   PIC X(08).
              05 SRV-CON-SALTO     PIC 9(04).
              05 SRV-CON-SALDO     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
              05 FILLER            PIC X(02).
           03 SRV-HAY-MAS          PIC X(01).
           03 SRV-MONEDA           PIC 9(01).
           03 SRV-CANT-MOVS        PIC 9(02).
           03 SRV-MOVIMIENTO OCCURS 20 TIMES.
              05 SRV-MOV-FECMOV    PIC X(10).
              05 SRV-MOV-HORAMOV   PIC X(08).
              05 SRV-MOV-TIPMOV    PIC X(02).
              05 SRV-MOV-DESCRIP   PIC X(30).
              05 SRV-MOV-NATURAL   PIC X(01).
              05 SRV-MOV-CANAL     PIC X(02).
              05 SRV-MOV-REFMOV    PIC X(12).
              05 SRV-MOV-IMPORTE   PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
              05 SRV-MOV-SALDO     PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-INICIO.

           PERFORM 1000-VALIDAR-I  THRU 1000-VALIDAR-F
           IF SRV-RESPUESTA IS EQUAL SPACES
              PERFORM 1200-VERIF-TARJETA-I
                 THRU 1200-VERIF-TARJETA-F
           END-IF
           IF SRV-RESPUESTA IS EQUAL SPACES
              PERFORM 2000-CONSULTAR-I THRU 2000-CONSULTAR-F
           END-IF
           IF SRV-RESPUESTA IS EQUAL SPACES
              PERFORM 3000-PAGINAR-I THRU 3000-PAGINAR-F
           END-IF
           PERFORM 9600-ACTIVIDAD-I THRU 9600-ACTIVIDAD-F
           PERFORM 9999-FINAL-I    THRU 9999-FINAL-F.

       MAIN-PROGRAM-FINAL. EXIT.


      *-------------------------------------------------------------
       1000-VALIDAR-I.

      *    CON UNA COMMAREA CORTA NO SE PUEDE NI RESPONDER SIN
      *    PISAR MEMORIA AJENA: SE DEVUELVE EL CONTROL SIN TOCARLA.
           IF EIBCALEN IS LESS 1952
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F
           END-IF

           MOVE SPACES TO SRV-RESPUESTA
           MOVE 'N'    TO SRV-HAY-MAS
           MOVE ZEROS  TO SRV-MONEDA SRV-CANT-MOVS
           MOVE ZEROS  TO WS-SALTAR

           IF SRV-TIPCUEN IS EQUAL SPACES OR
              SRV-CANAL IS EQUAL TO (SPACES OR LOW-VALUES) OR
              SRV-NROCUEN IS NOT NUMERIC OR
              SRV-NROCUEN IS EQUAL ZEROS
              MOVE '03' TO SRV-RESPUESTA
              GO TO 1000-VALIDAR-F
           END-IF

           MOVE SRV-FECDESDE TO WS-FEC-VALIDAR
           PERFORM 1100-VALIDAR-FECHA-I THRU 1100-VALIDAR-FECHA-F
           IF WS-FEC-OK IS NOT EQUAL 'S'
              MOVE '03' TO SRV-RESPUESTA
              GO TO 1000-VALIDAR-F
           END-IF
           MOVE WS-FEC-ISO TO WS-DESDE-ISO

           MOVE SRV-FECHASTA TO WS-FEC-VALIDAR
           PERFORM 1100-VALIDAR-FECHA-I THRU 1100-VALIDAR-FECHA-F
           IF WS-FEC-OK IS NOT EQUAL 'S' OR
              SRV-FECHASTA IS LESS SRV-FECDESDE
              MOVE '03' TO SRV-RESPUESTA
              GO TO 1000-VALIDAR-F
           END-IF
           MOVE WS-FEC-ISO TO WS-HASTA-ISO

      *    PRIMERA PAGINA: SE ARRANCA AL FINAL DEL RANGO. SI NO,
      *    LA CLAVE DEVUELTA EN LA PAGINA ANTERIOR DEBE ESTAR
      *    COMPLETA Y DENTRO DEL RANGO PEDIDO.
           IF SRV-CONTINUACION IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE WS-HASTA-ISO TO WS-ULT-FECMOV
              MOVE CT-HORA-TOPE TO WS-ULT-HORAMOV
              GO TO 1000-VALIDAR-F
           END-IF

           IF SRV-CON-SALTO IS NOT NUMERIC OR
              SRV-CON-SALTO IS EQUAL ZEROS OR
              SRV-CON-SALDO IS NOT NUMERIC OR
              SRV-CON-FECMOV IS LESS WS-DESDE-ISO OR
              SRV-CON-FECMOV IS GREATER WS-HASTA-ISO
              MOVE '03' TO SRV-RESPUESTA
              GO TO 1000-VALIDAR-F
           END-IF

           MOVE SRV-CON-FECMOV  TO WS-ULT-FECMOV
           MOVE SRV-CON-HORAMOV TO WS-ULT-HORAMOV
           MOVE SRV-CON-SALTO   TO WS-SALTAR.

       1000-VALIDAR-F. EXIT.


      *-------------------------------------------------------------
      *  FECHA AAAAMMDD DE WS-FEC-VALIDAR: FORMATO RAZONABLE Y
      *  VERSION ISO EN WS-FEC-ISO (EL DB2 RECHAZA LAS DEMAS).
       1100-VALIDAR-FECHA-I.

           MOVE 'N' TO WS-FEC-OK

           IF WS-FEC-VALIDAR IS NOT NUMERIC OR
              WFV-AAAA IS LESS 1900 OR
              WFV-MM IS LESS 1 OR WFV-MM IS GREATER 12 OR
              WFV-DD IS LESS 1 OR WFV-DD IS GREATER 31
              GO TO 1100-VALIDAR-FECHA-F
           END-IF

           MOVE WFV-AAAA TO WFI-AAAA
           MOVE WFV-MM   TO WFI-MM
           MOVE WFV-DD   TO WFI-DD
           MOVE 'S' TO WS-FEC-OK.

       1100-VALIDAR-FECHA-F. EXIT.


      *-------------------------------------------------------------
      *  SI EL CANAL INFORMA EL PLASTICO, LA TARJETA DEBE EXISTIR
      *  EN TBCURTAR, ESTAR ACTIVA, NO ESTAR VENCIDA Y PERTENECER
      *  A LA CUENTA CONSULTADA.
       1200-VERIF-TARJETA-I.

           IF SRV-NROTARJ IS NOT NUMERIC OR
              SRV-NROTARJ IS EQUAL ZEROS
              GO TO 1200-VERIF-TARJETA-F
           END-IF

           MOVE SRV-NROTARJ TO TAR-NROTARJ

           EXEC SQL
              SELECT TIPCUEN, NROCUEN, ESTADO, FECVTO
                INTO :TAR-TIPCUEN, :TAR-NROCUEN,
                     :TAR-ESTADO, :TAR-FECVTO
                FROM KC02803.TBCURTAR
               WHERE NROTARJ = :TAR-NROTARJ
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE '04' TO SRV-RESPUESTA
                 GO TO 1200-VERIF-TARJETA-F
              WHEN OTHER
                 MOVE '99' TO SRV-RESPUESTA
                 MOVE 'E'  TO ACT-RESULT
                 GO TO 1200-VERIF-TARJETA-F
           END-EVALUATE

           EXEC CICS ASKTIME
              ABSTIME (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME (WS-ABSTIME)
              YYYYMMDD (WS-FECHA-AAAAMMDD)
           END-EXEC
           MOVE WS-FECHA-AAAAMMDD (1:6) TO WS-AAAAMM-HOY

           IF TAR-ESTADO IS NOT EQUAL 'A' OR
              TAR-FECVTO IS LESS WS-AAAAMM-HOY OR
              TAR-TIPCUEN IS NOT EQUAL SRV-TIPCUEN OR
              TAR-NROCUEN IS NOT EQUAL SRV-NROCUEN
              MOVE '04' TO SRV-RESPUESTA
           END-IF.

       1200-VERIF-TARJETA-F. EXIT.


      *-------------------------------------------------------------
       2000-CONSULTAR-I.

           MOVE SRV-TIPCUEN TO REG-TIPCUEN
           MOVE SRV-NROCUEN TO REG-NROCUEN

           EXEC SQL
              SELECT SALDO, MONEDA, ESTCTA
                INTO :REG-SALDO, :REG-MONEDA, :REG-ESTCTA
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE '01' TO SRV-RESPUESTA
                 GO TO 2000-CONSULTAR-F
              WHEN OTHER
                 MOVE '99' TO SRV-RESPUESTA
                 MOVE 'E'  TO ACT-RESULT
                 GO TO 2000-CONSULTAR-F
           END-EVALUATE

      *    MISMAS REGLAS QUE LA CONSULTA DE SALDO: SOLO LAS
      *    CUENTAS ACTIVAS O DE FALLECIDO EXPONEN SUS MOVIMIENTOS.
           IF REG-ESTCTA IS NOT EQUAL 'A' AND
              REG-ESTCTA IS NOT EQUAL 'F'
              MOVE '02' TO SRV-RESPUESTA
              GO TO 2000-CONSULTAR-F
           END-IF

           MOVE REG-MONEDA TO SRV-MONEDA

      *    EN LA PRIMERA PAGINA EL SALDO DE ARRANQUE ES EL ACTUAL
      *    SIN EL EFECTO DE LO POSTERIOR AL RANGO (INCLUIDO LO YA
      *    POSTEADO CON FECHA VALOR FUTURA); EN LAS SIGUIENTES
      *    VIAJA EN LA CLAVE DE CONTINUACION.
           IF WS-SALTAR IS GREATER ZEROS
              MOVE SRV-CON-SALDO TO WS-SALDO-PARCIAL
              GO TO 2000-CONSULTAR-F
           END-IF

           EXEC SQL
              SELECT VALUE(SUM(
                     CASE WHEN VALUE(T.NATURALEZA,
                                 CASE WHEN M.TIPMOV IN
                                           ('CR', 'XD', 'RU',
                                            'TC')
                                      THEN 'C' ELSE 'D' END) = 'C'
                          THEN M.IMPORTE ELSE 0 - M.IMPORTE
                     END), 0)
                INTO :WS-POSTERIORES
                FROM KC02803.TBCURMOV M
                     LEFT OUTER JOIN KC02803.TBCURTMV T
                        ON T.TIPMOV = M.TIPMOV
               WHERE M.TIPCUEN = :REG-TIPCUEN
                 AND M.NROCUEN = :REG-NROCUEN
                 AND M.FECMOV  > :WS-HASTA-ISO
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE '99' TO SRV-RESPUESTA
              MOVE 'E'  TO ACT-RESULT
              GO TO 2000-CONSULTAR-F
           END-IF

           COMPUTE WS-SALDO-PARCIAL = REG-SALDO - WS-POSTERIORES.

       2000-CONSULTAR-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA LA PAGINA DESDE LA POSICION DE ARRANQUE. SE LEE UN
      *  MOVIMIENTO DE MAS PARA SABER SI HAY PAGINA SIGUIENTE.
       3000-PAGINAR-I.

           MOVE ZEROS TO WS-MOSTRADOS
           MOVE WS-SALTAR TO WS-EMPATES
           MOVE 'N' TO WS-FIN-CURSOR
           MOVE SPACES TO SRV-CONTINUACION

           EXEC SQL OPEN CURSORHIS END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE '99' TO SRV-RESPUESTA
              MOVE 'E'  TO ACT-RESULT
              GO TO 3000-PAGINAR-F
           END-IF

           PERFORM 3100-UN-MOVIMIENTO-I
              THRU 3100-UN-MOVIMIENTO-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'

           EXEC SQL CLOSE CURSORHIS END-EXEC

           IF SRV-RESPUESTA IS NOT EQUAL SPACES
              MOVE SPACES TO SRV-CONTINUACION
              MOVE 'N'    TO SRV-HAY-MAS
              MOVE ZEROS  TO SRV-CANT-MOVS
              GO TO 3000-PAGINAR-F
           END-IF

           MOVE WS-MOSTRADOS TO SRV-CANT-MOVS
           MOVE '00' TO SRV-RESPUESTA

      *    LA CLAVE GUARDA LA POSICION DEL ULTIMO DEVUELTO, CUANTOS
      *    CON ESA MISMA FECHA Y HORA YA SALIERON, Y EL SALDO DEL
      *    QUE PARTE LA PAGINA SIGUIENTE.
           IF SRV-HAY-MAS IS EQUAL 'S'
              MOVE WS-ULT-FECMOV    TO SRV-CON-FECMOV
              MOVE WS-ULT-HORAMOV   TO SRV-CON-HORAMOV
              MOVE WS-EMPATES       TO SRV-CON-SALTO
              MOVE WS-SALDO-PARCIAL TO SRV-CON-SALDO
           END-IF.

       3000-PAGINAR-F. EXIT.


      *-------------------------------------------------------------
       3100-UN-MOVIMIENTO-I.

           EXEC SQL
              FETCH CURSORHIS INTO :MOV-FECMOV,
                                   :MOV-HORAMOV,
                                   :MOV-TIPMOV,
                                   :MOV-IMPORTE,
                                   :MOV-CANAL,
                                   :MOV-REFMOV,
                                   :TMV-DESCRIP,
                                   :TMV-NATURALEZA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 3100-UN-MOVIMIENTO-F
              WHEN OTHER
                 MOVE '99' TO SRV-RESPUESTA
                 MOVE 'E'  TO ACT-RESULT
                 MOVE 'S' TO WS-FIN-CURSOR
                 GO TO 3100-UN-MOVIMIENTO-F
           END-EVALUATE

      *    LOS DE LA POSICION DE ARRANQUE YA DEVUELTOS EN LA
      *    PAGINA ANTERIOR NO SE REPITEN NI MUEVEN EL SALDO.
           IF WS-SALTAR IS GREATER ZEROS AND
              MOV-FECMOV IS EQUAL WS-ULT-FECMOV AND
              MOV-HORAMOV IS EQUAL WS-ULT-HORAMOV
              SUBTRACT 1 FROM WS-SALTAR
              GO TO 3100-UN-MOVIMIENTO-F
           END-IF
           MOVE ZEROS TO WS-SALTAR

      *    PAGINA LLENA Y TODAVIA HAY MOVIMIENTOS.
           IF WS-MOSTRADOS IS EQUAL CT-PAGINA
              MOVE 'S' TO SRV-HAY-MAS
              MOVE 'S' TO WS-FIN-CURSOR
              GO TO 3100-UN-MOVIMIENTO-F
           END-IF

           ADD 1 TO WS-MOSTRADOS
           MOVE MOV-FECMOV     TO SRV-MOV-FECMOV  (WS-MOSTRADOS)
           MOVE MOV-HORAMOV    TO SRV-MOV-HORAMOV (WS-MOSTRADOS)
           MOVE MOV-TIPMOV     TO SRV-MOV-TIPMOV  (WS-MOSTRADOS)
           MOVE TMV-DESCRIP    TO SRV-MOV-DESCRIP (WS-MOSTRADOS)
           MOVE TMV-NATURALEZA TO SRV-MOV-NATURAL (WS-MOSTRADOS)
           MOVE MOV-CANAL      TO SRV-MOV-CANAL   (WS-MOSTRADOS)
           MOVE MOV-REFMOV     TO SRV-MOV-REFMOV  (WS-MOSTRADOS)
           MOVE MOV-IMPORTE    TO SRV-MOV-IMPORTE (WS-MOSTRADOS)
           MOVE WS-SALDO-PARCIAL TO SRV-MOV-SALDO (WS-MOSTRADOS)

      *    CUANTOS DEVUELTOS COMPARTEN LA FECHA Y HORA DEL ULTIMO.
           IF MOV-FECMOV IS EQUAL WS-ULT-FECMOV AND
              MOV-HORAMOV IS EQUAL WS-ULT-HORAMOV
              ADD 1 TO WS-EMPATES
           ELSE
              MOVE 1 TO WS-EMPATES
              MOVE MOV-FECMOV  TO WS-ULT-FECMOV
              MOVE MOV-HORAMOV TO WS-ULT-HORAMOV
           END-IF

      *    SE DESHACE EL EFECTO DEL MOVIMIENTO PARA EL SALDO
      *    PREVIO.
           IF TMV-NATURALEZA IS EQUAL 'C'
              SUBTRACT MOV-IMPORTE FROM WS-SALDO-PARCIAL
           ELSE
              ADD MOV-IMPORTE TO WS-SALDO-PARCIAL
           END-IF.

       3100-UN-MOVIMIENTO-F. EXIT.


      *-------------------------------------------------------------
      *  MARCA DE ACTIVIDAD DE LA CONSULTA, CON EL CANAL EXTERNO
      *  EN EL LUGAR DEL OPERADOR.
       9600-ACTIVIDAD-I.

           EXEC CICS ASKTIME
              ABSTIME (WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
              ABSTIME (WS-ABSTIME)
              DDMMYYYY (WS-FECHA) DATESEP(WS-SEP-DATE)
              TIME (WS-HORA) TIMESEP(WS-SEP-HOUR)
           END-EXEC

           MOVE EIBTRNID  TO ACT-TRANSACCION
           MOVE SRV-CANAL TO ACT-OPERADOR
           MOVE ZEROS     TO ACT-SUC
           MOVE WS-FECHA  TO ACT-FECHA
           MOVE WS-HORA   TO ACT-HORA

           EXEC CICS WRITEQ TD
              QUEUE  (CT-ACTIV-QUEUE)
              FROM   (WS-REG-ACTIVIDAD)
              LENGTH (CT-ACTIV-LEN)
              RESP   (WS-RESP)
           END-EXEC.

       9600-ACTIVIDAD-F. EXIT.


      *-------------------------------------------------------------
       9999-FINAL-I.

           EXEC CICS RETURN
           END-EXEC.

       9999-FINAL-F. EXIT.
