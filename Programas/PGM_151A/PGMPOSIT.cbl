       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPOSIT.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMPOSIT                                      *
      *  DESCRIPCIÓN:                                            *
      *    ARCHIVO POSITIVO PARA LA AUTORIZACION DE RESPALDO     *
      *    (STAND-IN) DEL SWITCH DE ATM. CUANDO EL HOST NO       *
      *    ATIENDE O LA CADENA NOCTURNA TIENE TOMADAS LAS        *
      *    CUENTAS, EL SWITCH APRUEBA CONTRA ESTE ARCHIVO        *
      *    (DDPOSIT, 80 BYTES, ORDENADO POR TARJETA) Y DECLINA   *
      *    LAS TARJETAS QUE NO FIGURAN.                          *
      *    UN DETALLE POR TARJETA ACTIVA Y VIGENTE DE TBCURTAR   *
      *    SOBRE CUENTA ACTIVA CON FONDOS: EL LIMITE ES SALDO    *
      *    MAS ACUERDO VIGENTE, MENOS RETENCIONES VIGENTES DE    *
      *    TBCURRET Y EMBARGOS VIGENTES DE TBCUREMB, TOPEADO     *
      *    POR LO QUE QUEDA DEL LIMITE DE VELOCIDAD DEL CANAL    *
      *    ATM (TBCURVEL 'AT') DESPUES DE LO YA DEBITADO HOY;    *
      *    VA TAMBIEN LA CANTIDAD DE OPERACIONES QUE QUEDAN.     *
      *    VARIAS TARJETAS DE UNA MISMA CUENTA LLEVAN EL MISMO   *
      *    LIMITE: EL SWITCH ACUMULA POR CUENTA.                 *
      *    CORRE AL CIERRE DEL DIA Y OTRA VEZ ANTES DE LA        *
      *    VENTANA BATCH (JCL CAFPOSIT); PGMSTDIN COMPARA AL     *
      *    DIA SIGUIENTE LAS APROBACIONES DEL SWITCH CONTRA LO   *
      *    ENVIADO. SOLO LEE LA BASE.                            *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSITIVO ASSIGN DDPOSIT
                  FILE STATUS IS FS-POSITIVO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  POSITIVO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-POSITIVO   PIC X(80).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *---- FILE STATUS -----------------------------------------------
       77  FS-POSITIVO                PIC XX      VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

      *---- CONTADORES Y TOTALES DE CONTROL ---------------------------
       77  WS-CANT-LEIDAS             PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-ENVIADAS           PIC 9(07)   VALUE ZEROS.
       77  WS-CANT-SIN-FONDOS         PIC 9(07)   VALUE ZEROS.
       77  WS-LIM-PESOS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-LIM-DOLAR      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-TOT-EDIT                PIC -Z(12)9,99.

      *---- LAYOUT DEL ARCHIVO POSITIVO (80 BYTES) --------------------
       01  WS-REG-POSIT.
           03  POS-TIPO-REG        PIC X(02).
           03  POS-NROTARJ         PIC 9(16).
           03  POS-TIPCUEN         PIC X(02).
           03  POS-NROCUEN         PIC 9(10).
           03  POS-MONEDA          PIC 9(01).
           03  POS-LIMITE          PIC 9(11)V99.
           03  POS-OPERREST        PIC 9(05).
           03  FILLER              PIC X(31).

       01  WS-REG-POSIT-CAB REDEFINES WS-REG-POSIT.
           03  CAB-TIPO-REG        PIC X(02).
           03  CAB-FECHA-PROCESO   PIC 9(08).
           03  CAB-HORA-PROCESO    PIC 9(06).
           03  FILLER              PIC X(64).

       01  WS-REG-POSIT-FIN REDEFINES WS-REG-POSIT.
           03  FIN-TIPO-REG        PIC X(02).
           03  FIN-CANT-REGISTROS  PIC 9(07).
           03  FIN-TOT-PESOS       PIC 9(13)V99.
           03  FIN-TOT-DOLAR       PIC 9(13)V99.
           03  FILLER              PIC X(41).

      *-----------  FECHA DE PROCESO  ---------------------------------
       77  WS-FECHA-PROCESO-AAAAMMDD  PIC 9(08)   VALUE ZEROES.
       77  WS-HORA-PROCESO            PIC 9(08)   VALUE ZEROES.
       77  WS-AAAAMM-HOY              PIC 9(06)   VALUE ZEROES.

       01  WS-FECHA-SISTEMA.
           05 WS-FECHA-SISTEMA-AA     PIC 99.
           05 WS-FECHA-SISTEMA-MM     PIC 99.
           05 WS-FECHA-SISTEMA-DD     PIC 99.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE         PIC +++999 USAGE DISPLAY  VALUE ZEROS.
       77  NOT-FOUND                PIC S9(9) COMP      VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURTAR/TBCURCTA)   ---------
       77  TAR-NROTARJ        PIC S9(16)V USAGE COMP-3  VALUE ZEROS.
       77  TAR-TIPCUEN        PIC X(02)                 VALUE SPACES.
       77  TAR-NROCUEN        PIC S9(10)V USAGE COMP-3  VALUE ZEROS.
       77  TAR-FECVTO-MIN     PIC S9(6)V  USAGE COMP-3  VALUE ZEROS.
       77  ORI-SALDO          PIC S9(11)V99 USAGE COMP-3
                                                        VALUE ZEROS.
       77  ORI-MONEDA         PIC S9(01)V USAGE COMP-3  VALUE ZEROS.
       77  ORI-ACUERDO        PIC S9(11)V99 USAGE COMP-3
                                                        VALUE ZEROS.

      *    LO INDISPONIBLE DE LA CUENTA, IGUAL QUE EN PGMCAMSA.
       77  WS-RETENIDO        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-EMBARGADO       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-DISPONIBLE      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-LIMITE-TOPE     PIC S9(13)V99 COMP-3 VALUE 99999999999,99.

      *---- LIMITES DE VELOCIDAD DEL CANAL ATM (TBCURVEL) -------------
       77  WS-VEL-CANAL            PIC X(02)      VALUE 'AT'.
       77  WS-VEL-HAY              PIC X          VALUE 'N'.
       77  VEL-MAXOPER             PIC S9(5)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  VEL-MAXIMP              PIC S9(11)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-VEL-CANT             PIC S9(9) COMP VALUE ZEROS.
       77  WS-VEL-SUMA             PIC S9(13)V99 USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-VEL-RESTO            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WS-OPER-RESTO           PIC S9(9) COMP VALUE ZEROS.
      *    SIN LIMITE DE OPERACIONES PARA EL CANAL.
       77  CT-OPER-SIN-TOPE        PIC 9(05)      VALUE 99999.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    TARJETAS ACTIVAS Y VIGENTES SOBRE CUENTAS ACTIVAS, EN
      *    ORDEN DE PLASTICO, CON EL ACUERDO SOLO SI ESTA VIGENTE.
           EXEC SQL
              DECLARE CURSORTAR CURSOR FOR
                 SELECT T.NROTARJ,
                        T.TIPCUEN,
                        T.NROCUEN,
                        C.SALDO,
                        C.MONEDA,
                        CASE WHEN C.FECVTOAC >= CURRENT DATE
                             THEN C.ACUERDO ELSE 0 END
                 FROM KC02803.TBCURTAR T,
                      KC02803.TBCURCTA C
                 WHERE T.TIPCUEN = C.TIPCUEN
                   AND T.NROCUEN = C.NROCUEN
                   AND T.ESTADO  = 'A'
                   AND T.FECVTO >= :TAR-FECVTO-MIN
                   AND C.ESTCTA  = 'A'
                 ORDER BY T.NROTARJ
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                       UNTIL WS-FIN-LECTURA
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *----  CUERPO INICIO: LIMITE DEL CANAL, CABECERA Y CURSOR -------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           ACCEPT WS-FECHA-SISTEMA FROM DATE
           ACCEPT WS-HORA-PROCESO  FROM TIME
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
                   20000000 +
                   WS-FECHA-SISTEMA-AA * 10000 +
                   WS-FECHA-SISTEMA-MM * 100 +
                   WS-FECHA-SISTEMA-DD
           MOVE WS-FECHA-PROCESO-AAAAMMDD (1:6) TO WS-AAAAMM-HOY
           MOVE WS-AAAAMM-HOY TO TAR-FECVTO-MIN

      *    SIN FILA PARA EL CANAL ATM NO HAY TOPE DE VELOCIDAD.
           EXEC SQL
              SELECT MAXOPER, MAXIMP
                INTO :VEL-MAXOPER, :VEL-MAXIMP
                FROM KC02803.TBCURVEL
               WHERE CANAL = :WS-VEL-CANAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE 'S' TO WS-VEL-HAY
              WHEN NOT-FOUND
                 MOVE 'N' TO WS-VEL-HAY
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURVEL = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE

           OPEN OUTPUT POSITIVO
           IF FS-POSITIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN POSITIVO = ' FS-POSITIVO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           MOVE SPACES TO WS-REG-POSIT
           MOVE 'HD'   TO CAB-TIPO-REG
           MOVE WS-FECHA-PROCESO-AAAAMMDD TO CAB-FECHA-PROCESO
           MOVE WS-HORA-PROCESO (1:6)     TO CAB-HORA-PROCESO
           PERFORM 2800-GRABAR-POSITIVO-I
              THRU 2800-GRABAR-POSITIVO-F
           IF WS-FIN-LECTURA
              GO TO 1000-INICIO-F
           END-IF

           EXEC SQL OPEN CURSORTAR END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSOR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           ADD 1 TO WS-CANT-LEIDAS
           PERFORM 3000-LIMITE-TARJETA-I THRU 3000-LIMITE-TARJETA-F
           IF NOT WS-FIN-LECTURA
              PERFORM 4000-LEER-FETCH-I THRU 4000-LEER-FETCH-F
           END-IF.

       2000-PROCESO-F. EXIT.


      *---- CALCULA EL LIMITE DE LA TARJETA Y LO EMITE ----------------
       3000-LIMITE-TARJETA-I.

           PERFORM 3050-CALC-INDISPONIBLE-I
              THRU 3050-CALC-INDISPONIBLE-F
           IF WS-FIN-LECTURA
              GO TO 3000-LIMITE-TARJETA-F
           END-IF

           COMPUTE WS-DISPONIBLE = ORI-SALDO + ORI-ACUERDO
                                 - WS-RETENIDO

           MOVE CT-OPER-SIN-TOPE TO WS-OPER-RESTO
           IF WS-VEL-HAY IS EQUAL 'S'
              PERFORM 3100-CALC-VELOCIDAD-I
                 THRU 3100-CALC-VELOCIDAD-F
              IF WS-FIN-LECTURA
                 GO TO 3000-LIMITE-TARJETA-F
              END-IF
           END-IF

      *    SIN FONDOS O SIN CUPO DEL CANAL LA TARJETA NO VA: EL
      *    SWITCH LA DECLINA EN STAND-IN.
           IF WS-DISPONIBLE IS NOT GREATER ZEROS OR
              WS-OPER-RESTO IS NOT GREATER ZEROS
              ADD 1 TO WS-CANT-SIN-FONDOS
              GO TO 3000-LIMITE-TARJETA-F
           END-IF

           IF WS-DISPONIBLE IS GREATER WS-LIMITE-TOPE
              MOVE WS-LIMITE-TOPE TO WS-DISPONIBLE
           END-IF

           MOVE SPACES        TO WS-REG-POSIT
           MOVE 'DT'          TO POS-TIPO-REG
           MOVE TAR-NROTARJ   TO POS-NROTARJ
           MOVE TAR-TIPCUEN   TO POS-TIPCUEN
           MOVE TAR-NROCUEN   TO POS-NROCUEN
           MOVE ORI-MONEDA    TO POS-MONEDA
           MOVE WS-DISPONIBLE TO POS-LIMITE
           MOVE WS-OPER-RESTO TO POS-OPERREST
           PERFORM 2800-GRABAR-POSITIVO-I
              THRU 2800-GRABAR-POSITIVO-F
           IF WS-FIN-LECTURA
              GO TO 3000-LIMITE-TARJETA-F
           END-IF

           ADD 1 TO WS-CANT-ENVIADAS
           IF ORI-MONEDA IS EQUAL 2
              ADD WS-DISPONIBLE TO WS-LIM-DOLAR
           ELSE
              ADD WS-DISPONIBLE TO WS-LIM-PESOS
           END-IF.

       3000-LIMITE-TARJETA-F. EXIT.


      *---- LO INDISPONIBLE DE LA CUENTA, COMO EN PGMCAMSA ------------
       3050-CALC-INDISPONIBLE-I.

           MOVE ZEROS TO WS-RETENIDO

           EXEC SQL
              SELECT VALUE(SUM(IMPORTE), 0)
                INTO :WS-RETENIDO
                FROM KC02803.TBCURRET
               WHERE TIPCUEN = :TAR-TIPCUEN
                 AND NROCUEN = :TAR-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURRET = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3050-CALC-INDISPONIBLE-F
           END-IF

           MOVE ZEROS TO WS-EMBARGADO
           EXEC SQL
              SELECT VALUE(SUM(
                     CASE WHEN PORCENT > 0
                          THEN :ORI-SALDO * PORCENT / 100
                          ELSE IMPORTE - CONSUMIDO
                     END), 0)
                INTO :WS-EMBARGADO
                FROM KC02803.TBCUREMB
               WHERE TIPCUEN = :TAR-TIPCUEN
                 AND NROCUEN = :TAR-NROCUEN
                 AND ESTADO  = 'V'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCUREMB = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3050-CALC-INDISPONIBLE-F
           END-IF

           IF WS-EMBARGADO IS GREATER ZEROS
              ADD WS-EMBARGADO TO WS-RETENIDO
           END-IF.

       3050-CALC-INDISPONIBLE-F. EXIT.


      *---- CUPO DE VELOCIDAD ATM QUE LE QUEDA HOY A LA CUENTA --------
      *    LO YA DEBITADO HOY POR EL CANAL, COMO EN PGMEXCTA. EL
      *    LIMITE DE LA TARJETA NO PASA DEL IMPORTE QUE QUEDA.
       3100-CALC-VELOCIDAD-I.

           MOVE ZEROS TO WS-VEL-CANT WS-VEL-SUMA
           EXEC SQL
              SELECT COUNT(*), VALUE(SUM(M.IMPORTE), 0)
                INTO :WS-VEL-CANT, :WS-VEL-SUMA
                FROM KC02803.TBCURMOV M,
                     KC02803.TBCURTMV T
               WHERE M.TIPCUEN = :TAR-TIPCUEN
                 AND M.NROCUEN = :TAR-NROCUEN
                 AND M.CANAL   = :WS-VEL-CANAL
                 AND M.FECCAPT = CURRENT DATE
                 AND T.TIPMOV  = M.TIPMOV
                 AND T.NATURALEZA = 'D'
           END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT VELOCIDAD = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3100-CALC-VELOCIDAD-F
           END-IF

           COMPUTE WS-VEL-RESTO  = VEL-MAXIMP - WS-VEL-SUMA
           COMPUTE WS-OPER-RESTO = VEL-MAXOPER - WS-VEL-CANT

           IF WS-VEL-RESTO IS LESS WS-DISPONIBLE
              MOVE WS-VEL-RESTO TO WS-DISPONIBLE
           END-IF.

       3100-CALC-VELOCIDAD-F. EXIT.


      *---------------------------------------------------------------
       2800-GRABAR-POSITIVO-I.

           WRITE REG-POSITIVO FROM WS-REG-POSIT

           IF FS-POSITIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR POSITIVO = ' FS-POSITIVO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       2800-GRABAR-POSITIVO-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

           EXEC SQL
              FETCH CURSORTAR INTO :TAR-NROTARJ,
                                   :TAR-TIPCUEN,
                                   :TAR-NROCUEN,
                                   :ORI-SALDO,
                                   :ORI-MONEDA,
                                   :ORI-ACUERDO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-LECTURA TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSOR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
           END-EVALUATE.

       4000-LEER-FETCH-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           EXEC SQL CLOSE CURSORTAR END-EXEC

      *    TRAILER DE CONTROL: CANTIDAD Y LIMITES POR MONEDA. SIN
      *    TRAILER EL SWITCH NO CARGA EL ARCHIVO Y SIGUE CON EL
      *    ANTERIOR.
           IF RETURN-CODE IS EQUAL ZEROS
              MOVE SPACES TO WS-REG-POSIT
              MOVE 'TR'   TO FIN-TIPO-REG
              MOVE WS-CANT-ENVIADAS TO FIN-CANT-REGISTROS
              MOVE WS-LIM-PESOS     TO FIN-TOT-PESOS
              MOVE WS-LIM-DOLAR     TO FIN-TOT-DOLAR
              PERFORM 2800-GRABAR-POSITIVO-I
                 THRU 2800-GRABAR-POSITIVO-F
           END-IF

           CLOSE POSITIVO
           IF FS-POSITIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE POSITIVO = ' FS-POSITIVO
              MOVE 9999 TO RETURN-CODE
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'ARCHIVO POSITIVO ATM - TOTALES'
           DISPLAY ' TARJETAS LEIDAS  : ' WS-CANT-LEIDAS
           DISPLAY ' TARJETAS ENVIADAS: ' WS-CANT-ENVIADAS
           DISPLAY ' SIN FONDOS/CUPO  : ' WS-CANT-SIN-FONDOS
           MOVE WS-LIM-PESOS TO WS-TOT-EDIT
           DISPLAY ' LIMITES        $ : ' WS-TOT-EDIT
           MOVE WS-LIM-DOLAR TO WS-TOT-EDIT
           DISPLAY ' LIMITES      U$S : ' WS-TOT-EDIT.

       9999-FINAL-F. EXIT.
