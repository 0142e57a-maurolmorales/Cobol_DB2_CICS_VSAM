      *    RECHAZA MOVIMIENTOS DE CUENTAS INEXISTENTES O NO      *
      *    ACTIVAS, Y DÉBITOS SIN SALDO SUFICIENTE.              *
      *                                                          *
      *    PARTICION POR SUCURSAL: CON PARM='DDHHNN' SOLO APLICA *
      *    LOS MOVIMIENTOS DE CUENTAS DE LAS SUCURSALES DD A HH  *
      *    (PARTICION NN), PARA CORRER VARIAS PARTICIONES CON    *
      *    RANGOS DISJUNTOS A LA VEZ. LA PARTICION QUE EMPIEZA   *
      *    EN LA SUCURSAL 00 SE QUEDA ADEMAS CON LOS MOVIMIENTOS *
      *    DE CUENTAS INEXISTENTES. SIN PARM PROCESA TODO.       *
      *    CADA PARTICION SE REGISTRA POR SEPARADO EN TBCURRUN   *
      *    (PASO 'MVCTAPNN', SIN PARM 'PGMMVCTA') Y GRABA SUS    *
      *    TOTALES DE CONTROL EN DDTOTPAR; LOS RECHAZOS LLEVAN   *
      *    LA SECUENCIA DEL MOVIMIENTO EN EL ARCHIVO DE ENTRADA  *
      *    PARA QUE LA CONSOLIDACION (PGMPARTC) LOS REORDENE     *
      *    IGUAL QUE UNA CORRIDA UNICA.                          *
      *                                                          *
      *    FECHA VALOR EN PERIODO CERRADO: SI LA FECHA DEL       *
      *    MOVIMIENTO CAE EN UN PERIODO YA CERRADO (TBCURCIE),   *
      *    PGMCICAF LA CORRE AL PRIMER DIA HABIL ABIERTO Y EL    *
      *    MOVIMIENTO QUEDA REGISTRADO COMO AJUSTE EN TBCURAJP.  *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
           SELECT RECHAZOS ASSIGN DDRECHAZ
                  FILE STATUS IS FS-RECHAZO.

           SELECT TOTALES  ASSIGN DDTOTPAR
                  FILE STATUS IS FS-TOTALES.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.
       FD  RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-RECHAZO    PIC X(94).

      *---- TOTALES DE CONTROL DE LA PARTICION (PARA PGMPARTC) -------
       FD  TOTALES
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-TOTALES    PIC X(100).

       WORKING-STORAGE SECTION.
      *=======================*
       77  FS-RECHAZO                 PIC XX      VALUE SPACES.
           88  FS-RECHAZO-FIN                     VALUE '10'.

       77  FS-TOTALES                 PIC XX      VALUE SPACES.

      *---- MOTIVOS DE RECHAZO DE UN MOVIMIENTO -----------------------
       77  WS-MOT-INEXIST             PIC X(02)   VALUE '01'.
       77  WS-MOT-ESTADO              PIC X(02)   VALUE '02'.
           03  RCH-MOTIVO-COD         PIC X(02)   VALUE SPACES.
           03  RCH-MOTIVO-DESC        PIC X(30)   VALUE SPACES.
           03  RCH-REGISTRO           PIC X(55)   VALUE SPACES.
      *    NUMERO DE MOVIMIENTO EN EL ARCHIVO DE ENTRADA.
           03  RCH-SECUENCIA          PIC 9(07)   VALUE ZEROS.

      *---- VERIFICA SI EL REGISTRO ES ERRONEO ------------------------
       77  WS-REG-VALIDO              PIC X(02)   VALUE 'SI'.
       77  WS-IMP-CREDITOS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  WS-IMP-DEB-EDIT            PIC -Z(10)9,99.
       77  WS-IMP-CRE-EDIT            PIC -Z(10)9,99.
       77  WS-CANT-OTRAS-PART         PIC 9(05)   VALUE ZEROS.

      *---- CONTROL DE PERIODO CERRADO (RUTINA PGMCICAF) --------------
       77  WS-PGMCICAF         PIC X(8)      VALUE 'PGMCICAF'.
       77  WS-FECHA-VALOR             PIC X(10)   VALUE SPACES.

       01  LK-CIERRE.
           03  LK-CIE-FUNCION       PIC X(01).
           03  LK-CIE-FECHA         PIC X(10).
           03  LK-CIE-FECHA-NUEVA   PIC X(10).
           03  LK-CIE-ORIGEN        PIC X(08).
           03  LK-CIE-TIPCUEN       PIC X(02).
           03  LK-CIE-NROCUEN       PIC 9(10).
           03  LK-CIE-SUCURSAL      PIC 9(02).
           03  LK-CIE-TIPMOV        PIC X(02).
           03  LK-CIE-IMPORTE       PIC 9(11)V99.
           03  LK-CIE-MONEDA        PIC 9(01).
           03  LK-CIE-CANAL         PIC X(02).
           03  LK-CIE-REFER         PIC X(12).
           03  LK-CIE-RESULT        PIC X(02).

      *---- PARTICION POR RANGO DE SUCURSALES (PARM 'DDHHNN') ---------
       01  WS-PARTICION.
           03  WS-PAR-SUC-DESDE       PIC 9(02)   VALUE ZEROS.
           03  WS-PAR-SUC-HASTA       PIC 9(02)   VALUE 99.
           03  WS-PAR-NRO             PIC 9(02)   VALUE ZEROS.
           03  FILLER                 PIC X(02)   VALUE SPACES.

       77  WS-MOV-PROPIO              PIC X       VALUE 'S'.
       77  WS-SUC-MOVIM               PIC 9(02)   VALUE ZEROS.

      *---- CONTROL DE CORRIDAS (TBCURRUN, RUTINA PGMRNCAF) -----------
       77  WS-PGMRNCAF         PIC X(8)      VALUE 'PGMRNCAF'.

       01  LK-RUN-CONTROL.
           03  LK-RUN-PASO.
               05  LK-RUN-PASO-PGM      PIC X(6)  VALUE 'PGMMVC'.
               05  LK-RUN-PASO-PAR      PIC X(2)  VALUE 'TA'.
           03  LK-RUN-MODO          PIC X(1)  VALUE SPACE.
           03  LK-RUN-LEIDOS        PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-GRABADOS      PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-ERRORES       PIC 9(7)  VALUE ZEROS.
           03  LK-RUN-RESULT        PIC X(2)  VALUE SPACES.

      *---- TOTALES DE CONTROL DE LA PARTICION (LARGO 100) ------------
       01  WS-REG-TOTALES.
           03  TOT-PROGRAMA           PIC X(08)   VALUE 'PGMMVCTA'.
           03  TOT-PARTICION          PIC 9(02)   VALUE ZEROS.
           03  TOT-SUC-DESDE          PIC 9(02)   VALUE ZEROS.
           03  TOT-SUC-HASTA          PIC 9(02)   VALUE ZEROS.
      *    REGISTROS LEIDOS DEL ARCHIVO (TODAS LAS PARTICIONES LEEN
      *    EL ARCHIVO COMPLETO) Y LOS QUE TOCARON A ESTA PARTICION.
           03  TOT-LEIDOS             PIC 9(07)   VALUE ZEROS.
           03  TOT-PROPIOS            PIC 9(07)   VALUE ZEROS.
      *    APLICADOS / RECHAZADOS / (SIN USO).
           03  TOT-CANT-1             PIC 9(07)   VALUE ZEROS.
           03  TOT-CANT-2             PIC 9(07)   VALUE ZEROS.
           03  TOT-CANT-3             PIC 9(07)   VALUE ZEROS.
      *    IMPORTES DEBITOS / CREDITOS APLICADOS.
           03  TOT-IMP-1              PIC S9(13)V99 VALUE ZEROS.
           03  TOT-IMP-2              PIC S9(13)V99 VALUE ZEROS.
           03  TOT-RC                 PIC 9(04)   VALUE ZEROS.
           03  FILLER                 PIC X(15)   VALUE SPACES.

      *----------- CABECERA / TRAILER DEL ARCHIVO DE ENTRADA ----------
       77  WS-TIPO-REG-HEADER         PIC XX      VALUE 'HD'.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *---------------------------------------------------------------
       LINKAGE SECTION.
      *================*
       01  LK-PARM.
           03  LK-PARM-LEN          PIC S9(4) COMP.
           03  LK-PARM-DATA         PIC X(8).

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION USING LK-PARM.

       MAIN-PROGRAM-I.

      *----  CUERPO INICIO APERTURA ARCHIVOS --------------------------
       1000-INICIO-I.

           PERFORM 1005-PARTICION-I THRU 1005-PARTICION-F
           IF FS-ENTRADA-FIN
              GO TO 1000-INICIO-F
           END-IF

      *    EL CONTROL DE CORRIDAS RECHAZA LA PARTICION SI YA ESTA
      *    COMPLETA PARA LA FECHA (DOBLE SUBMIT) SIN RERUN.
           MOVE 'I' TO LK-RUN-MODO
           CALL WS-PGMRNCAF USING LK-RUN-CONTROL
           IF LK-RUN-RESULT IS NOT EQUAL 'OK'
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           ACCEPT WS-FECHA-SISTEMA FROM DATE
           COMPUTE WS-ANIO-ACTUAL = 2000 + WS-FECHA-SISTEMA-AA
           COMPUTE WS-FECHA-PROCESO-AAAAMMDD =
              DISPLAY '* ERROR EN OPEN RECHAZOS = ' FS-RECHAZO
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF

           OPEN OUTPUT TOTALES
           IF FS-TOTALES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN TOTALES = ' FS-TOTALES
              MOVE 9999 TO RETURN-CODE
              SET  FS-ENTRADA-FIN TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---- RANGO DE SUCURSALES DE LA PARTICION (PARM 'DDHHNN') -------
      *    SIN PARM LA CORRIDA ES UNICA: SUCURSALES 00 A 99.
       1005-PARTICION-I.

           IF LK-PARM-LEN IS EQUAL ZEROS
              DISPLAY 'CORRIDA UNICA - TODAS LAS SUCURSALES'
              GO TO 1005-PARTICION-F
           END-IF

           IF LK-PARM-LEN IS LESS 6
              DISPLAY '* PARM DE PARTICION INVALIDO: ' LK-PARM-DATA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
              GO TO 1005-PARTICION-F
           END-IF

           MOVE LK-PARM-DATA (1:6) TO WS-PARTICION (1:6)
           IF WS-PARTICION (1:6) IS NOT NUMERIC OR
              WS-PAR-SUC-DESDE IS GREATER WS-PAR-SUC-HASTA OR
              WS-PAR-NRO IS EQUAL ZEROS
              DISPLAY '* PARM DE PARTICION INVALIDO: ' LK-PARM-DATA
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
              GO TO 1005-PARTICION-F
           END-IF

           MOVE 'MVCTAP'   TO LK-RUN-PASO-PGM
           MOVE WS-PAR-NRO TO LK-RUN-PASO-PAR
           DISPLAY 'PARTICION ' WS-PAR-NRO ' - SUCURSALES '
                   WS-PAR-SUC-DESDE ' A ' WS-PAR-SUC-HASTA.

       1005-PARTICION-F. EXIT.


      *---- LEE Y VERIFICA EL REGISTRO DE CABECERA DEL ARCHIVO --------
       1010-VERIFICAR-CABECERA-I.

      *---------------------------------------------------------------
       2000-PROCESO-I.

      *    EL MOVIMIENTO DE UNA CUENTA DE OTRA PARTICION NO SE
      *    VALIDA NI SE APLICA: LO HACE LA PARTICION QUE LE TOCA.
           PERFORM 2005-VERIF-PARTICION-I
              THRU 2005-VERIF-PARTICION-F
           IF FS-ENTRADA-FIN
              GO TO 2000-PROCESO-F
           END-IF
           IF WS-MOV-PROPIO IS EQUAL 'N'
              ADD 1 TO WS-CANT-OTRAS-PART
              PERFORM 2100-LEER-I THRU 2100-LEER-F
              GO TO 2000-PROCESO-F
           END-IF

           MOVE 'SI' TO WS-REG-VALIDO
           PERFORM 2010-VALIDAR-MOVIM-I THRU 2010-VALIDAR-MOVIM-F

       2000-PROCESO-F. EXIT.


      *---- A QUE PARTICION PERTENECE EL MOVIMIENTO -------------------
      *    LA SUCURSAL ES LA DE LA CUENTA (TBCURCTA); LA CUENTA
      *    INEXISTENTE LA RECHAZA LA PARTICION QUE EMPIEZA EN 00.
       2005-VERIF-PARTICION-I.

           MOVE 'S' TO WS-MOV-PROPIO
           IF WS-PAR-SUC-DESDE IS EQUAL ZEROS AND
              WS-PAR-SUC-HASTA IS EQUAL 99
              GO TO 2005-VERIF-PARTICION-F
           END-IF

           MOVE MVD-TIPCUEN TO REG-TIPCUEN
           MOVE MVD-NROCUEN TO REG-NROCUEN

           EXEC SQL
              SELECT SUCUEN
                INTO :REG-SUCUEN
                FROM KC02803.TBCURCTA
               WHERE TIPCUEN = :REG-TIPCUEN
                 AND NROCUEN = :REG-NROCUEN
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 MOVE REG-SUCUEN TO WS-SUC-MOVIM
                 IF WS-SUC-MOVIM IS LESS WS-PAR-SUC-DESDE OR
                    WS-SUC-MOVIM IS GREATER WS-PAR-SUC-HASTA
                    MOVE 'N' TO WS-MOV-PROPIO
                 END-IF
              WHEN NOT-FOUND
                 IF WS-PAR-SUC-DESDE IS NOT EQUAL ZEROS
                    MOVE 'N' TO WS-MOV-PROPIO
                 END-IF
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SUCURSAL TBCURCTA = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ENTRADA-FIN TO TRUE
           END-EVALUATE.

       2005-VERIF-PARTICION-F. EXIT.


      *---- VALIDACIONES FORMALES DEL MOVIMIENTO ----------------------
       2010-VALIDAR-MOVIM-I.

              GO TO 2220-ACTUALIZAR-SALDO-F
           END-IF

      *    UNA FECHA VALOR DENTRO DE UN PERIODO CERRADO SE IMPUTA AL
      *    PRIMER DIA HABIL ABIERTO.
           MOVE 'V'       TO LK-CIE-FUNCION
           MOVE MVD-FECHA TO LK-CIE-FECHA
           CALL WS-PGMCICAF USING LK-CIERRE
           EVALUATE LK-CIE-RESULT
              WHEN 'CE'
                 MOVE LK-CIE-FECHA-NUEVA TO WS-FECHA-VALOR
              WHEN 'ER'
                 DISPLAY '* ERROR CONTROL DE PERIODO CERRADO'
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ENTRADA-FIN TO TRUE
                 GO TO 2220-ACTUALIZAR-SALDO-F
              WHEN OTHER
                 MOVE MVD-FECHA TO WS-FECHA-VALOR
           END-EVALUATE

           MOVE WS-SALDO-NUEVO TO REG-SALDO
           MOVE WS-FECHA-VALOR TO REG-FECSAL

           EXEC SQL UPDATE KC02803.TBCURCTA
              SET SALDO  = :REG-SALDO,
           MOVE MVD-TIPCUEN TO MOV-TIPCUEN
           MOVE MVD-NROCUEN TO MOV-NROCUEN
           MOVE REG-SUCUEN  TO MOV-SUCMOV
           MOVE WS-FECHA-VALOR TO MOV-FECMOV
           MOVE MVD-TIPMOV  TO MOV-TIPMOV
           MOVE MVD-IMPORTE TO MOV-IMPORTE
           MOVE MVD-MONEDA  TO MOV-MONEDA
              ELSE
                 ADD MVD-IMPORTE TO WS-IMP-CREDITOS
              END-IF
              IF LK-CIE-RESULT IS EQUAL 'CE'
                 PERFORM 2235-REGISTRAR-AJUSTE-I
                    THRU 2235-REGISTRAR-AJUSTE-F
              END-IF
           ELSE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURMOV = ' WS-SQLCODE
       2230-GRABAR-MOVIM-F. EXIT.


      *---- AJUSTE DE PERIODO CERRADO (TBCURAJP, VIA PGMCICAF) --------
       2235-REGISTRAR-AJUSTE-I.

           MOVE 'R'          TO LK-CIE-FUNCION
           MOVE MVD-FECHA    TO LK-CIE-FECHA
           MOVE WS-FECHA-VALOR TO LK-CIE-FECHA-NUEVA
           MOVE 'PGMMVCTA'   TO LK-CIE-ORIGEN
           MOVE MVD-TIPCUEN  TO LK-CIE-TIPCUEN
           MOVE MVD-NROCUEN  TO LK-CIE-NROCUEN
           MOVE REG-SUCUEN   TO LK-CIE-SUCURSAL
           MOVE MVD-TIPMOV   TO LK-CIE-TIPMOV
           MOVE MVD-IMPORTE  TO LK-CIE-IMPORTE
           MOVE MVD-MONEDA   TO LK-CIE-MONEDA
           MOVE MVD-CANAL    TO LK-CIE-CANAL
           MOVE MVD-REFER    TO LK-CIE-REFER
           CALL WS-PGMCICAF USING LK-CIERRE

           IF LK-CIE-RESULT IS NOT EQUAL 'OK'
              DISPLAY '* ERROR REGISTRANDO AJUSTE DE PERIODO CERRADO'
              MOVE 9999 TO RETURN-CODE
              SET FS-ENTRADA-FIN TO TRUE
           END-IF.

       2235-REGISTRAR-AJUSTE-F. EXIT.


      *---- COMMIT CADA N MOVIMIENTOS APLICADOS -----------------------
       2600-CHECKPOINT-I.

                    RCH-MOTIVO-DESC ' - CUENTA: ' MVD-TIPCUEN '/'
                    MVD-NROCUEN
           MOVE WS-REG-MOVIM TO RCH-REGISTRO
           MOVE WS-CANT-LEIDOS TO RCH-SECUENCIA
           WRITE REG-RECHAZO FROM WS-REG-RECHAZO

           EVALUATE FS-RECHAZO
           DISPLAY ' TOTAL DE MOVIMIENTOS RECHAZADOS '
                     WS-CANT-ERRONEOS
           DISPLAY ' IMPORTE DEBITOS  APLICADOS ' WS-IMP-DEB-EDIT
           DISPLAY ' IMPORTE CREDITOS APLICADOS ' WS-IMP-CRE-EDIT
           DISPLAY ' MOVIMIENTOS DE OTRAS PARTICIONES '
                     WS-CANT-OTRAS-PART

           PERFORM 3100-GRABAR-TOTALES-I THRU 3100-GRABAR-TOTALES-F

      *    MARCA DE PARTICION COMPLETA EN EL CONTROL DE CORRIDAS.
           IF RETURN-CODE IS EQUAL ZEROS
              MOVE 'F' TO LK-RUN-MODO
              MOVE WS-CANT-LEIDOS TO LK-RUN-LEIDOS
              MOVE WS-CANT-APLICADOS TO LK-RUN-GRABADOS
              MOVE WS-CANT-ERRONEOS TO LK-RUN-ERRORES
              CALL WS-PGMRNCAF USING LK-RUN-CONTROL
           END-IF.

       3000-FINAL-F. EXIT.


      *---- TOTALES DE CONTROL DE LA PARTICION PARA PGMPARTC ----------
       3100-GRABAR-TOTALES-I.

           IF FS-TOTALES IS NOT EQUAL '00'
              GO TO 3100-GRABAR-TOTALES-F
           END-IF

           MOVE WS-PAR-NRO        TO TOT-PARTICION
           MOVE WS-PAR-SUC-DESDE  TO TOT-SUC-DESDE
           MOVE WS-PAR-SUC-HASTA  TO TOT-SUC-HASTA
           MOVE WS-CANT-LEIDOS    TO TOT-LEIDOS
           COMPUTE TOT-PROPIOS = WS-CANT-LEIDOS - WS-CANT-OTRAS-PART
           MOVE WS-CANT-APLICADOS TO TOT-CANT-1
           MOVE WS-CANT-ERRONEOS  TO TOT-CANT-2
           MOVE ZEROS             TO TOT-CANT-3
           MOVE WS-IMP-DEBITOS    TO TOT-IMP-1
           MOVE WS-IMP-CREDITOS   TO TOT-IMP-2
           MOVE RETURN-CODE       TO TOT-RC

           WRITE REG-TOTALES FROM WS-REG-TOTALES
           IF FS-TOTALES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN GRABAR TOTALES = ' FS-TOTALES
              MOVE 9999 TO RETURN-CODE
           END-IF

           CLOSE TOTALES
           IF FS-TOTALES IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE TOTALES = ' FS-TOTALES
              MOVE 9999 TO RETURN-CODE
           END-IF.

       3100-GRABAR-TOTALES-F. EXIT.
