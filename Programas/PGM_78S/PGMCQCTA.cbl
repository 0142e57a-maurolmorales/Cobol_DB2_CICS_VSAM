      *    TBCURCHQ PARA QUE EL PROCESO DIARIO DE CHEQUES             *
      *    PRESENTADOS (PGMCHQPR) VERIFIQUE RANGO Y DUPLICADOS.       *
      *    SE TERMINAN LOS RANGOS ANOTADOS EN CUADERNOS.              *
      *    FUERA DE LA FRANQUICIA MENSUAL DE LA TARIFA POR EVENTO     *
      *    ('CQ', RUTINA PGMTVCAF) EL ENTER SOLO INFORMA EL CARGO Y   *
      *    LA EMISION SE CONFIRMA CON PF6; EL CARGO LO DEBITA EL      *
      *    PROCESO NOCTURNO PGMTVCOB. UN PF6 SIN ESE ENTER, O CON     *
      *    OTRA CUENTA O CANTIDAD, VALE COMO ENTER.                   *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
                      'DIGITO VERIFICADOR ERRONEO - VERIFIQUE CUENTA'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'CLIENTE INHABILITADO POR RECHAZOS - NO SE EMITE'.
             05 CT-MNS-16         PIC X(72) VALUE
                   'CLIENTE MENOR DE EDAD - NO RECIBE CHEQUERA'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-USER-DATA.
              05 WS-USER-TIPCUEN       PIC X(02).
              05 WS-USER-NROCUEN       PIC 9(10).
      *    EMISION CUYO CARGO INFORMO EL ENTER: EL PF6 SOLO CONFIRMA
      *    SI LA PANTALLA SIGUE TRAYENDO LOS MISMOS DATOS.
           03 WS-USER-COTIZACION.
      *       'P' = CARGO INFORMADO, PENDIENTE DE CONFIRMAR CON PF6.
              05 WS-USER-COT-PEND      PIC X(01).
              05 WS-USER-COT-TIPCUEN   PIC X(02).
              05 WS-USER-COT-NROCUEN   PIC 9(10).
              05 WS-USER-COT-CANTCHQ   PIC 9(03).
           03 FILLER                   PIC X(12).

      *-----------   VARIABLES DE VALIDACION   ----------------------
       77  WS-CUENTA-VALIDA            PIC X.
       77  REG-NROCLI              PIC S9(07)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  WS-INHABILITADO         PIC S9(4) COMP VALUE ZEROS.
       77  WS-CANT-MENOR           PIC S9(9) COMP VALUE ZEROS.

      *-----------   HOST VARIABLES DB2 (TBCURCHQ)   ----------------
       01  DCLTBCURCHQ.
           05 LK-DV-CALCULADO      PIC 9(2).
           05 LK-DV-VALIDO         PIC X(2).

      *---- TARIFA POR EVENTO: CARGO POR CHEQUERA EMITIDA FUERA ------
      *---- DE LA FRANQUICIA MENSUAL (RUTINA PGMTVCAF) ----------------
       77  WS-PGMTVCAF             PIC X(8)       VALUE 'PGMTVCAF'.

       01  LK-TARIFA.
           05 LK-TEV-EVENTO        PIC X(2).
           05 LK-TEV-TIPCUEN       PIC X(2).
           05 LK-TEV-NROCUEN       PIC 9(10).
           05 LK-TEV-FECHA         PIC X(10).
           05 LK-TEV-IMPORTE       PIC 9(11)V99.
           05 LK-TEV-FRANQUICIA    PIC 9(3).
           05 LK-TEV-USADOS-MES    PIC 9(5).
           05 LK-TEV-USADOS-DIA    PIC 9(5).
           05 LK-TEV-CARGO-PROX    PIC 9(11)V99.
           05 LK-TEV-RESULT        PIC X(2).

       01  WS-FECHA-TARIFA.
           03 WFT-AAAA             PIC X(04).
           03 FILLER               PIC X          VALUE '-'.
           03 WFT-MM               PIC X(02).
           03 FILLER               PIC X          VALUE '-'.
           03 WFT-DD               PIC X(02).

       77  WS-TARIFA               PIC X          VALUE 'N'.
           88 TARIFA-A-CONFIRMAR                  VALUE 'S'.
           88 TARIFA-SIN-CARGO                    VALUE 'N'.

       01  WS-MSG-TARIFA.
           03 FILLER               PIC X(23)      VALUE
              'OPERACION CON CARGO DE '.
           03 WS-MSG-TAR-IMP       PIC Z(8)9.99.
           03 FILLER               PIC X(37)      VALUE
              ' - FRANQUICIA AGOTADA - PF6 CONFIRMA'.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.


       LINKAGE SECTION.
      *================*
       01 DFHCOMMAREA PIC X(40).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

           IF EIBCALEN = 0 THEN

              INITIALIZE WS-USER-COTIZACION
              MOVE LENGTH OF MAPBCTAO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              WHEN DFHENTER
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

      *       PF6: CONFIRMA UNA EMISION CON CARGO YA INFORMADO
      *       PARA LOS MISMOS DATOS (5000-EMITIR).
              WHEN DFHPF6
                 PERFORM 3100-ENTER-I THRU 3100-ENTER-F

              WHEN DFHPF3
                 PERFORM 3200-PF3-I   THRU 3200-PF3-F


           END-EVALUATE

      *    EMITIDA O RECHAZADA, LA COTIZACION YA NO VALE.
           IF (EIBAID IS EQUAL DFHENTER OR
               EIBAID IS EQUAL DFHPF6) AND
              TARIFA-SIN-CARGO
              INITIALIZE WS-USER-COTIZACION
           END-IF

           PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F.

       3000-TECLAS-F. EXIT.
      *-------------------------------------------------------------
       3200-PF3-I.

           INITIALIZE WS-USER-COTIZACION
           MOVE LOW-VALUES TO MAPBCTAO.
           MOVE CT-MNS-01 TO MSGO.

              GO TO 5000-EMITIR-F
           END-IF

      *    EL MENOR DE 18 ANOS (O QUIEN TODAVIA TIENE REPRESENTANTE
      *    LEGAL VINCULADO) TAMPOCO RECIBE CHEQUERAS.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-MENOR
                FROM KC02803.TBCURCLI
               WHERE NROCLI = :REG-NROCLI
                 AND CLASE  = 'F'
                 AND (REPNROCLI <> 0 OR
                      FECNAC > CURRENT DATE - 18 YEARS)
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 OR
              WS-CANT-MENOR IS GREATER ZEROS
              MOVE CT-MNS-16 TO MSGO
              GO TO 5000-EMITIR-F
           END-IF

           MOVE REG-SUCUEN  TO LK-DV-SUCUEN
           MOVE REG-TIPCUEN TO LK-DV-TIPCUEN
           MOVE REG-NROCUEN TO LK-DV-NROCUEN
              GO TO 5000-EMITIR-F
           END-IF

      *    FUERA DE LA FRANQUICIA DEL MES EL OPERADOR VE EL CARGO
      *    ANTES DE CONFIRMAR: EL ENTER NO EMITE, LO HACE EL PF6.
      *    EL PF6 SOLO SALTEA EL CARGO SI EL ENTER LO INFORMO PARA
      *    ESTA MISMA CUENTA Y CANTIDAD; SI NO, VALE COMO ENTER.
           IF EIBAID IS EQUAL DFHPF6 AND
              WS-USER-COT-PEND IS EQUAL 'P' AND
              REG-TIPCUEN IS EQUAL WS-USER-COT-TIPCUEN AND
              REG-NROCUEN IS EQUAL WS-USER-COT-NROCUEN AND
              WS-CANT-CHEQUES IS EQUAL WS-USER-COT-CANTCHQ
              CONTINUE
           ELSE
              PERFORM 5600-VERIF-TARIFA-I THRU 5600-VERIF-TARIFA-F
              IF TARIFA-A-CONFIRMAR
                 GO TO 5000-EMITIR-F
              END-IF
           END-IF

      *    SIGUIENTE NUMERO DE CHEQUERA Y PRIMER CHEQUE LIBRES.
           EXEC SQL
              SELECT VALUE(MAX(NROCHQRA), 0) + 1,
       5500-VERIF-DV-F. EXIT.


      *-------------------------------------------------------------
      *  TARIFA POR EVENTO DE LA CHEQUERA (PGMTVCAF): CARGO QUE
      *  PAGA SI LA CUENTA YA USO LA FRANQUICIA DEL MES.
       5600-VERIF-TARIFA-I.

           SET TARIFA-SIN-CARGO TO TRUE
           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-FECHA-AAAAMMDD (1:4) TO WFT-AAAA
           MOVE WS-FECHA-AAAAMMDD (5:2) TO WFT-MM
           MOVE WS-FECHA-AAAAMMDD (7:2) TO WFT-DD

           MOVE 'CQ'            TO LK-TEV-EVENTO
           MOVE REG-TIPCUEN     TO LK-TEV-TIPCUEN
           MOVE REG-NROCUEN     TO LK-TEV-NROCUEN
           MOVE WS-FECHA-TARIFA TO LK-TEV-FECHA

           CALL WS-PGMTVCAF USING LK-TARIFA

      *    SIN TARIFA O SIN CUENTA NO HAY NADA QUE INFORMAR; UN
      *    ERROR DE LECTURA TAMPOCO DETIENE LA OPERACION, SALVO QUE
      *    EL DB2 HAYA RETROCEDIDO LA UNIDAD DE TRABAJO.
           EVALUATE LK-TEV-RESULT
              WHEN 'OK'
                 IF LK-TEV-CARGO-PROX IS GREATER ZEROS
                    SET TARIFA-A-CONFIRMAR TO TRUE
                    MOVE LK-TEV-CARGO-PROX TO WS-MSG-TAR-IMP
                    MOVE WS-MSG-TARIFA     TO MSGO
                    MOVE 'P'               TO WS-USER-COT-PEND
                    MOVE REG-TIPCUEN       TO WS-USER-COT-TIPCUEN
                    MOVE REG-NROCUEN       TO WS-USER-COT-NROCUEN
                    MOVE WS-CANT-CHEQUES   TO WS-USER-COT-CANTCHQ
                 END-IF
              WHEN 'RB'
                 SET TARIFA-A-CONFIRMAR TO TRUE
                 INITIALIZE WS-USER-COTIZACION
                 MOVE CT-MNS-08  TO MSGO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5600-VERIF-TARIFA-F. EXIT.


      *-------------------------------------------------------------
       7000-TIME-I.

