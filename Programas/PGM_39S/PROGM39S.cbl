                                      'SUCURSAL INVALIDA - REINGRESE'.
             05 CT-MNS-15         PIC X(72) VALUE
                           'MODIF OK - ERROR SINCRONIZANDO SUCURSAL'.
             05 CT-MNS-16         PIC X(72) VALUE
                  'REPRESENTANTE INEXISTENTE, DE BAJA O MENOR DE EDAD'.
             05 CT-MNS-17         PIC X(72) VALUE
                  'CLIENTE MAYOR DE EDAD - NO LLEVA REPRESENTANTE'.

           03 CT-DATASET          PIC X(08)           VALUE 'PERSOCAF'.
           03 CT-DATASET-LEN      PIC S9(04) COMP     VALUE 173.
           03 WS-COMLONG           PIC S9(04) COMP. 
           03 WS-ABSTIME           PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA             PIC X(10)          VALUE SPACES.
           03 WS-FECHA-AAAAMMDD    PIC 9(08)          VALUE ZEROS.
           03 WS-SEP-DATE          PIC X              VALUE '/'.
           03 WS-HORA              PIC X(08)          VALUE SPACES. 
           03 WS-SEP-HOUR          PIC X              VALUE ':'. 
       77  REG-SEXO                 PIC X(01)        VALUE SPACES.
       77  REG-FECNAC               PIC X(08)        VALUE SPACES.
       77  REG-PREFENV          PIC X(01)        VALUE SPACES.
       77  REG-CONDFISC             PIC X(01)        VALUE SPACES.
       77  REG-CONDFISC-ANT         PIC X(01)        VALUE SPACES.
       77  REG-DOMICILIO            PIC X(30)        VALUE SPACES.
       77  REG-DOMICILIO-ANT        PIC X(30)        VALUE SPACES.
       77  REG-REPNROCLI            PIC S9(07)V USAGE COMP-3
                                                        VALUE ZEROES.
       77  REG-REPNROCLI-ANT        PIC S9(07)V USAGE COMP-3
                                                        VALUE ZEROES.
       77  REG-CIUDAD               PIC X(30)        VALUE SPACES.
       77  REG-CODPOSTAL            PIC X(08)        VALUE SPACES.

      *---- SINCRONIZACION CONTRA KC02803.TBCURCTA (DB2) --------------
       77  REG-SUCUEN               PIC S9(2)V USAGE COMP-3
           88 FECHAOK                                 VALUE 'Y'. 
           88 FECHAOK-NO                              VALUE 'N'. 
        
      *---- MENOR DE EDAD: FECHA DE NACIMIENTO + 18 ANOS CONTRA HOY --
       77  WS-FECNAC-NUM               PIC 9(08)      VALUE ZEROS.
       77  WS-CANT-REP                 PIC S9(9) COMP VALUE ZEROS.
       77  WS-REPNROCLI-ED             PIC 9(07)      VALUE ZEROS.

       77  WS-CLIENTE-VALIDO           PIC X.
           88 CLIENTEOK                               VALUE 'Y'.
           88 CLIENTEOK-NO                            VALUE 'N'.
              WHEN OTHER
                   CONTINUE

           END-EVALUATE

           IF CLIENTEOK AND
              REPCLII IS NUMERIC AND REPCLII IS NOT EQUAL ZEROS
              PERFORM 3800-VERIF-REPRES-I THRU 3800-VERIF-REPRES-F
           END-IF.
      
       3150-VALIDAR-F. EXIT. 


      *-------------------------------------------------------------
      *  CAMBIO DE REPRESENTANTE LEGAL: SOLO PARA EL MENOR DE 18
      *  ANOS, Y EL REPRESENTANTE DEBE SER UN CLIENTE PERSONA
      *  FISICA VIGENTE Y MAYOR DE EDAD. EN BLANCO NO SE TOCA.
       3800-VERIF-REPRES-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-FECHA-VAL TO WS-FECNAC-NUM

           IF WS-FECNAC-NUM + 180000 IS NOT GREATER WS-FECHA-AAAAMMDD
              MOVE -1 TO REPCLIL
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-17  TO MSGO
              GO TO 3800-VERIF-REPRES-F
           END-IF

           MOVE REPCLII TO REG-REPNROCLI
           MOVE ZEROS   TO WS-CANT-REP

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-REP
                FROM KC02803.TBCURCLI
               WHERE NROCLI    = :REG-REPNROCLI
                 AND CLASE     = 'F'
                 AND REPNROCLI = 0
                 AND FECBAJA  IS NULL
                 AND FECFALL  IS NULL
                 AND FECNAC   <= CURRENT DATE - 18 YEARS
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0 OR WS-CANT-REP IS EQUAL ZEROS
              MOVE -1 TO REPCLIL
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-16  TO MSGO
           END-IF.

       3800-VERIF-REPRES-F. EXIT.
      
      
      *-------------------------------------------------------------
           MOVE WS-FECHA-VAL TO PER-CLI-AAAAMMDD. 
           MOVE SPACES       TO PER-DIRECCION. 
           MOVE SPACES       TO PER-LOCALIDAD. 
           IF DOMICI IS NOT EQUAL SPACES AND
              DOMICI IS NOT EQUAL LOW-VALUES
              MOVE DOMICI    TO PER-DIRECCION
              MOVE CIUDI     TO PER-LOCALIDAD
           END-IF.
           MOVE SPACES       TO PER-EMAIL. 
           MOVE SPACES       TO PER-TELEFONO. 
           MOVE SEXOI        TO PER-SEXO.         
              END-EXEC
           END-IF

      *    CONDICION FISCAL ANTE GANANCIAS ('E' EXENTO / 'I'
      *    INSCRIPTO / 'N' NO INSCRIPTO): DEFINE LA RETENCION SOBRE
      *    INTERESES. EN BLANCO NO SE TOCA; EL CAMBIO SE AUDITA.
           IF CONDFI IS EQUAL 'E' OR CONDFI IS EQUAL 'I' OR
              CONDFI IS EQUAL 'N'
              PERFORM 5150-SYNC-CONDFISC-I THRU 5150-SYNC-CONDFISC-F
           END-IF

      *    DOMICILIO POSTAL: EN BLANCO NO SE TOCA. AL CAMBIARLO SE
      *    LEVANTA LA MARCA DE DOMICILIO OBSERVADO POR CORREO
      *    DEVUELTO (PGMCODEV); EL CAMBIO SE AUDITA.
           IF DOMICI IS NOT EQUAL SPACES AND
              DOMICI IS NOT EQUAL LOW-VALUES
              PERFORM 5160-SYNC-DOMICILIO-I THRU 5160-SYNC-DOMICILIO-F
           END-IF

      *    REPRESENTANTE LEGAL DEL MENOR, YA VALIDADO EN 3800.
      *    EN BLANCO NO SE TOCA; EL CAMBIO SE AUDITA.
           IF REPCLII IS NUMERIC AND REPCLII IS NOT EQUAL ZEROS
              PERFORM 5170-SYNC-REPRES-I THRU 5170-SYNC-REPRES-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURCLI
                 SET NOMAPE = :REG-NOMAPE,
       5100-SYNC-TBCURCLI-F. EXIT.


      *-------------------------------------------------------------
      *  CAMBIO DE CONDICION FISCAL EN TBCURCLI CON SU AUDITORIA.
       5150-SYNC-CONDFISC-I.

           MOVE SPACES TO REG-CONDFISC-ANT
           EXEC SQL
              SELECT CONDFISC
                INTO :REG-CONDFISC-ANT
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS OR
              REG-CONDFISC-ANT IS EQUAL CONDFI
              GO TO 5150-SYNC-CONDFISC-F
           END-IF

           MOVE CONDFI TO REG-CONDFISC
           EXEC SQL
              UPDATE KC02803.TBCURCLI
                 SET CONDFISC = :REG-CONDFISC
               WHERE TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           END-EXEC

           IF SQLCODE IS EQUAL ZEROS
              MOVE 'CFIS'           TO AUD-ACCION
              MOVE REG-CONDFISC-ANT TO AUD-VALOR-ANT
              MOVE REG-CONDFISC     TO AUD-VALOR-NUE
              PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F
           END-IF.

       5150-SYNC-CONDFISC-F. EXIT.


      *-------------------------------------------------------------
      *  CAMBIO DE DOMICILIO EN TBCURCLI CON SU AUDITORIA. EL NUEVO
      *  DOMICILIO SE DA POR VALIDO: SE LIMPIA DOMINV Y FECDOMINV
      *  QUEDA CON LA FECHA DEL CAMBIO, PARA QUE UNA DEVOLUCION DE
      *  FECHA ANTERIOR QUE LLEGUE DESPUES NO LO VUELVA A MARCAR.
       5160-SYNC-DOMICILIO-I.

           MOVE SPACES TO REG-DOMICILIO-ANT
           EXEC SQL
              SELECT VALUE(DOMICILIO, ' ')
                INTO :REG-DOMICILIO-ANT
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              GO TO 5160-SYNC-DOMICILIO-F
           END-IF

           MOVE DOMICI TO REG-DOMICILIO
           MOVE CIUDI  TO REG-CIUDAD
           MOVE CPOSTI TO REG-CODPOSTAL
           EXEC SQL
              UPDATE KC02803.TBCURCLI
                 SET DOMICILIO = :REG-DOMICILIO,
                     CIUDAD    = :REG-CIUDAD,
                     CODPOSTAL = :REG-CODPOSTAL,
                     DOMINV    = 'N',
                     FECDOMINV = CURRENT DATE,
                     MOTDOMINV = ' '
               WHERE TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           END-EXEC

           IF SQLCODE IS EQUAL ZEROS
              MOVE 'DOMI'            TO AUD-ACCION
              MOVE REG-DOMICILIO-ANT TO AUD-VALOR-ANT
              MOVE REG-DOMICILIO     TO AUD-VALOR-NUE
              PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F
           ELSE
              MOVE CT-MNS-12 TO MSGO
           END-IF.

       5160-SYNC-DOMICILIO-F. EXIT.


      *-------------------------------------------------------------
      *  CAMBIO DE REPRESENTANTE LEGAL EN TBCURCLI CON SU AUDITORIA.
       5170-SYNC-REPRES-I.

           MOVE ZEROS TO REG-REPNROCLI-ANT
           EXEC SQL
              SELECT REPNROCLI
                INTO :REG-REPNROCLI-ANT
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS OR
              REG-REPNROCLI-ANT IS EQUAL REG-REPNROCLI
              GO TO 5170-SYNC-REPRES-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURCLI
                 SET REPNROCLI = :REG-REPNROCLI
               WHERE TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           END-EXEC

           IF SQLCODE IS EQUAL ZEROS
              MOVE 'RLEG'            TO AUD-ACCION
              MOVE SPACES            TO AUD-VALOR-ANT AUD-VALOR-NUE
              MOVE REG-REPNROCLI-ANT TO WS-REPNROCLI-ED
              MOVE WS-REPNROCLI-ED   TO AUD-VALOR-ANT
              MOVE REG-REPNROCLI     TO WS-REPNROCLI-ED
              MOVE WS-REPNROCLI-ED   TO AUD-VALOR-NUE
              PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F
           ELSE
              MOVE CT-MNS-12 TO MSGO
           END-IF.

       5170-SYNC-REPRES-F. EXIT.


      *-------------------------------------------------------------
      *  PROPAGA EL CAMBIO DE SUCURSAL A TODAS LAS CUENTAS DEL
      *  CLIENTE EN TBCURCTA (LA SUCURSAL NO SE GUARDA EN PERSOCAF
           EXEC CICS FORMATTIME 
              ABSTIME (WS-ABSTIME) 
              DDMMYYYY (WS-FECHA) DATESEP(WS-SEP-DATE) 
              YYYYMMDD (WS-FECHA-AAAAMMDD)
              TIME (WS-HORA) TIMESEP(WS-SEP-HOUR) 
           END-EXEC 
        
