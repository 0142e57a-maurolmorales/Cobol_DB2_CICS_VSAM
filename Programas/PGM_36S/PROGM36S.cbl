                             'ALTA OK - ERROR SINCRONIZANDO TBCURCLI'.
              05 CT-MNS-12         PIC X(72)           VALUE
                   'AYUDA: TIPDOC DU/PA/PE  SEXO F/M/O  FECHA AAAAMMDD'.
              05 CT-MNS-13         PIC X(72)           VALUE
                   'MENOR DE EDAD - INGRESE CLIENTE REPRESENTANTE'.
              05 CT-MNS-14         PIC X(72)           VALUE
                   'REPRESENTANTE INEXISTENTE, DE BAJA O MENOR DE EDAD'.
              05 CT-MNS-LISTA      PIC X(72)           VALUE
                   'ALTA RETENIDA: COINCIDE CON LISTA DE CONTROL - DERI
      -              'VAR A CUMPLIMIENTO'.
       77  REG-FECNAC               PIC X(08)        VALUE SPACES.
       77  REG-FECALTA              PIC X(08)        VALUE SPACES.
       77  REG-CLASE                PIC X(01)        VALUE 'F'.
       77  REG-REPNROCLI            PIC S9(07)V USAGE COMP-3
                                                        VALUE ZEROES.
       77  NOT-FOUND                PIC S9(9) COMP   VALUE +100.

      *---- FILTRO DE LISTAS DE CONTROL (TBCURLSN) --------------------
           88 FECHAOK                                  VALUE 'Y'. 
           88 FECHAOK-NO                               VALUE 'N'. 
      
      *---- MENOR DE EDAD: FECHA DE NACIMIENTO + 18 ANOS CONTRA HOY --
       77  WS-FECNAC-NUM           PIC 9(08)           VALUE ZEROS.
       77  WS-CANT-REP             PIC S9(9) COMP      VALUE ZEROS.

       77  WS-CLIENTE-VALIDO       PIC X.
           88 CLIENTEOK                                VALUE 'Y'.
           88 CLIENTEOK-NO                             VALUE 'N'.
              WHEN OTHER
                   CONTINUE

           END-EVALUATE

           MOVE ZEROS TO REG-REPNROCLI
           IF CLIENTEOK AND NOT WS-TIP-DOC-JURIDICA
              PERFORM 3800-VERIF-MENOR-I THRU 3800-VERIF-MENOR-F
           END-IF.
      
       3150-VALIDAR-F. EXIT. 


      *-------------------------------------------------------------
      *  EL MENOR DE 18 ANOS SE DA DE ALTA VINCULADO A SU
      *  REPRESENTANTE LEGAL, QUE DEBE SER UN CLIENTE PERSONA
      *  FISICA VIGENTE Y MAYOR DE EDAD. PARA EL MAYOR EL CAMPO
      *  SE IGNORA.
       3800-VERIF-MENOR-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-FECHA-VAL TO WS-FECNAC-NUM

           IF WS-FECNAC-NUM + 180000 IS NOT GREATER WS-FECHA-AAAAMMDD
              GO TO 3800-VERIF-MENOR-F
           END-IF

           IF REPCLII IS NOT NUMERIC OR REPCLII IS EQUAL ZEROS
              MOVE -1 TO REPCLIL
              SET CLIENTEOK-NO TO TRUE
              MOVE CT-MNS-13  TO MSGO
              GO TO 3800-VERIF-MENOR-F
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
              MOVE CT-MNS-14  TO MSGO
           END-IF.

       3800-VERIF-MENOR-F. EXIT.
      
      
      *------------------------------------------------------------- 
                 MOVE PER-NOMAPE TO AUD-VALOR-NUE
                 PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F
                 PERFORM 5100-SYNC-TBCURCLI-I THRU 5100-SYNC-TBCURCLI-F
                 IF REG-REPNROCLI IS NOT EQUAL ZEROS
                    MOVE 'RLEG'  TO AUD-ACCION
                    MOVE SPACES  TO AUD-VALOR-ANT
                    MOVE REPCLII TO AUD-VALOR-NUE
                    PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F
                 END-IF
              WHEN OTHER
                 MOVE CT-MNS-09  TO MSGO
           END-EVALUATE
           EXEC SQL
              INSERT INTO KC02803.TBCURCLI
                 ( TIPDOC, NRODOC, NROCLI, NOMAPE,
                   FECNAC, SEXO, FECALTA, CLASE, REPNROCLI )
              VALUES (
                   :REG-TIPDOC, :REG-NRODOC, :REG-NROCLI, :REG-NOMAPE,
                   :REG-FECNAC, :REG-SEXO, :REG-FECALTA, :REG-CLASE,
                   :REG-REPNROCLI
                 )
           END-EXEC

