       77  TOT-ERR-SEXO           PIC 9(05)      VALUE ZEROES.
       77  TOT-ERR-TIPO-NOV       PIC 9(05)      VALUE ZEROES.
       77  TOT-ERR-FALL           PIC 9(05)      VALUE ZEROES.
       77  TOT-ERR-CONDFISC       PIC 9(05)      VALUE ZEROES.
       77  TOT-ERR-DOMICILIO      PIC 9(05)      VALUE ZEROES.
       77  TOT-FALLECIDOS         PIC 9(05)      VALUE ZEROES.
       77  TOT-CTAS-BLOQ          PIC 9(05)      VALUE ZEROES.
       77  TOT-CTAS-PASAN         PIC 9(05)      VALUE ZEROES.
       77  REG-SEXO             PIC X(01)        VALUE SPACES.
       77  REG-FECNAC           PIC X(08)        VALUE SPACES.
       77  REG-FECFALL          PIC X(08)        VALUE SPACES.
       77  REG-DOMICILIO        PIC X(30)        VALUE SPACES.
       77  REG-DOMICILIO-ANT    PIC X(30)        VALUE SPACES.
       77  REG-CIUDAD           PIC X(30)        VALUE SPACES.
       77  REG-CODPOSTAL        PIC X(08)        VALUE SPACES.
       77  REG-NROCLI-FALL      PIC S9(07)V USAGE COMP-3
                                                 VALUE ZEROES.
       77  REG-NROCLI-SUP       PIC S9(07)V USAGE COMP-3
           10 CLI-NOMAPE      PIC X(30).                
           10 CLI-FECNAC      PIC X(10).                
           10 CLI-SEXO        PIC X(1).                 
           10 CLI-CONDFISC    PIC X(1).
      
      *-----------------------------------------------------------
       01  WS-REG-NOVECLI. 
      * TIP-NOV = PE  PREFERENCIA DE ENVIO DE RESUMENES ('P'
      *               PAPEL / 'E' EMAIL, EL VALOR VIAJA EN
      *               CLI-SEXO)
      * TIP-NOV = CF  CONDICION FISCAL ANTE GANANCIAS ('E' EXENTO /
      *               'I' INSCRIPTO / 'N' NO INSCRIPTO, EL VALOR
      *               VIAJA EN CLI-SEXO)
      * TIP-NOV = FA  FALLECIMIENTO (LA FECHA VIAJA EN CLI-FENAC):
      *               ESTAMPA FECFALL EN TBCURCLI, BLOQUEA LOS
      *               DEBITOS DE SUS CUENTAS (ESTCTA 'F', LOS
      *               CREDITOS SIGUEN ABIERTOS) Y ALIMENTA EL
      *               LISTADO DE SUCESIONES PENDIENTES (DDSUCES)
      * TIP-NOV = DO  CAMBIO DE DOMICILIO (EL DOMICILIO VIAJA EN
      *               CLI-NOMBRE, EL CODIGO POSTAL EN CLI-FENAC Y
      *               LA CIUDAD EN CLI-CIUDAD): LEVANTA LA MARCA DE
      *               DOMICILIO OBSERVADO POR CORREO DEVUELTO
           03  NOV-TIP-NOV         PIC X(02)    VALUE SPACES.
      
      * TIP-DOC = DU; PA; PE 

      * CLI-SEXO = F; M; O 
           03  NOV-CLI-SEXO        PIC X        VALUE SPACES. 

      * CLI-CIUDAD SOLO PARA TIP-NOV = DO
           03  NOV-CLI-CIUDAD      PIC X(19)    VALUE SPACES. 
      
      *//////////////////////////////////////////////////////////////
      
                       THRU 2300-HANDLE-ERROR-F
                 END-IF

               WHEN 'CF'
                 IF NOV-CLI-SEXO IS EQUAL 'E' OR
                    NOV-CLI-SEXO IS EQUAL 'I' OR
                    NOV-CLI-SEXO IS EQUAL 'N' THEN
                    PERFORM 2400-GRABAR-REG-I
                       THRU 2400-GRABAR-REG-F
                 ELSE
                    MOVE 'CONDICION FISCAL INVÁLIDA'
                      TO WS-MESSAGE-ERROR
                    ADD 1 TO TOT-ERR-CONDFISC
                    PERFORM 2300-HANDLE-ERROR-I
                       THRU 2300-HANDLE-ERROR-F
                 END-IF

               WHEN 'FA'
                 IF NOV-NRO-DOC IS NUMERIC AND
                    NOV-CLI-FENAC IS NUMERIC THEN
                       THRU 2300-HANDLE-ERROR-F
                 END-IF

               WHEN 'DO'
                 IF NOV-CLI-NOMBRE IS NOT EQUAL TO SPACES AND
                    NOV-CLI-FENAC IS NOT EQUAL TO SPACES THEN
                    PERFORM 2400-GRABAR-REG-I
                       THRU 2400-GRABAR-REG-F
                 ELSE
                    MOVE 'DOMICILIO INVÁLIDO'
                      TO WS-MESSAGE-ERROR
                    ADD 1 TO TOT-ERR-DOMICILIO
                    PERFORM 2300-HANDLE-ERROR-I
                       THRU 2300-HANDLE-ERROR-F
                 END-IF

               WHEN OTHER
                 MOVE 'TIPO DE NOVEDAD NO VÁLIDO' TO WS-MESSAGE-ERROR
                 ADD 1 TO TOT-ERR-TIPO-NOV
           MOVE TOT-ERR-FALL TO IMP-RESUMEN-CANT
           WRITE REG-SALIDA FROM IMP-RESUMEN-LINEA

           MOVE 'CONDICION FISCAL INVÁLIDA' TO IMP-RESUMEN-MOTIVO
           MOVE TOT-ERR-CONDFISC TO IMP-RESUMEN-CANT
           WRITE REG-SALIDA FROM IMP-RESUMEN-LINEA

           MOVE 'DOMICILIO INVÁLIDO' TO IMP-RESUMEN-MOTIVO
           MOVE TOT-ERR-DOMICILIO TO IMP-RESUMEN-CANT
           WRITE REG-SALIDA FROM IMP-RESUMEN-LINEA

           WRITE REG-SALIDA FROM WS-SEPARATE
           MOVE 'TOTAL' TO IMP-RESUMEN-MOTIVO
           MOVE TOT-MOD-ERRORES TO IMP-RESUMEN-CANT
                       UNTIL WS-DB2-REINTENTAR-NO
                          OR WS-DB2-REINTENTOS > WS-DB2-REINTENTOS-MAX

                 WHEN 'CF'
                    SET WS-SQL-SI TO TRUE
                    SET WS-DB2-REINTENTAR-SI TO TRUE
                    PERFORM 2437-UPDATE-CF-I
                       THRU 2437-UPDATE-CF-F
                       VARYING WS-DB2-REINTENTOS FROM 1 BY 1
                       UNTIL WS-DB2-REINTENTAR-NO
                          OR WS-DB2-REINTENTOS > WS-DB2-REINTENTOS-MAX

                 WHEN 'DO'
                    SET WS-SQL-SI TO TRUE
                    SET WS-DB2-REINTENTAR-SI TO TRUE
                    PERFORM 2438-UPDATE-DO-I
                       THRU 2438-UPDATE-DO-F
                       VARYING WS-DB2-REINTENTOS FROM 1 BY 1
                       UNTIL WS-DB2-REINTENTAR-NO
                          OR WS-DB2-REINTENTOS > WS-DB2-REINTENTOS-MAX

                 WHEN 'FA'
                    MOVE NOV-CLI-FENAC TO WS-FECHA-NAC-PARSE
                    MOVE FNP-ANIO      TO LK-FEC-ANIO

       2435-UPDATE-PE-F. EXIT.

      *--------------------------------------------------------------
      *  CONDICION FISCAL: DEFINE LA ALICUOTA DE RETENCION DE
      *  GANANCIAS QUE APLICAN PGMINTCA Y PGMPFVTO A LOS INTERESES.
       2437-UPDATE-CF-I.

           MOVE 'CONDFISC' TO WS-CAMPO-MODIFICADO
           MOVE SPACES     TO WS-VALOR-ANTERIOR

           EXEC SQL SELECT CONDFISC INTO :CLI-CONDFISC
              FROM KC02803.TBCURCLI
              WHERE TIPDOC = :REG-TIPDOC
                AND NRODOC = :REG-NRODOC
           END-EXEC

           IF SQLCODE IS EQUAL ZEROS THEN
              MOVE CLI-CONDFISC TO WS-VALOR-ANTERIOR
           END-IF

           MOVE REG-SEXO TO WS-VALOR-NUEVO

           EXEC SQL UPDATE KC02803.TBCURCLI
              SET CONDFISC = :REG-SEXO
              WHERE TIPDOC = :REG-TIPDOC
                AND NRODOC = :REG-NRODOC
           END-EXEC.

           PERFORM 2450-VERIF-REINTENTO-I THRU 2450-VERIF-REINTENTO-F.

       2437-UPDATE-CF-F. EXIT.

      *--------------------------------------------------------------
      *  CAMBIO DE DOMICILIO: EL NUEVO DOMICILIO SE DA POR VALIDO,
      *  SE LEVANTA LA MARCA DE CORREO DEVUELTO (DOMINV) Y FECDOMINV
      *  QUEDA CON LA FECHA DEL CAMBIO PARA QUE PGMCODEV NO APLIQUE
      *  DEVOLUCIONES DE FECHA ANTERIOR.
       2438-UPDATE-DO-I.

           MOVE 'DOMICILIO' TO WS-CAMPO-MODIFICADO
           MOVE SPACES      TO WS-VALOR-ANTERIOR

           MOVE NOV-CLI-NOMBRE TO REG-DOMICILIO
           MOVE NOV-CLI-CIUDAD TO REG-CIUDAD
           MOVE NOV-CLI-FENAC  TO REG-CODPOSTAL

           EXEC SQL SELECT VALUE(DOMICILIO, ' ')
              INTO :REG-DOMICILIO-ANT
              FROM KC02803.TBCURCLI
              WHERE TIPDOC = :REG-TIPDOC
                AND NRODOC = :REG-NRODOC
           END-EXEC

           IF SQLCODE IS EQUAL ZEROS THEN
              MOVE REG-DOMICILIO-ANT TO WS-VALOR-ANTERIOR
           END-IF

           MOVE REG-DOMICILIO TO WS-VALOR-NUEVO

           EXEC SQL UPDATE KC02803.TBCURCLI
              SET DOMICILIO = :REG-DOMICILIO,
                  CIUDAD    = :REG-CIUDAD,
                  CODPOSTAL = :REG-CODPOSTAL,
                  DOMINV    = 'N',
                  FECDOMINV = CURRENT DATE,
                  MOTDOMINV = ' '
              WHERE TIPDOC = :REG-TIPDOC
                AND NRODOC = :REG-NRODOC
           END-EXEC.

           PERFORM 2450-VERIF-REINTENTO-I THRU 2450-VERIF-REINTENTO-F.

       2438-UPDATE-DO-F. EXIT.


      *--------------------------------------------------------------
      *  FALLECIMIENTO: ESTAMPA LA FECHA EN TBCURCLI Y BLOQUEA LOS
