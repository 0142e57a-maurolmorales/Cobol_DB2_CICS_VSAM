      *    LOS CLIENTES SIN CODIGO POSTAL O SIN DOMICILIO SE     *
      *    SALTEAN Y SE CUENTAN: SALEN POR EL LISTADO DE         *
      *    PGMCPOSV PARA SU CORRECCION.                          *
      *    TAMPOCO SE EMITE ETIQUETA A QUIEN PIDIO NO SER        *
      *    CONTACTADO POR CORREO POSTAL (TBCURCON, CANAL 'C',    *
      *    CONSIENTE 'N'); SE CUENTAN COMO SUPRIMIDOS.           *
      *    EL PRIMER RENGLON LLEVA LA REFERENCIA DE ENVIO ('E' + *
      *    NRO DE CLIENTE) QUE LA SUCURSAL CARGA SI EL CORREO    *
      *    DEVUELVE LA PIEZA (PGMCODEV). SI EL DOMICILIO ESTA    *
      *    OBSERVADO (DOMINV 'S') LA ETIQUETA NO VA AL CORREO:   *
      *    SALE DIRIGIDA A LA SUCURSAL DEL CLIENTE PARA          *
      *    RETENER LA PIEZA, AL FINAL DEL ARCHIVO, Y SE CUENTA   *
      *    COMO RETENIDA.                                        *
      *                                                          *
      ************************************************************

       77  WS-LEIDOS-CANT        PIC 9(05)           VALUE ZEROES.
       77  WS-ETIQUETAS-CANT     PIC 9(05)           VALUE ZEROES.
       77  WS-SALTEADOS-CANT     PIC 9(05)           VALUE ZEROES.
       77  WS-SUPRIMIDOS-CANT    PIC 9(05)           VALUE ZEROES.
       77  WS-RETENIDOS-CANT     PIC 9(05)           VALUE ZEROES.

      *-----------  LINEAS DE LA ETIQUETA -----------------------------
       01  ETQ-LINEA-NOMBRE.
           03  ETQ-NOMAPE          PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  ETQ-REFERENCIA.
               05  FILLER          PIC X(01)    VALUE 'E'.
               05  ETQ-NROCLI      PIC 9(07).
           03  FILLER              PIC X(01)    VALUE SPACES.

       01  ETQ-LINEA-DOMICILIO.
           03  ETQ-DOMICILIO       PIC X(30).
           03  ETQ-CIUDAD          PIC X(30).
           03  FILLER              PIC X(01)    VALUE SPACES.

      *    ETIQUETA DE PIEZA RETENIDA POR DOMICILIO OBSERVADO.
       01  ETQ-LINEA-RETENER.
           03  FILLER              PIC X(20)    VALUE
               'RETENER EN SUCURSAL '.
           03  ETQ-SUCUEN          PIC Z9.
           03  FILLER              PIC X(18)    VALUE SPACES.

       01  ETQ-LINEA-OBSERVADO.
           03  FILLER              PIC X(40)    VALUE
               'DOMICILIO OBSERVADO - NO ENVIAR'.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DE LA TABLA DEL CURSOR.
       77  REG-NROCLI    PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  REG-NOMAPE    PIC X(30)                   VALUE SPACES.
       77  REG-DOMICILIO PIC X(30)                   VALUE SPACES.
       77  REG-CIUDAD    PIC X(30)                   VALUE SPACES.
       77  REG-CODPOSTAL PIC X(8)                    VALUE SPACES.
       77  REG-CONSIENTE PIC X(1)                    VALUE SPACES.
       77  REG-DOMINV    PIC X(1)                    VALUE SPACES.
       77  REG-SUCUEN    PIC S9(4) COMP              VALUE ZEROS.
       77  WS-NULL-DOM             PIC S9(4) COMP    VALUE ZEROS.
       77  WS-NULL-CIU             PIC S9(4) COMP    VALUE ZEROS.
       77  WS-NULL-CP              PIC S9(4) COMP    VALUE ZEROS.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    CLIENTES VIGENTES CON ENVIO PAPEL, EN EL ORDEN DEL
      *    RECORRIDO POSTAL (CODIGO POSTAL Y LUEGO NOMBRE), CON EL
      *    CONSENTIMIENTO POR CORREO POSTAL (SIN FILA = 'S'). LOS
      *    DE DOMICILIO OBSERVADO VAN AL FINAL, CON LA SUCURSAL DEL
      *    CLIENTE (LA MENOR DE SUS CUENTAS, CRITERIO DE PGMPOSCL).
           EXEC SQL
              DECLARE CURSORETQ CURSOR FOR
                 SELECT C.NROCLI,
                        C.NOMAPE,
                        C.DOMICILIO,
                        C.CIUDAD,
                        C.CODPOSTAL,
                        VALUE((SELECT N.CONSIENTE
                                 FROM KC02803.TBCURCON N
                                WHERE N.NROCLI = C.NROCLI
                                  AND N.CANAL  = 'C'), 'S'),
                        C.DOMINV,
                        VALUE((SELECT MIN(A.SUCUEN)
                                 FROM KC02803.TBCURCTA A
                                WHERE A.NROCLI = C.NROCLI), 0)
                 FROM KC02803.TBCURCLI C
                 WHERE C.FECBAJA IS NULL
                   AND C.PREFENV = 'P'
                 ORDER BY C.DOMINV, C.CODPOSTAL, C.NOMAPE
           END-EXEC.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||

           ADD 1 TO WS-LEIDOS-CANT

      *    EL CLIENTE PIDIO NO RECIBIR CORREO POSTAL.
           IF REG-CONSIENTE IS EQUAL 'N'
              ADD 1 TO WS-SUPRIMIDOS-CANT
              GO TO 2000-SEGUIR-LEYENDO
           END-IF

      *    CORREO DEVUELTO: LA PIEZA SE RETIENE EN LA SUCURSAL.
           IF REG-DOMINV IS EQUAL 'S'
              PERFORM 3100-ETIQUETA-RETENIDA-I
                 THRU 3100-ETIQUETA-RETENIDA-F
              GO TO 2000-SEGUIR-LEYENDO
           END-IF

      *    SIN CODIGO POSTAL O SIN DOMICILIO LA ETIQUETA NO
      *    LLEGA A DESTINO: SE SALTEA EL CLIENTE.
           IF WS-NULL-CP  IS LESS ZEROS OR
       3000-EMITIR-ETIQUETA-I.

           MOVE REG-NOMAPE    TO ETQ-NOMAPE
           MOVE REG-NROCLI    TO ETQ-NROCLI
           MOVE REG-DOMICILIO TO ETQ-DOMICILIO
           MOVE REG-CODPOSTAL TO ETQ-CODPOSTAL
           IF WS-NULL-CIU IS LESS ZEROS
       3000-EMITIR-ETIQUETA-F. EXIT.


      *---- ETIQUETA DIRIGIDA A LA SUCURSAL (DOMICILIO OBSERVADO) -----
       3100-ETIQUETA-RETENIDA-I.

           MOVE REG-NOMAPE    TO ETQ-NOMAPE
           MOVE REG-NROCLI    TO ETQ-NROCLI
           MOVE REG-SUCUEN    TO ETQ-SUCUEN

           WRITE REG-ETIQUETA FROM ETQ-LINEA-NOMBRE
           WRITE REG-ETIQUETA FROM ETQ-LINEA-RETENER
           WRITE REG-ETIQUETA FROM ETQ-LINEA-OBSERVADO
           MOVE SPACES TO REG-ETIQUETA
           WRITE REG-ETIQUETA
           IF FS-ETIQUETAS IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE ETIQUETAS = ' FS-ETIQUETAS
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 3100-ETIQUETA-RETENIDA-F
           END-IF

           ADD 1 TO WS-RETENIDOS-CANT.

       3100-ETIQUETA-RETENIDA-F. EXIT.


      *---------------------------------------------------------------
       4000-LEER-FETCH-I.

                          REG-CIUDAD
                          REG-CODPOSTAL
           EXEC SQL
              FETCH CURSORETQ INTO :REG-NROCLI,
                                   :REG-NOMAPE,
                                   :REG-DOMICILIO :WS-NULL-DOM,
                                   :REG-CIUDAD :WS-NULL-CIU,
                                   :REG-CODPOSTAL :WS-NULL-CP,
                                   :REG-CONSIENTE,
                                   :REG-DOMINV,
                                   :REG-SUCUEN
           END-EXEC

           EVALUATE SQLCODE
           DISPLAY 'CLIENTES LEIDOS    : ' WS-LEIDOS-CANT
           DISPLAY 'ETIQUETAS EMITIDAS : ' WS-ETIQUETAS-CANT
           DISPLAY 'CLIENTES SALTEADOS : ' WS-SALTEADOS-CANT
           DISPLAY 'SIN CONSENTIMIENTO : ' WS-SUPRIMIDOS-CANT
           DISPLAY 'RETENIDAS EN SUC.  : ' WS-RETENIDOS-CANT

           CLOSE ETIQUETAS
           IF FS-ETIQUETAS IS NOT EQUAL '00' THEN
