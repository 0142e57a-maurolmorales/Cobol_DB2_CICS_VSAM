       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRAREC.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRAREC                                      *
      *  DESCRIPCIÓN:                                            *
      *    RECUPERACION A PEDIDO DE LOS RASTROS ARCHIVADOS POR   *
      *    PGMRAARC, PARA UNA INVESTIGACION. EL PARM INDICA EL   *
      *    RASTRO: 'AUDITCAF' O 'SEGUCAF'. EL PERIODO LLEGA EN   *
      *    LA FICHA DDPEDIDO (DESDE/HASTA, AAAA/MM/DD).          *
      *    RECORRE LAS GENERACIONES DEL ARCHIVO CONCATENADAS EN  *
      *    DDARCH, PRUEBA CADA UNA CONTRA SU TRAILER, Y CARGA    *
      *    LAS ENTRADAS DEL PERIODO EN EL CLUSTER DE CONSULTA    *
      *    HISTORICA (DDHISK, RECIEN DEFINIDO POR IDCAMS, CON    *
      *    LA MISMA CLAVE Y REGISTRO QUE EL KSDS EN LINEA), QUE  *
      *    PGMAUCAF Y PGMSEGON MUESTRAN CON PF5.                 *
      *    UNA GENERACION QUE NO CUADRA SE CARGA IGUAL PERO SE   *
      *    INFORMA Y TERMINA CON RC=8.                           *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCHIVO ASSIGN DDARCH
                  FILE STATUS IS FS-ARCHIVO.

           SELECT PEDIDO ASSIGN DDPEDIDO
           FILE STATUS IS FS-PEDIDO.

           SELECT AUDIHIST ASSIGN TO DDHISK
           ORGANIZATION IS INDEXED
           ACCESS       IS RANDOM
           RECORD KEY   IS AUK-KEY
           FILE STATUS  IS FS-HISTO.

           SELECT SEGUHIST ASSIGN TO DDHISK
           ORGANIZATION IS INDEXED
           ACCESS       IS RANDOM
           RECORD KEY   IS SGK-KEY
           FILE STATUS  IS FS-HISTO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-ARCHIVO    PIC X(120).

       FD  PEDIDO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PEDIDO     PIC X(30).

      *---- HISTORICO DE AUDITORIA, MISMO REGISTRO QUE AUDITCAF -------
       FD  AUDIHIST.
       01  REG-AUDITCAF.
           05 AUK-KEY.
              10 AUK-TIPDOC        PIC X(02).
              10 AUK-NRODOC        PIC 9(11).
              10 AUK-FECHA         PIC X(10).
              10 AUK-HORA          PIC X(08).
              10 AUK-SECUEN        PIC 9(03).
           05 AUK-TRANSACCION      PIC X(04).
           05 AUK-OPERADOR         PIC X(03).
           05 AUK-TERMINAL         PIC X(04).
           05 AUK-ACCION           PIC X(04).
           05 AUK-VALOR-ANT        PIC X(30).
           05 AUK-VALOR-NUE        PIC X(30).

      *---- HISTORICO DE SEGURIDAD, MISMO REGISTRO QUE SEGUCAF --------
       FD  SEGUHIST.
       01  REG-SEGUCAF.
           05 SGK-KEY.
              10 SGK-OPERADOR      PIC X(03).
              10 SGK-FECHA         PIC X(10).
              10 SGK-HORA          PIC X(08).
              10 SGK-SECUEN        PIC 9(03).
           05 SGK-TERMINAL         PIC X(04).
           05 SGK-TRANSACCION      PIC X(04).
           05 SGK-MOTIVO           PIC X(02).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-ARCHIVO              PIC XX       VALUE SPACES.
           88  FS-ARCHIVO-FIN                   VALUE '10'.
       77  FS-PEDIDO               PIC XX       VALUE SPACES.
       77  FS-HISTO                PIC XX       VALUE SPACES.

      *---- RASTRO A PROCESAR (PARM) ----------------------------------
       77  WS-RASTRO-ID            PIC X(08)    VALUE SPACES.
           88  WS-ES-AUDITCAF                   VALUE 'AUDITCAF'.
           88  WS-ES-SEGUCAF                    VALUE 'SEGUCAF '.

      *----------- FICHA DEL PEDIDO (30 BYTES) ------------------------
       01  WS-REG-PEDIDO.
           03  PED-DESDE           PIC X(10).
           03  PED-HASTA           PIC X(10).
           03  FILLER              PIC X(10).

      *----------- CONTROL POR GENERACION -----------------------------
       77  WS-GEN-CANT             PIC 9(09)    VALUE ZEROS.
       77  WS-GEN-HASH      PIC S9(17) COMP-3   VALUE ZEROS.
       77  WS-GEN-NRO              PIC 9(03)    VALUE ZEROS.
       77  WS-GEN-ABIERTA          PIC X        VALUE 'N'.
       77  WS-GEN-MALAS            PIC 9(03)    VALUE ZEROS.

      *----------- CONTADORES -----------------------------------------
       77  WS-CANT-LEIDOS          PIC 9(09)    VALUE ZEROS.
       77  WS-CANT-CARGADOS        PIC 9(09)    VALUE ZEROS.
       77  WS-CANT-DUPLICADOS      PIC 9(09)    VALUE ZEROS.

      *----------- VISTAS DEL REGISTRO DEL ARCHIVO --------------------
       01  WS-REG-ARC.
           03  ARC-TIPO-REG        PIC X(02).
           03  FILLER              PIC X(118).

       01  WS-REG-ARC-CAB REDEFINES WS-REG-ARC.
           03  FILLER              PIC X(02).
           03  CAB-RASTRO          PIC X(08).
           03  CAB-FECHA           PIC 9(08).
           03  CAB-CORTE           PIC X(10).
           03  CAB-MESES           PIC 9(03).
           03  FILLER              PIC X(89).

       01  WS-REG-ARC-DET REDEFINES WS-REG-ARC.
           03  FILLER              PIC X(02).
           03  DET-REGISTRO        PIC X(109).
           03  FILLER              PIC X(09).

       01  WS-REG-ARC-FIN REDEFINES WS-REG-ARC.
           03  FILLER              PIC X(02).
           03  FIN-CANTIDAD        PIC 9(09).
           03  FIN-HASH            PIC 9(17).
           03  FILLER              PIC X(92).

      *---- CLAVE DE LA ENTRADA LLEVADA A FECHA AAAA/MM/DD ------------
       01  WS-CLAVE-ORDEN.
           03  ORD-FECHA           PIC X(10).
           03  ORD-HORA            PIC X(08).
           03  ORD-SECUEN          PIC X(03).

      *    DIGITOS DE LA CLAVE PARA EL HASH: AAAAMMDD + HHMMSS +
      *    SECUENCIA (EL MISMO CALCULO QUE PGMRAARC).
       01  WS-CLAVE-DIGITOS.
           03  DIG-AAAAMMDD        PIC 9(08).
           03  DIG-HHMMSS          PIC 9(06).
           03  DIG-SECUEN          PIC 9(03).

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

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
                                  UNTIL FS-ARCHIVO-FIN
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---------------------------------------------------------------
       1000-INICIO-I.

           IF LK-PARM-LEN IS GREATER ZEROS AND
              LK-PARM-LEN IS NOT GREATER 8
              MOVE LK-PARM-DATA (1:LK-PARM-LEN) TO WS-RASTRO-ID
           END-IF
           IF NOT WS-ES-AUDITCAF AND NOT WS-ES-SEGUCAF
              DISPLAY '* PARM DEBE SER AUDITCAF O SEGUCAF'
              MOVE 9999 TO RETURN-CODE
              SET FS-ARCHIVO-FIN TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN INPUT PEDIDO
           IF FS-PEDIDO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN PEDIDO = ' FS-PEDIDO
              MOVE 9999 TO RETURN-CODE
              SET FS-ARCHIVO-FIN TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           READ PEDIDO INTO WS-REG-PEDIDO
           IF FS-PEDIDO IS NOT EQUAL '00'
              DISPLAY '* FALTA LA FICHA DEL PEDIDO'
              MOVE 9999 TO RETURN-CODE
              SET FS-ARCHIVO-FIN TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           CLOSE PEDIDO

           IF PED-DESDE IS EQUAL SPACES OR
              PED-HASTA IS EQUAL SPACES OR
              PED-DESDE IS GREATER PED-HASTA
              DISPLAY '* PERIODO INVALIDO EN LA FICHA: ' PED-DESDE
                      ' A ' PED-HASTA
              MOVE 9999 TO RETURN-CODE
              SET FS-ARCHIVO-FIN TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           DISPLAY 'RASTRO           : ' WS-RASTRO-ID
           DISPLAY 'PERIODO PEDIDO   : ' PED-DESDE ' A ' PED-HASTA

           OPEN INPUT ARCHIVO
           IF FS-ARCHIVO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN ARCHIVO = ' FS-ARCHIVO
              MOVE 9999 TO RETURN-CODE
              SET FS-ARCHIVO-FIN TO TRUE
              GO TO 1000-INICIO-F
           END-IF

      *    EL CLUSTER LLEGA VACIO: SE CARGA EN MODO OUTPUT CON
      *    ACCESO RANDOM PORQUE LAS GENERACIONES NO VIENEN EN ORDEN
      *    DE CLAVE ENTRE SI.
           IF WS-ES-AUDITCAF
              OPEN OUTPUT AUDIHIST
           ELSE
              OPEN OUTPUT SEGUHIST
           END-IF
           IF FS-HISTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN HISTORICO = ' FS-HISTO
              MOVE 9999 TO RETURN-CODE
              SET FS-ARCHIVO-FIN TO TRUE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       2000-PROCESO-I.

           READ ARCHIVO INTO WS-REG-ARC

           EVALUATE FS-ARCHIVO
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 IF WS-GEN-ABIERTA IS EQUAL 'S'
                    DISPLAY '* GENERACION ' WS-GEN-NRO
                            ' SIN TRAILER'
                    ADD 1 TO WS-GEN-MALAS
                 END-IF
                 GO TO 2000-PROCESO-F
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA = ' FS-ARCHIVO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ARCHIVO-FIN TO TRUE
                 GO TO 2000-PROCESO-F
           END-EVALUATE

           EVALUATE ARC-TIPO-REG
              WHEN 'HD'
                 PERFORM 2100-CABECERA-I THRU 2100-CABECERA-F
              WHEN 'DT'
                 PERFORM 2200-DETALLE-I THRU 2200-DETALLE-F
              WHEN 'TR'
                 PERFORM 2300-TRAILER-I THRU 2300-TRAILER-F
              WHEN OTHER
                 DISPLAY '* REGISTRO DESCONOCIDO EN LA GENERACION '
                         WS-GEN-NRO
                 ADD 1 TO WS-GEN-MALAS
           END-EVALUATE.

       2000-PROCESO-F. EXIT.


      *---- CADA GENERACION CONCATENADA EMPIEZA CON SU CABECERA -------
       2100-CABECERA-I.

           IF WS-GEN-ABIERTA IS EQUAL 'S'
              DISPLAY '* GENERACION ' WS-GEN-NRO ' SIN TRAILER'
              ADD 1 TO WS-GEN-MALAS
           END-IF

           ADD 1 TO WS-GEN-NRO
           MOVE 'S'   TO WS-GEN-ABIERTA
           MOVE ZEROS TO WS-GEN-CANT WS-GEN-HASH
           DISPLAY 'GENERACION ' WS-GEN-NRO ' DEL ' CAB-FECHA
                   ' CORTE ' CAB-CORTE ' RASTRO ' CAB-RASTRO

           IF CAB-RASTRO IS NOT EQUAL WS-RASTRO-ID
              DISPLAY '* LA GENERACION ' WS-GEN-NRO ' ES DE OTRO '
                      'RASTRO - SE CORTA LA CARGA'
              MOVE 8 TO RETURN-CODE
              SET FS-ARCHIVO-FIN TO TRUE
           END-IF.

       2100-CABECERA-F. EXIT.


      *---- DETALLE: SUMA AL CONTROL Y SE CARGA SI CAE EN EL PERIODO --
       2200-DETALLE-I.

           ADD 1 TO WS-CANT-LEIDOS
           ADD 1 TO WS-GEN-CANT
           IF WS-ES-AUDITCAF
              MOVE DET-REGISTRO TO REG-AUDITCAF
           ELSE
              MOVE DET-REGISTRO TO REG-SEGUCAF
           END-IF
           PERFORM 7100-CLAVE-ORDEN-I THRU 7100-CLAVE-ORDEN-F
           PERFORM 7200-SUMAR-HASH-I  THRU 7200-SUMAR-HASH-F

           IF ORD-FECHA IS LESS PED-DESDE OR
              ORD-FECHA IS GREATER PED-HASTA
              GO TO 2200-DETALLE-F
           END-IF

           IF WS-ES-AUDITCAF
              WRITE REG-AUDITCAF
           ELSE
              WRITE REG-SEGUCAF
           END-IF

           EVALUATE FS-HISTO
              WHEN '00'
                 ADD 1 TO WS-CANT-CARGADOS
              WHEN '22'
                 ADD 1 TO WS-CANT-DUPLICADOS
              WHEN OTHER
                 DISPLAY '* ERROR EN GRABAR HISTORICO = ' FS-HISTO
                 MOVE 9999 TO RETURN-CODE
                 SET FS-ARCHIVO-FIN TO TRUE
           END-EVALUATE.

       2200-DETALLE-F. EXIT.


      *---- EL TRAILER DEBE CUADRAR CONTRA LO LEIDO DE LA GENERACION --
       2300-TRAILER-I.

           MOVE 'N' TO WS-GEN-ABIERTA
           IF FIN-CANTIDAD IS NOT EQUAL WS-GEN-CANT OR
              FIN-HASH IS NOT EQUAL WS-GEN-HASH
              DISPLAY '* EL TRAILER DE LA GENERACION ' WS-GEN-NRO
                      ' NO CUADRA CONTRA SU CONTENIDO'
              ADD 1 TO WS-GEN-MALAS
           END-IF.

       2300-TRAILER-F. EXIT.


      *---- FECHA, HORA Y SECUENCIA DE LA ENTRADA, CON LA FECHA ------
      *---- SIEMPRE EN AAAA/MM/DD PARA COMPARAR CONTRA EL PERIODO ----
       7100-CLAVE-ORDEN-I.

           IF WS-ES-AUDITCAF
              MOVE AUK-FECHA  TO ORD-FECHA
              MOVE AUK-HORA   TO ORD-HORA
              MOVE AUK-SECUEN TO ORD-SECUEN
           ELSE
              MOVE SGK-FECHA (7:4) TO ORD-FECHA (1:4)
              MOVE '/'             TO ORD-FECHA (5:1)
              MOVE SGK-FECHA (4:2) TO ORD-FECHA (6:2)
              MOVE '/'             TO ORD-FECHA (8:1)
              MOVE SGK-FECHA (1:2) TO ORD-FECHA (9:2)
              MOVE SGK-HORA        TO ORD-HORA
              MOVE SGK-SECUEN      TO ORD-SECUEN
           END-IF.

       7100-CLAVE-ORDEN-F. EXIT.


      *---- HASH DE CONTROL: AAAAMMDD + HHMMSS + SECUENCIA -----------
       7200-SUMAR-HASH-I.

           MOVE ORD-FECHA (1:4)  TO WS-CLAVE-DIGITOS (1:4)
           MOVE ORD-FECHA (6:2)  TO WS-CLAVE-DIGITOS (5:2)
           MOVE ORD-FECHA (9:2)  TO WS-CLAVE-DIGITOS (7:2)
           MOVE ORD-HORA  (1:2)  TO WS-CLAVE-DIGITOS (9:2)
           MOVE ORD-HORA  (4:2)  TO WS-CLAVE-DIGITOS (11:2)
           MOVE ORD-HORA  (7:2)  TO WS-CLAVE-DIGITOS (13:2)
           MOVE ORD-SECUEN       TO WS-CLAVE-DIGITOS (15:3)

           IF WS-CLAVE-DIGITOS IS NUMERIC
              ADD DIG-AAAAMMDD DIG-HHMMSS DIG-SECUEN
                  TO WS-GEN-HASH
           END-IF.

       7200-SUMAR-HASH-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           CLOSE ARCHIVO
           IF WS-ES-AUDITCAF
              CLOSE AUDIHIST
           ELSE
              CLOSE SEGUHIST
           END-IF
           IF FS-HISTO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN CLOSE HISTORICO = ' FS-HISTO
              MOVE 9999 TO RETURN-CODE
           END-IF

           IF WS-GEN-MALAS IS GREATER ZEROS AND
              RETURN-CODE IS EQUAL ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '____________________________________________'
           DISPLAY 'GENERACIONES LEIDAS    : ' WS-GEN-NRO
           DISPLAY 'GENERACIONES CON DESVIO: ' WS-GEN-MALAS
           DISPLAY 'ENTRADAS LEIDAS        : ' WS-CANT-LEIDOS
           DISPLAY 'CARGADAS EN EL HISTORICO: ' WS-CANT-CARGADOS
           DISPLAY 'DUPLICADAS (IGNORADAS) : ' WS-CANT-DUPLICADOS.

       9999-FINAL-F. EXIT.
