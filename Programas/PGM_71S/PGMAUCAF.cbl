      *            VALOR ANTERIOR Y NUEVO (LAS MISMAS IMAGENES QUE    *
      *            CAPTURA PGMD1CAF EN SUS UPDATES).                  *
      *    PF8   : PAGINA SIGUIENTE.                                  *
      *    PF5   : ALTERNA ENTRE EL ARCHIVO EN LINEA Y EL HISTORICO   *
      *            RECUPERADO (AUDIHIST, CARGADO A PEDIDO POR         *
      *            PGMRAREC DESDE LOS ARCHIVOS DE PGMRAARC) Y         *
      *            VUELVE A MOSTRAR CON LOS MISMOS FILTROS.           *
      *                                                               *
      *    PENSADA PARA RESPONDER "YO NUNCA CAMBIE MI DOMICILIO"      *
      *    CON EL CLIENTE PARADO EN EL MOSTRADOR.                     *
       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                   'INGRESE FILTROS Y ENTER (AAAA/MM/DD) - PF5 HIST'.
             05 CT-MNS-02         PIC X(72) VALUE
                   'SIN ENTRADAS DE AUDITORIA PARA LOS FILTROS'.
             05 CT-MNS-03         PIC X(72) VALUE
             05 CT-MNS-09         PIC X(72) VALUE 'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'NRO DOCUMENTO DEBE SER NUMERICO'.
             05 CT-MNS-11         PIC X(72) VALUE
                 'HISTORICO RECUPERADO - PF5 VUELVE AL ARCHIVO ACTUAL'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'HISTORICO NO DISPONIBLE - PEDIR SU RECUPERACION'.

           03 CT-DATASET          PIC X(08)           VALUE 'AUDITCAF'.
           03 CT-DATASET-HIS      PIC X(08)           VALUE 'AUDIHIST'.
           03 CT-DATASET-KEYLEN   PIC S9(04) COMP     VALUE 34.
           03 CT-LINEAS-PAGINA    PIC S9(04) COMP     VALUE 5.
      *    TOPE DE LECTURAS POR TECLAZO PARA NO BARRER EL ARCHIVO
           03 WS-RESP             PIC S9(04) COMP.
           03 WS-LINEA-IDX        PIC S9(04) COMP    VALUE +0.
           03 WS-LECTURAS         PIC S9(04) COMP    VALUE +0.
           03 WS-DATASET          PIC X(08)          VALUE SPACES.

      *-------------------------------------------------------------
           COPY MAPAUDI.
           03 WS-POS-KEY.
              05 WS-POS-PREFIJO        PIC X(31).
              05 WS-POS-SECUEN         PIC 9(03).
           03 WS-FIL-ORIGEN            PIC X(01).
              88 WS-FIL-ACTUAL                  VALUE 'A'.
              88 WS-FIL-HISTORICO               VALUE 'H'.

      *---- REGISTRO DEL ARCHIVO AUDITCAF ----------------------------
       01  REG-AUDITCAF.

       LINKAGE SECTION.
      *================*
       01 DFHCOMMAREA PIC X(72).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.
           IF EIBCALEN = 0 THEN

              MOVE LENGTH OF MAPAUDIO TO WS-LONG
              SET WS-FIL-ACTUAL TO TRUE
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F
                 MOVE LOW-VALUES TO MAPAUDIO
                 MOVE CT-MNS-01 TO MSGO

              WHEN DFHPF5
                 PERFORM 3500-PF5-I   THRU 3500-PF5-F

              WHEN DFHPF12
                 PERFORM 3300-PF12-I  THRU 3300-PF12-F

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
      *  CAMBIA DE ARCHIVO (EN LINEA / HISTORICO RECUPERADO) Y
      *  REPITE LA CONSULTA DESDE EL PRINCIPIO CON LOS FILTROS
      *  GUARDADOS EN LA COMMAREA.
       3500-PF5-I.

           IF WS-FIL-HISTORICO
              SET WS-FIL-ACTUAL    TO TRUE
           ELSE
              SET WS-FIL-HISTORICO TO TRUE
           END-IF

           MOVE LOW-VALUES TO WS-POS-KEY
           IF WS-FIL-TIPDOC IS NOT EQUAL SPACES
              MOVE WS-FIL-TIPDOC TO WS-POS-KEY (1:2)
              MOVE WS-FIL-NRODOC TO WS-POS-KEY (3:11)
           END-IF

           PERFORM 5000-MOSTRAR-PAGINA-I
              THRU 5000-MOSTRAR-PAGINA-F.

       3500-PF5-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA UNA PAGINA DE ENTRADAS QUE CUMPLEN LOS FILTROS,
      *  DESDE LA POSICION GUARDADA EN LA COMMAREA.
       5000-MOSTRAR-PAGINA-I.

           IF WS-FIL-HISTORICO
              MOVE CT-DATASET-HIS TO WS-DATASET
           ELSE
              MOVE CT-DATASET     TO WS-DATASET
           END-IF

           MOVE WS-POS-KEY TO AUK-KEY

           EXEC CICS STARTBR
              FILE      (WS-DATASET)
              RIDFLD    (AUK-KEY)
              KEYLENGTH (CT-DATASET-KEYLEN)
              GTEQ
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              IF WS-FIL-HISTORICO AND
                 WS-RESP IS NOT EQUAL DFHRESP(NOTFND)
                 MOVE CT-MNS-12 TO MSGO
              ELSE
                 MOVE CT-MNS-02 TO MSGO
              END-IF
              GO TO 5000-MOSTRAR-PAGINA-F
           END-IF

                 OR WS-LECTURAS IS NOT LESS CT-LECTURAS-MAX

           EXEC CICS ENDBR
              FILE (WS-DATASET)
              RESP (WS-RESP)
           END-EXEC

           IF WS-LINEA-IDX IS EQUAL ZEROS
              MOVE CT-MNS-02 TO MSGO
           ELSE
              IF WS-FIL-HISTORICO AND MSGO IS EQUAL CT-MNS-01
                 MOVE CT-MNS-11 TO MSGO
              END-IF
           END-IF.

       5000-MOSTRAR-PAGINA-F. EXIT.
           ADD 1 TO WS-LECTURAS

           EXEC CICS READNEXT
              FILE      (WS-DATASET)
              INTO      (REG-AUDITCAF)
              RIDFLD    (AUK-KEY)
              KEYLENGTH (CT-DATASET-KEYLEN)
