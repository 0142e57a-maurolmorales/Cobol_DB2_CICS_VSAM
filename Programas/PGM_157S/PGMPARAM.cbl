       IDENTIFICATION DIVISION. *> parametros de negocio
       PROGRAM-ID. PGMPARAM.

      *****************************************************************
      *                   CLASE SINCRÓNICA 54                         *
      *                   ===================                         *
      *    PARAMETROS DE NEGOCIO CON VIGENCIA (TBCURPAR)              *
      *                                                               *
      *    ENTER : MUESTRA EL PARAMETRO: VALOR QUE RIGE HOY, EL       *
      *            PROXIMO VALOR PROGRAMADO (VIGENCIA FUTURA) Y LA    *
      *            PROPUESTA PENDIENTE SI LA HAY.                     *
      *    PF4   : CARGA UNA PROPUESTA (VALOR Y FECHA DESDE LA QUE    *
      *            RIGE, HOY O FUTURA). EL VALOR SE VALIDA CONTRA EL  *
      *            FORMATO Y LARGO DEL CODIGO. QUEDA PENDIENTE: NO    *
      *            RIGE HASTA SER APROBADA. UNA SOLA POR CODIGO.      *
      *    PF5   : APRUEBA LA PENDIENTE. SI YA HABIA UN VALOR         *
      *            APROBADO CON LA MISMA VIGENCIA, ESE QUEDA COMO     *
      *            HISTORIA ('H').                                    *
      *    PF6   : RECHAZA LA PENDIENTE.                              *
      *    LA CARGA REQUIERE NIVEL 2; APROBAR Y RECHAZAR REQUIEREN    *
      *    NIVEL 3 Y EL APROBADOR NO PUEDE SER QUIEN CARGO (DOBLE     *
      *    CONTROL, COMO PGMLIMCR). TODO QUEDA EN LA COLA 'AUDC'      *
      *    (DOCUMENTO 'PA' + NUMERO DE FILA DE TBCURPAR).             *
      *    LOS CODIGOS NUEVOS NO SE DAN DE ALTA ACA: LOS CARGA        *
      *    PGMCGPAR JUNTO CON EL PROGRAMA QUE LOS USA.                *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE EL CODIGO DE PARAMETRO Y PRESIONE ENTER'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-NIVEL      PIC X(72) VALUE
                   'NIVEL DE OPERADOR INSUFICIENTE PARA LA FUNCION'.
             05 CT-MNS-02         PIC X(72) VALUE
                   'CODIGO DE PARAMETRO EN BLANCO - REINGRESE'.
             05 CT-MNS-03         PIC X(72) VALUE
                   'CODIGO DE PARAMETRO INEXISTENTE'.
             05 CT-MNS-04         PIC X(72) VALUE
                   'MUESTRE UN PARAMETRO ANTES DE OPERAR'.
             05 CT-MNS-05         PIC X(72) VALUE
                   'VALOR INVALIDO PARA EL FORMATO Y LARGO DEL CODIGO'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'VIGENCIA INVALIDA (AAAA-MM-DD, HOY O FUTURA)'.
             05 CT-MNS-07         PIC X(72) VALUE
                   'EL VALOR PROPUESTO ES EL QUE YA RIGE A ESA FECHA'.
             05 CT-MNS-08         PIC X(72) VALUE
                                       'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'YA HAY UNA PROPUESTA PENDIENTE - APRUEBELA O RECHACE
      -            'LA'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'PROPUESTA CARGADA - PENDIENTE DE APROBACION'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'EL PARAMETRO NO TIENE PROPUESTA PENDIENTE'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'EL APROBADOR NO PUEDE SER QUIEN CARGO LA PROPUESTA'.
             05 CT-MNS-14         PIC X(72) VALUE
                   'LA VIGENCIA PROPUESTA YA PASO - RECHACELA'.
             05 CT-MNS-15         PIC X(72) VALUE
                   'VALOR APROBADO'.
             05 CT-MNS-16         PIC X(72) VALUE
                   'PROPUESTA RECHAZADA'.
             05 CT-MNS-17         PIC X(72) VALUE
                   'PF4 PROPONE VALOR - PF5 APRUEBA - PF6 RECHAZA'.

      *---- COLA DE AUDITORIA DE ALTAS/BAJAS/MODIFICACIONES -----------
           03 CT-AUDIT-QUEUE       PIC X(04)           VALUE 'AUDC'.
           03 CT-AUDIT-LEN         PIC S9(04) COMP     VALUE 106.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPPARM'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPPARM'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'XCAF'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPPARM.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  EL CODIGO MOSTRADO VIAJA EN LA COMMAREA.
       01  WS-COMMAREA.
           03 WS-USER-CODPARM          PIC X(08).
           03 FILLER                   PIC X(17).

      *    CARGA DE PROPUESTAS: CAJERO; APROBACION: SUPERVISOR.
       77  WS-NIVEL-CARGA          PIC 9(01)      VALUE 2.
       77  WS-NIVEL-APROBACION     PIC 9(01)      VALUE 3.
       77  WS-HALLADO              PIC X          VALUE 'N'.
       77  WS-VALOR-OK             PIC X          VALUE 'N'.

      *    LARGO SIGNIFICATIVO DEL VALOR Y RESTO QUE DEBE IR EN
      *    BLANCO, PARA VALIDAR LA PROPUESTA CONTRA EL FORMATO.
       77  WS-LARGO                PIC S9(04) COMP VALUE ZEROS.
       77  WS-RESTO                PIC S9(04) COMP VALUE ZEROS.
       77  WS-DESDE                PIC S9(04) COMP VALUE ZEROS.

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       77  WS-EXISTE     PIC S9(9) COMP              VALUE ZEROS.
       77  WS-FECHA-OK   PIC S9(9) COMP              VALUE ZEROS.
       77  WS-PAR-RIGE   PIC X(1)                    VALUE SPACES.
       77  WS-PROGRAMADOS PIC S9(9) COMP             VALUE ZEROS.

       01  DCLTBCURPAR.
           10 PAR-NROPARM     PIC S9(7)V     USAGE COMP-3.
           10 PAR-CODPARM     PIC X(8).
           10 PAR-VIGDESDE    PIC X(10).
           10 PAR-VALOR       PIC X(30).
           10 PAR-DESCRIP     PIC X(40).
           10 PAR-FORMATO     PIC X(1).
           10 PAR-LARGO       PIC S9(2)V     USAGE COMP-3.
           10 PAR-OPERALTA    PIC X(3).
           10 PAR-FECALTA     PIC X(10).
           10 PAR-ESTADO      PIC X(1).
           10 PAR-OPERAPRO    PIC X(3).
           10 PAR-FECAPRO     PIC X(10).

      *    VALOR QUE RIGE A LA FECHA DE LA PROPUESTA (PARA NO CARGAR
      *    UNA PROPUESTA QUE NO CAMBIA NADA Y PARA LA AUDITORIA).
       77  VIG-VALOR     PIC X(30)                   VALUE SPACES.

      *-----------   LINEAS ARMADAS   --------------------------------
       01  WS-LINEA-CAB.
           03 LCA-CODPARM          PIC X(08).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCA-DESCRIP          PIC X(40).
           03 FILLER               PIC X(09)      VALUE ' FORMATO '.
           03 LCA-FORMATO          PIC X(01).
           03 FILLER               PIC X(07)      VALUE ' LARGO '.
           03 LCA-LARGO            PIC Z9.

       01  WS-LINEA-VIG.
           03 FILLER               PIC X(12)      VALUE
                                                  'RIGE DESDE '.
           03 LVI-VIGDESDE         PIC X(10).
           03 FILLER               PIC X(02)      VALUE ': '.
           03 LVI-VALOR            PIC X(30).
           03 FILLER               PIC X(08)      VALUE ' APROBO '.
           03 LVI-OPERAPRO         PIC X(03).

       01  WS-LINEA-PRG.
           03 FILLER               PIC X(12)      VALUE
                                                  'PROGRAMADO '.
           03 LPR-VIGDESDE         PIC X(10).
           03 FILLER               PIC X(02)      VALUE ': '.
           03 LPR-VALOR            PIC X(30).
           03 FILLER               PIC X(02)      VALUE ' ('.
           03 LPR-CANTIDAD         PIC Z9.
           03 FILLER               PIC X(11)      VALUE ' EN TOTAL)'.

       01  WS-LINEA-PEN.
           03 FILLER               PIC X(12)      VALUE
                                                  'PENDIENTE  '.
           03 LPE-VIGDESDE         PIC X(10).
           03 FILLER               PIC X(02)      VALUE ': '.
           03 LPE-VALOR            PIC X(30).
           03 FILLER               PIC X(08)      VALUE ' CARGO  '.
           03 LPE-OPERALTA         PIC X(03).

      *---- REGISTRO DE AUDITORIA (OPERADOR/TERMINAL/VALORES) --------
       01  WS-REG-AUDITORIA.
           05 AUD-TRANSACCION      PIC X(04)      VALUE SPACES.
           05 AUD-OPERADOR         PIC X(03)      VALUE SPACES.
           05 AUD-TERMINAL         PIC X(04)      VALUE SPACES.
           05 AUD-ACCION           PIC X(04)      VALUE SPACES.
           05 AUD-TIP-DOC          PIC X(02)      VALUE SPACES.
           05 AUD-NRO-DOC          PIC 9(11)      VALUE ZEROS.
           05 AUD-VALOR-ANT        PIC X(30)      VALUE SPACES.
           05 AUD-VALOR-NUE        PIC X(30)      VALUE SPACES.
           05 AUD-FECHA            PIC X(10)      VALUE SPACES.
           05 AUD-HORA             PIC X(08)      VALUE SPACES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. LA
      *    CONSULTA ESTA ABIERTA A TODO OPERADOR FIRMADO; CADA
      *    FUNCION CONTROLA SU NIVEL.
       01  WS-TSQ-FIRMA.
           03 FILLER               PIC X(04)      VALUE 'SGN '.
           03 WS-TSQ-TERM-F        PIC X(04)      VALUE SPACES.

       01  WS-REG-FIRMA.
           05 FIR-ID               PIC X(03).
           05 FIR-NOMBRE           PIC X(30).
           05 FIR-SUC              PIC 9(02).
           05 FIR-NIVEL            PIC 9(01).

       77  WS-FIRMA-LEN            PIC S9(04) COMP VALUE 36.
       77  WS-FIRMA-OK             PIC X           VALUE 'N'.
           88 FIRMA-OK                             VALUE 'S'.
           88 FIRMA-NO                             VALUE 'N'.

       LINKAGE SECTION.
      *================*
       01 DFHCOMMAREA PIC X(25).

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-INICIO.

           PERFORM 1000-INICIO-I   THRU 1000-INICIO-F
           PERFORM 2000-PROCESO-I  THRU 2000-PROCESO-F
           PERFORM 9999-FINAL-I    THRU 9999-FINAL-F.

       MAIN-PROGRAM-FINAL. EXIT.


      *-------------------------------------------------------------
       1000-INICIO-I.

           MOVE LOW-VALUES TO MAPPARMO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE SPACES TO WS-USER-CODPARM
              MOVE LENGTH OF MAPPARMO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPPARMO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPPARMI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPPARMO
                 MOVE CT-MNS-01  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

              WHEN OTHER
                 MOVE CT-MNS-08  TO MSGO
                 PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
                 PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-EVALUATE

           PERFORM 3000-TECLAS-I THRU 3000-TECLAS-F.

       2000-PROCESO-F. EXIT.


      *-------------------------------------------------------------
       3000-TECLAS-I.

           PERFORM 0500-VERIF-FIRMA-I THRU 0500-VERIF-FIRMA-F
           IF FIRMA-NO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              GO TO 3000-TECLAS-F
           END-IF

           EVALUATE EIBAID

              WHEN DFHENTER
                 PERFORM 4000-ENTER-I THRU 4000-ENTER-F

              WHEN DFHPF4
                 PERFORM 5000-PROPONER-I THRU 5000-PROPONER-F

              WHEN DFHPF5
                 PERFORM 5500-APROBAR-I THRU 5500-APROBAR-F

              WHEN DFHPF6
                 PERFORM 5700-RECHAZAR-I THRU 5700-RECHAZAR-F

              WHEN DFHPF3
                 MOVE LOW-VALUES TO MAPPARMO
                 MOVE SPACES TO WS-USER-CODPARM
                 MOVE CT-MNS-01 TO MSGO

              WHEN DFHPF12
                 PERFORM 3300-PF12-I  THRU 3300-PF12-F

              WHEN OTHER
                 MOVE CT-MNS-09 TO  MSGO

           END-EVALUATE

           PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F.

       3000-TECLAS-F. EXIT.


      *-------------------------------------------------------------
       3300-PF12-I.

           EXEC CICS XCTL
              PROGRAM ('PGMMECAF')
           END-EXEC.

       3300-PF12-F. EXIT.


      *-------------------------------------------------------------
       4000-ENTER-I.

           IF CODI IS EQUAL TO (SPACES OR LOW-VALUES)
              MOVE CT-MNS-02 TO MSGO
              GO TO 4000-ENTER-F
           END-IF

           MOVE CODI TO WS-USER-CODPARM
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF WS-HALLADO IS EQUAL 'N'
              MOVE SPACES TO WS-USER-CODPARM
           END-IF.

       4000-ENTER-F. EXIT.


      *-------------------------------------------------------------
      *  ARMA LA SITUACION DEL PARAMETRO WS-USER-CODPARM: DATOS DEL
      *  CODIGO, VALOR QUE RIGE HOY, PROXIMO PROGRAMADO Y PROPUESTA
      *  PENDIENTE. SI EL CODIGO NO EXISTE DEJA WS-HALLADO EN 'N' Y
      *  EL MENSAJE.
       4500-MOSTRAR-I.

           MOVE 'N' TO WS-HALLADO
           MOVE SPACES TO CABO LIN1O LIN2O LIN3O
           MOVE WS-USER-CODPARM TO PAR-CODPARM

           PERFORM 4600-LEER-CODIGO-I THRU 4600-LEER-CODIGO-F
           IF WS-HALLADO IS EQUAL 'N'
              GO TO 4500-MOSTRAR-F
           END-IF

           MOVE PAR-CODPARM   TO LCA-CODPARM CODO
           MOVE PAR-DESCRIP   TO LCA-DESCRIP
           MOVE PAR-FORMATO   TO LCA-FORMATO
           MOVE PAR-LARGO     TO LCA-LARGO
           MOVE WS-LINEA-CAB  TO CABO
           MOVE CT-MNS-17     TO MSGO

      *    VALOR QUE RIGE HOY: LA 'V' DE MAYOR VIGDESDE NO FUTURA.
           EXEC SQL
              SELECT VALOR, CHAR(VIGDESDE, ISO), OPERAPRO
                INTO :PAR-VALOR, :PAR-VIGDESDE, :PAR-OPERAPRO
                FROM KC02803.TBCURPAR
               WHERE CODPARM  = :PAR-CODPARM
                 AND ESTADO   = 'V'
                 AND VIGDESDE <= CURRENT DATE
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE PAR-VIGDESDE TO LVI-VIGDESDE
                 MOVE PAR-VALOR    TO LVI-VALOR
                 MOVE PAR-OPERAPRO TO LVI-OPERAPRO
                 MOVE WS-LINEA-VIG TO LIN1O
              WHEN NOT-FOUND
                 MOVE 'SIN VALOR VIGENTE HOY' TO LIN1O
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 4500-MOSTRAR-F
           END-EVALUATE

      *    PROGRAMADOS: 'V' CON VIGENCIA FUTURA. SE MUESTRA EL MAS
      *    PROXIMO Y CUANTOS HAY; EL DETALLE ESTA EN PGMPARIN.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-PROGRAMADOS
                FROM KC02803.TBCURPAR
               WHERE CODPARM  = :PAR-CODPARM
                 AND ESTADO   = 'V'
                 AND VIGDESDE > CURRENT DATE
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 4500-MOSTRAR-F
           END-IF

           IF WS-PROGRAMADOS IS EQUAL ZEROS
              MOVE 'SIN VALORES PROGRAMADOS' TO LIN2O
           ELSE
              EXEC SQL
                 SELECT VALOR, CHAR(VIGDESDE, ISO)
                   INTO :PAR-VALOR, :PAR-VIGDESDE
                   FROM KC02803.TBCURPAR
                  WHERE CODPARM  = :PAR-CODPARM
                    AND ESTADO   = 'V'
                    AND VIGDESDE > CURRENT DATE
                  ORDER BY VIGDESDE
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE IS NOT EQUAL 0
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 4500-MOSTRAR-F
              END-IF
              MOVE PAR-VIGDESDE   TO LPR-VIGDESDE
              MOVE PAR-VALOR      TO LPR-VALOR
              MOVE WS-PROGRAMADOS TO LPR-CANTIDAD
              MOVE WS-LINEA-PRG   TO LIN2O
           END-IF

           EXEC SQL
              SELECT VALOR, CHAR(VIGDESDE, ISO), OPERALTA
                INTO :PAR-VALOR, :PAR-VIGDESDE, :PAR-OPERALTA
                FROM KC02803.TBCURPAR
               WHERE CODPARM = :PAR-CODPARM
                 AND ESTADO  = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE PAR-VIGDESDE TO LPE-VIGDESDE
                 MOVE PAR-VALOR    TO LPE-VALOR
                 MOVE PAR-OPERALTA TO LPE-OPERALTA
                 MOVE WS-LINEA-PEN TO LIN3O
              WHEN NOT-FOUND
                 MOVE 'SIN PROPUESTA PENDIENTE' TO LIN3O
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       4500-MOSTRAR-F. EXIT.


      *-------------------------------------------------------------
      *  DATOS DEL CODIGO (DESCRIPCION, FORMATO Y LARGO) TOMADOS DE
      *  SU ULTIMA FILA. SI NO HAY NINGUNA, EL CODIGO NO EXISTE.
       4600-LEER-CODIGO-I.

           EXEC SQL
              SELECT DESCRIP, FORMATO, LARGO
                INTO :PAR-DESCRIP, :PAR-FORMATO, :PAR-LARGO
                FROM KC02803.TBCURPAR
               WHERE CODPARM = :PAR-CODPARM
               ORDER BY NROPARM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-HALLADO
              WHEN NOT-FOUND
                 MOVE CT-MNS-03 TO MSGO
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       4600-LEER-CODIGO-F. EXIT.


      *-------------------------------------------------------------
      *  VALIDA VALI CONTRA EL FORMATO Y LARGO DEL CODIGO: LAS
      *  POSICIONES SIGNIFICATIVAS NO VAN EN BLANCO ('N' SOLO
      *  DIGITOS, 'F' FECHA VALIDA) Y EL RESTO DEBE IR EN BLANCO.
       4700-VALIDAR-VALOR-I.

           MOVE 'N' TO WS-VALOR-OK
           MOVE PAR-LARGO TO WS-LARGO
           IF WS-LARGO IS LESS 1 OR WS-LARGO IS GREATER 30
              GO TO 4700-VALIDAR-VALOR-F
           END-IF

           IF VALI IS EQUAL TO (SPACES OR LOW-VALUES)
              GO TO 4700-VALIDAR-VALOR-F
           END-IF
           INSPECT VALI REPLACING ALL LOW-VALUES BY SPACES

           IF WS-LARGO IS LESS 30
              COMPUTE WS-DESDE = WS-LARGO + 1
              COMPUTE WS-RESTO = 30 - WS-LARGO
              IF VALI (WS-DESDE:WS-RESTO) IS NOT EQUAL SPACES
                 GO TO 4700-VALIDAR-VALOR-F
              END-IF
           END-IF

           EVALUATE PAR-FORMATO
              WHEN 'N'
                 IF VALI (1:WS-LARGO) IS NOT NUMERIC
                    GO TO 4700-VALIDAR-VALOR-F
                 END-IF
              WHEN 'F'
                 MOVE VALI (1:10) TO PAR-VALOR
                 MOVE ZEROS TO WS-FECHA-OK
                 EXEC SQL
                    SELECT 1
                      INTO :WS-FECHA-OK
                      FROM SYSIBM.SYSDUMMY1
                     WHERE DATE(SUBSTR(:PAR-VALOR, 1, 10))
                           IS NOT NULL
                 END-EXEC
                 IF SQLCODE IS NOT EQUAL 0 OR
                    WS-FECHA-OK IS EQUAL ZEROS
                    GO TO 4700-VALIDAR-VALOR-F
                 END-IF
              WHEN OTHER
                 IF VALI (1:1) IS EQUAL SPACES
                    GO TO 4700-VALIDAR-VALOR-F
                 END-IF
           END-EVALUATE

           MOVE 'S' TO WS-VALOR-OK.

       4700-VALIDAR-VALOR-F. EXIT.


      *-------------------------------------------------------------
      *  CARGA DE UNA PROPUESTA PARA EL PARAMETRO MOSTRADO. QUEDA
      *  EN ESTADO 'P' HASTA QUE UN SUPERVISOR LA RESUELVA. SIN
      *  FECHA DE VIGENCIA SE PROPONE DESDE HOY.
       5000-PROPONER-I.

           IF WS-USER-CODPARM IS EQUAL SPACES
              MOVE CT-MNS-04 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-CARGA
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           MOVE WS-USER-CODPARM TO PAR-CODPARM
           PERFORM 4600-LEER-CODIGO-I THRU 4600-LEER-CODIGO-F
           IF WS-HALLADO IS EQUAL 'N'
              GO TO 5000-PROPONER-F
           END-IF

           PERFORM 4700-VALIDAR-VALOR-I THRU 4700-VALIDAR-VALOR-F
           IF WS-VALOR-OK IS EQUAL 'N'
              MOVE CT-MNS-05 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

      *    LA VIGENCIA DEBE SER UNA FECHA VALIDA, HOY O FUTURA.
           IF VIGI IS EQUAL TO (SPACES OR LOW-VALUES)
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :PAR-VIGDESDE
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              MOVE VIGI TO PAR-VIGDESDE
           END-IF
           MOVE ZEROS TO WS-FECHA-OK
           EXEC SQL
              SELECT CASE WHEN DATE(:PAR-VIGDESDE) >= CURRENT DATE
                          THEN 1 ELSE 0 END
                INTO :WS-FECHA-OK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 OR WS-FECHA-OK IS EQUAL ZEROS
              MOVE CT-MNS-06 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           MOVE VALI TO PAR-VALOR

      *    NO SE PROPONE LO MISMO QUE YA RIGE A ESA FECHA.
           PERFORM 5900-VALOR-A-FECHA-I THRU 5900-VALOR-A-FECHA-F
           IF MSGO IS EQUAL CT-MNS-08
              GO TO 5000-PROPONER-F
           END-IF
           IF VIG-VALOR IS EQUAL PAR-VALOR
              MOVE CT-MNS-07 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXISTE
                FROM KC02803.TBCURPAR
               WHERE CODPARM = :PAR-CODPARM
                 AND ESTADO  = 'P'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF
           IF WS-EXISTE IS GREATER ZEROS
              MOVE CT-MNS-10 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           EXEC SQL
              SELECT VALUE(MAX(NROPARM), 0) + 1
                INTO :PAR-NROPARM
                FROM KC02803.TBCURPAR
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           MOVE FIR-ID TO PAR-OPERALTA

      *    DOBLE CONTROL: LA PROPUESTA QUEDA PENDIENTE CON EL
      *    OPERADOR QUE LA CARGO; LA APRUEBA UN SUPERVISOR CON PF5.
           EXEC SQL
              INSERT INTO KC02803.TBCURPAR
                 ( NROPARM, CODPARM, VIGDESDE, VALOR, DESCRIP,
                   FORMATO, LARGO, OPERALTA, FECALTA, ESTADO,
                   OPERAPRO, FECAPRO )
              VALUES
                 ( :PAR-NROPARM, :PAR-CODPARM, :PAR-VIGDESDE,
                   :PAR-VALOR, :PAR-DESCRIP, :PAR-FORMATO,
                   :PAR-LARGO, :PAR-OPERALTA, CURRENT DATE, 'P',
                   ' ', NULL )
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-PROPONER-F
           END-IF

           MOVE 'PAPR'            TO AUD-ACCION
           MOVE VIG-VALOR         TO AUD-VALOR-ANT
           MOVE PAR-VALOR         TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           MOVE LOW-VALUES TO VALO VIGO
           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-11 TO MSGO
           END-IF.

       5000-PROPONER-F. EXIT.


      *-------------------------------------------------------------
      *  APROBACION DE LA PROPUESTA PENDIENTE: SUPERVISOR DISTINTO
      *  DE QUIEN LA CARGO. UN VALOR YA APROBADO CON LA MISMA
      *  VIGENCIA PASA A HISTORIA Y LA PROPUESTA QUEDA APROBADA,
      *  EN UNA UNIDAD DE TRABAJO.
       5500-APROBAR-I.

           IF WS-USER-CODPARM IS EQUAL SPACES
              MOVE CT-MNS-04 TO MSGO
              GO TO 5500-APROBAR-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-APROBACION
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5500-APROBAR-F
           END-IF

           MOVE WS-USER-CODPARM TO PAR-CODPARM
           EXEC SQL
              SELECT NROPARM, VALOR, CHAR(VIGDESDE, ISO), OPERALTA,
                     CASE WHEN VIGDESDE >= CURRENT DATE
                          THEN 'S' ELSE 'N' END
                INTO :PAR-NROPARM, :PAR-VALOR, :PAR-VIGDESDE,
                     :PAR-OPERALTA, :WS-PAR-RIGE
                FROM KC02803.TBCURPAR
               WHERE CODPARM = :PAR-CODPARM
                 AND ESTADO  = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-12 TO MSGO
                 GO TO 5500-APROBAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5500-APROBAR-F
           END-EVALUATE

           IF PAR-OPERALTA IS EQUAL FIR-ID
              MOVE CT-MNS-13 TO MSGO
              GO TO 5500-APROBAR-F
           END-IF

           IF WS-PAR-RIGE IS NOT EQUAL 'S'
              MOVE CT-MNS-14 TO MSGO
              GO TO 5500-APROBAR-F
           END-IF

      *    EL "ANTES" PARA LA AUDITORIA: LO QUE REGIA A ESA FECHA.
           PERFORM 5900-VALOR-A-FECHA-I THRU 5900-VALOR-A-FECHA-F
           IF MSGO IS EQUAL CT-MNS-08
              GO TO 5500-APROBAR-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURPAR
                 SET ESTADO = 'H'
               WHERE CODPARM  = :PAR-CODPARM
                 AND ESTADO   = 'V'
                 AND VIGDESDE = DATE(:PAR-VIGDESDE)
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE CT-MNS-08 TO MSGO
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO 5500-APROBAR-F
           END-IF

           EXEC SQL
              UPDATE KC02803.TBCURPAR
                 SET ESTADO   = 'V',
                     OPERAPRO = :FIR-ID,
                     FECAPRO  = CURRENT DATE
               WHERE NROPARM = :PAR-NROPARM
                 AND ESTADO  = 'P'
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO 5500-APROBAR-F
           END-IF

           MOVE 'PAAP'            TO AUD-ACCION
           MOVE VIG-VALOR         TO AUD-VALOR-ANT
           MOVE PAR-VALOR         TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-15 TO MSGO
           END-IF.

       5500-APROBAR-F. EXIT.


      *-------------------------------------------------------------
      *  RECHAZO DE LA PROPUESTA PENDIENTE (SUPERVISOR).
       5700-RECHAZAR-I.

           IF WS-USER-CODPARM IS EQUAL SPACES
              MOVE CT-MNS-04 TO MSGO
              GO TO 5700-RECHAZAR-F
           END-IF

           IF FIR-NIVEL IS LESS WS-NIVEL-APROBACION
              MOVE CT-MNS-NIVEL TO MSGO
              GO TO 5700-RECHAZAR-F
           END-IF

           MOVE WS-USER-CODPARM TO PAR-CODPARM
           EXEC SQL
              SELECT NROPARM, VALOR
                INTO :PAR-NROPARM, :PAR-VALOR
                FROM KC02803.TBCURPAR
               WHERE CODPARM = :PAR-CODPARM
                 AND ESTADO  = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-12 TO MSGO
                 GO TO 5700-RECHAZAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5700-RECHAZAR-F
           END-EVALUATE

           EXEC SQL
              UPDATE KC02803.TBCURPAR
                 SET ESTADO   = 'R',
                     OPERAPRO = :FIR-ID,
                     FECAPRO  = CURRENT DATE
               WHERE NROPARM = :PAR-NROPARM
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5700-RECHAZAR-F
           END-IF

           MOVE 'PARE'            TO AUD-ACCION
           MOVE PAR-VALOR         TO AUD-VALOR-ANT
           MOVE 'RECHAZADA'       TO AUD-VALOR-NUE
           PERFORM 9500-AUDITORIA-I THRU 9500-AUDITORIA-F

           PERFORM 4500-MOSTRAR-I THRU 4500-MOSTRAR-F
           IF MSGO IS NOT EQUAL CT-MNS-08
              MOVE CT-MNS-16 TO MSGO
           END-IF.

       5700-RECHAZAR-F. EXIT.


      *-------------------------------------------------------------
      *  VALOR APROBADO QUE RIGE PARA PAR-CODPARM A LA FECHA
      *  PAR-VIGDESDE, EN VIG-VALOR (ESPACIOS SI NO HAY). CON
      *  ERROR DEJA CT-MNS-08 EN MSGO.
       5900-VALOR-A-FECHA-I.

           MOVE SPACES TO VIG-VALOR
           EXEC SQL
              SELECT VALOR
                INTO :VIG-VALOR
                FROM KC02803.TBCURPAR
               WHERE CODPARM  = :PAR-CODPARM
                 AND ESTADO   = 'V'
                 AND VIGDESDE <= DATE(:PAR-VIGDESDE)
               ORDER BY VIGDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0 AND
              SQLCODE IS NOT EQUAL NOT-FOUND
              MOVE CT-MNS-08 TO MSGO
           END-IF.

       5900-VALOR-A-FECHA-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA QUE LA TERMINAL TENGA UN OPERADOR FIRMADO
      *  (PGMSICAF); EL NIVEL SE CONTROLA EN CADA FUNCION.
       0500-VERIF-FIRMA-I.

           SET FIRMA-NO TO TRUE
           MOVE EIBTRMID TO WS-TSQ-TERM-F

           EXEC CICS READQ TS
              QUEUE  (WS-TSQ-FIRMA)
              INTO   (WS-REG-FIRMA)
              LENGTH (WS-FIRMA-LEN)
              ITEM   (1)
              RESP   (WS-RESP)
           END-EXEC

           IF WS-RESP IS NOT EQUAL DFHRESP(NORMAL)
              MOVE CT-MNS-FIRMA TO MSGO
              GO TO 0500-VERIF-FIRMA-F
           END-IF

           SET FIRMA-OK TO TRUE.

       0500-VERIF-FIRMA-F. EXIT.


      *-------------------------------------------------------------
       7000-TIME-I.

           EXEC CICS ASKTIME
              ABSTIME (WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
              ABSTIME (WS-ABSTIME)
              DDMMYYYY (WS-FECHA) DATESEP(WS-SEP-DATE)
              TIME (WS-HORA) TIMESEP(WS-SEP-HOUR)
           END-EXEC

           MOVE WS-FECHA TO FECHAO.

       7000-TIME-F. EXIT.


      *----------------------------------------------------------
       8000-SEND-MAPA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           EXEC CICS SEND
               MAP    (WS-MAP)
               MAPSET (WS-MAPSET)
               FROM   (MAPPARMO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
      *  GRABA UN REGISTRO DE AUDITORIA CON OPERADOR FIRMADO Y
      *  TERMINAL. COMO DOCUMENTO VA 'PA' Y EL NUMERO DE FILA DE
      *  TBCURPAR (CODIGO Y VIGENCIA SE LEEN DE LA FILA). AUD-ACCION
      *  Y AUD-VALOR-ANT/AUD-VALOR-NUE SE DEJAN CARGADOS POR QUIEN
      *  PERFORMA ESTE PARRAFO.
       9500-AUDITORIA-I.

           PERFORM 7000-TIME-I THRU 7000-TIME-F

           MOVE EIBTRNID        TO AUD-TRANSACCION
           MOVE FIR-ID          TO AUD-OPERADOR
           MOVE EIBTRMID        TO AUD-TERMINAL
           MOVE 'PA'            TO AUD-TIP-DOC
           MOVE PAR-NROPARM     TO AUD-NRO-DOC
           MOVE WS-FECHA        TO AUD-FECHA
           MOVE WS-HORA         TO AUD-HORA

           EXEC CICS WRITEQ TD
              QUEUE  (CT-AUDIT-QUEUE)
              FROM   (WS-REG-AUDITORIA)
              LENGTH (CT-AUDIT-LEN)
              RESP   (WS-RESP)
           END-EXEC.

       9500-AUDITORIA-F. EXIT.


      *-------------------------------------------------------------
       9999-FINAL-I.

           EXEC CICS RETURN
              TRANSID  (WS-TRANSACTION)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       9999-FINAL-F. EXIT.
