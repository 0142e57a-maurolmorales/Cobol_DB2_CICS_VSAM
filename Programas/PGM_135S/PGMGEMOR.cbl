       IDENTIFICATION DIVISION. *> gestion de mora
       PROGRAM-ID. PGMGEMOR.

      *****************************************************************
      *                   CLASE SINCRÓNICA 48                         *
      *                   ===================                         *
      *    GESTION DE MORA POR SUCURSAL (TBCURGES / TBCURGEH)         *
      *                                                               *
      *    PANTALLA DEL OFICIAL DE COBRANZA SOBRE LA COLA QUE ARMA    *
      *    PGMMORAG CADA NOCHE: UN CLIENTE POR PANTALLA CON SU DEUDA  *
      *    EN PESOS POR TRAMO DE ATRASO, SU ESTADO Y LA ULTIMA        *
      *    GESTION. LA COLA VIENE PRIORIZADA: PRIMERO LAS PROMESAS    *
      *    INCUMPLIDAS, DESPUES POR DIAS DE ATRASO Y DEUDA. LAS       *
      *    PROMESAS VIGENTES NO APARECEN HASTA QUE VENCEN.            *
      *    ENTER : PRIMER CASO DE LA SUCURSAL INFORMADA (SIN          *
      *            SUCURSAL, LA DEL OPERADOR FIRMADO).                *
      *    PF7/PF8: CASO ANTERIOR / SIGUIENTE DE LA COLA.             *
      *    PF5   : REGISTRA LA GESTION SOBRE EL CASO MOSTRADO:        *
      *            'NC' SIN CONTACTO / 'CT' CONTACTADO / 'PP'         *
      *            PROMESA DE PAGO CON FECHA (AAAA-MM-DD, POSTERIOR   *
      *            A HOY) E IMPORTE. QUEDA EN TBCURGEH CON OPERADOR   *
      *            Y FECHA/HORA; LA PROMESA SACA AL CLIENTE DE LA     *
      *            COLA HASTA SU VENCIMIENTO.                         *
      *    REQUIERE OPERADOR FIRMADO (CUALQUIER NIVEL).               *
      *****************************************************************

      *||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *=======================*

       01  CT-CONSTANTES.
           03 CT-MSGO.
             05 CT-MNS-01         PIC X(72) VALUE
                 'INGRESE LA SUCURSAL (O ENTER) - PF7/PF8 NAVEGA'.
             05 CT-MNS-FIRMA      PIC X(72) VALUE
                   'OPERADOR NO FIRMADO - FIRMESE CON SCAF'.
             05 CT-MNS-02         PIC X(72) VALUE
                   'SUCURSAL INVALIDA - REINGRESE'.
             05 CT-MNS-03         PIC X(72) VALUE
                   'SIN CASOS PENDIENTES EN LA COLA DE LA SUCURSAL'.
             05 CT-MNS-04         PIC X(72) VALUE
                   'FIN DE LA COLA'.
             05 CT-MNS-05         PIC X(72) VALUE
                   'PRINCIPIO DE LA COLA'.
             05 CT-MNS-06         PIC X(72) VALUE
                   'MUESTRE UN CASO DE LA COLA ANTES DE REGISTRAR'.
             05 CT-MNS-07         PIC X(72) VALUE
                   'RESULTADO INVALIDO (NC/CT/PP)'.
             05 CT-MNS-08         PIC X(72) VALUE
                                        'PROBLEMA CON LA BASE DE DATOS'.
             05 CT-MNS-09         PIC X(72) VALUE     'TECLA INVALIDA'.
             05 CT-MNS-10         PIC X(72) VALUE
                   'FECHA DE PROMESA INVALIDA (AAAA-MM-DD, POSTERIOR A H
      -            'OY)'.
             05 CT-MNS-11         PIC X(72) VALUE
                   'IMPORTE DE LA PROMESA INVALIDO'.
             05 CT-MNS-12         PIC X(72) VALUE
                   'EL CLIENTE YA NO ESTA EN LA COLA DE MORA'.
             05 CT-MNS-13         PIC X(72) VALUE
                   'GESTION REGISTRADA'.
             05 CT-MNS-14         PIC X(72) VALUE
                   'PF5 REGISTRA LA GESTION - PF8 CASO SIGUIENTE'.

      *--------------------------------------------------------------
       01  WS-VARIABLES.
           03 WS-MAP             PIC X(07)           VALUE 'MAPGEMO'.
           03 WS-MAPSET          PIC X(07)           VALUE 'MAPGEMO'.
           03 WS-TRANSACTION     PIC X(04)           VALUE 'MCAF'.
           03 WS-LONG             PIC S9(04) COMP.
           03 WS-ABSTIME          PIC S9(16) COMP    VALUE +0.
           03 WS-FECHA            PIC X(10)          VALUE SPACES.
           03 WS-SEP-DATE         PIC X              VALUE '/'.
           03 WS-HORA             PIC X(08)          VALUE SPACES.
           03 WS-SEP-HOUR         PIC X              VALUE ':'.
           03 WS-RESP             PIC S9(04) COMP.

      *-------------------------------------------------------------
           COPY MAPGEMO.
           COPY DFHBMSCA.
           COPY DFHAID.

      *-------------------------------------------------------------
      *  LA SUCURSAL, LA POSICION EN LA COLA Y EL CLIENTE MOSTRADO
      *  VIAJAN EN LA COMMAREA.
       01  WS-COMMAREA.
           03 WS-USER-SUC              PIC 9(02).
           03 WS-USER-POS              PIC 9(05).
           03 WS-USER-NROCLI           PIC 9(07).
           03 FILLER                   PIC X(11).

      *-----------   RECORRIDO DE LA COLA   --------------------------
       77  WS-FETCHED              PIC 9(05)      VALUE ZEROS.
       77  WS-FIN-CURSOR           PIC X          VALUE 'N'.
       77  WS-HALLADO              PIC X          VALUE 'N'.
       77  WS-FECHA-OK             PIC X          VALUE 'N'.

      *-----------   HOST VARIABLES DB2   ----------------------------
       77  REG-SUCURSAL            PIC S9(02)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  REG-CANTIDAD            PIC S9(9) COMP VALUE ZEROS.
       77  CLI-TIPDOC              PIC X(02)      VALUE SPACES.
       77  CLI-NRODOC              PIC S9(11)V USAGE COMP-3
                                                  VALUE ZEROES.
       77  CLI-NOMAPE              PIC X(30)      VALUE SPACES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE +100.

       01  DCLTBCURGES.
           10 GES-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 GES-DEUDATOT    PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-IMP0130     PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-IMP3160     PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-IMP6190     PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-IMP90MAS    PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-DIASMAX     PIC S9(5)V     USAGE COMP-3.
           10 GES-ESTADO      PIC X(1).
           10 GES-FECPROM     PIC X(10).
           10 GES-IMPPROM     PIC S9(11)V9(2) USAGE COMP-3.
           10 GES-CANTGES     PIC S9(3)V     USAGE COMP-3.
           10 GES-FECULTGES   PIC X(10).
           10 GES-OPERULT     PIC X(3).

       01  DCLTBCURGEH.
           10 GEH-NROCLI      PIC S9(7)V     USAGE COMP-3.
           10 GEH-FECGES      PIC X(10).
           10 GEH-HORGES      PIC X(8).
           10 GEH-SUCURSAL    PIC S9(2)V     USAGE COMP-3.
           10 GEH-OPERADOR    PIC X(3).
           10 GEH-RESULTADO   PIC X(2).
           10 GEH-FECPROM     PIC X(10).
           10 GEH-IMPPROM     PIC S9(11)V9(2) USAGE COMP-3.
           10 GEH-OBSERV      PIC X(40).

      *-----------   LINEAS ARMADAS DEL CASO   -----------------------
       01  WS-LINEA-POS.
           03 FILLER               PIC X(05)      VALUE 'CASO '.
           03 LPO-POS              PIC ZZZZ9.
           03 FILLER               PIC X(04)      VALUE ' DE '.
           03 LPO-CANT             PIC ZZZZ9.

       01  WS-LINEA-CLI.
           03 LCL-NROCLI           PIC 9(07).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-TIPDOC           PIC X(02).
           03 FILLER               PIC X(01)      VALUE '/'.
           03 LCL-NRODOC           PIC 9(11).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LCL-NOMAPE           PIC X(30).

       01  WS-LINEA-EST.
           03 FILLER               PIC X(08)      VALUE 'ESTADO: '.
           03 LES-ESTADO           PIC X(01).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LES-DESCRIP          PIC X(20).
           03 FILLER               PIC X(07)      VALUE ' DIAS: '.
           03 LES-DIAS             PIC ZZZZ9.
           03 FILLER               PIC X(08)      VALUE ' DEUDA: '.
           03 LES-DEUDA            PIC -(11)9.99.

       01  WS-LINEA-TRAMOS.
           03 LTR-LEYENDA1         PIC X(07).
           03 LTR-IMPORTE1         PIC -(11)9.99.
           03 FILLER               PIC X(02)      VALUE SPACES.
           03 LTR-LEYENDA2         PIC X(07).
           03 LTR-IMPORTE2         PIC -(11)9.99.

       01  WS-LINEA-PROM.
           03 FILLER               PIC X(09)      VALUE 'PROMESA: '.
           03 LPR-FECPROM          PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LPR-IMPPROM          PIC -(11)9.99.
           03 FILLER               PIC X(12)      VALUE
                                                  ' GESTIONES: '.
           03 LPR-CANTGES          PIC ZZ9.
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LPR-FECULTGES        PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LPR-OPERULT          PIC X(03).

       01  WS-LINEA-ULT.
           03 LUL-FECGES           PIC X(10).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LUL-HORGES           PIC X(05).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LUL-OPERADOR         PIC X(03).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LUL-RESULTADO        PIC X(02).
           03 FILLER               PIC X(01)      VALUE SPACES.
           03 LUL-OBSERV           PIC X(40).

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ---------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    COLA DE LA SUCURSAL EN ORDEN DE PRIORIDAD. UNA PROMESA
      *    QUE VENCIO HOY VUELVE YA, SIN ESPERAR A PGMMORAG.
           EXEC SQL
              DECLARE CURSORCOLA CURSOR FOR
                 SELECT G.NROCLI, G.DEUDATOT, G.IMP0130, G.IMP3160,
                        G.IMP6190, G.IMP90MAS, G.DIASMAX, G.ESTADO,
                        VALUE(CHAR(G.FECPROM, ISO), ' '),
                        G.IMPPROM, G.CANTGES,
                        VALUE(CHAR(G.FECULTGES, ISO), ' '),
                        G.OPERULT,
                        VALUE(C.TIPDOC, ' '), VALUE(C.NRODOC, 0),
                        VALUE(C.NOMAPE, ' ')
                 FROM KC02803.TBCURGES G
                      LEFT JOIN KC02803.TBCURCLI C
                        ON C.NROCLI = G.NROCLI
                 WHERE G.SUCURSAL = :REG-SUCURSAL
                   AND (G.ESTADO <> 'P' OR G.FECPROM < CURRENT DATE)
                 ORDER BY CASE WHEN G.ESTADO IN ('I', 'P')
                               THEN 0 ELSE 1 END,
                          G.DIASMAX DESC, G.DEUDATOT DESC, G.NROCLI
           END-EXEC.

      *---- FIRMA DE OPERADOR (PGMSICAF) POR TERMINAL ----------------
      *    NIVELES: 1 CONSULTA / 2 CAJERO / 3 SUPERVISOR. LA GESTION
      *    DE MORA ESTA ABIERTA A TODO OPERADOR FIRMADO.
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

           MOVE LOW-VALUES TO MAPGEMOO.
           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF EIBCALEN = 0 THEN

              MOVE ZEROS TO WS-USER-SUC WS-USER-POS WS-USER-NROCLI
              MOVE LENGTH OF MAPGEMOO TO WS-LONG
              MOVE CT-MNS-01 TO MSGO
              PERFORM 8000-SEND-MAPA-I THRU 8000-SEND-MAPA-F
              PERFORM 9999-FINAL-I THRU 9999-FINAL-F

           END-IF.

       1000-INICIO-F. EXIT.


      *-------------------------------------------------------------
       2000-PROCESO-I.

           MOVE LENGTH OF MAPGEMOO TO WS-LONG

           EXEC CICS RECEIVE
              MAP    (WS-MAP)
              MAPSET (WS-MAPSET)
              INTO   (MAPGEMOI)
              RESP   (WS-RESP)
           END-EXEC

           EVALUATE WS-RESP

              WHEN DFHRESP(NORMAL)
                 CONTINUE

              WHEN DFHRESP (MAPFAIL)
                 MOVE LOW-VALUES TO MAPGEMOO
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
                 PERFORM 4000-PRIMER-CASO-I THRU 4000-PRIMER-CASO-F

              WHEN DFHPF7
                 IF WS-USER-POS IS GREATER 1
                    SUBTRACT 1 FROM WS-USER-POS
                    PERFORM 4500-MOSTRAR-CASO-I
                       THRU 4500-MOSTRAR-CASO-F
                 ELSE
                    MOVE CT-MNS-05 TO MSGO
                 END-IF

              WHEN DFHPF8
                 IF WS-USER-POS IS EQUAL ZEROS
                    PERFORM 4000-PRIMER-CASO-I THRU 4000-PRIMER-CASO-F
                 ELSE
                    ADD 1 TO WS-USER-POS
                    PERFORM 4500-MOSTRAR-CASO-I
                       THRU 4500-MOSTRAR-CASO-F
                    IF WS-HALLADO IS EQUAL 'N'
                       SUBTRACT 1 FROM WS-USER-POS
                       MOVE CT-MNS-04 TO MSGO
                    END-IF
                 END-IF

              WHEN DFHPF5
                 PERFORM 5000-REGISTRAR-I THRU 5000-REGISTRAR-F

              WHEN DFHPF3
                 MOVE LOW-VALUES TO MAPGEMOO
                 MOVE ZEROS TO WS-USER-POS WS-USER-NROCLI
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
      *  ARRANCA LA COLA DE LA SUCURSAL DESDE EL PRIMER CASO.
       4000-PRIMER-CASO-I.

           EVALUATE TRUE
              WHEN SUCI IS EQUAL TO (SPACES OR LOW-VALUES)
                 MOVE FIR-SUC TO WS-USER-SUC
              WHEN SUCI IS NUMERIC
                 MOVE SUCI TO WS-USER-SUC
              WHEN OTHER
                 MOVE CT-MNS-02 TO MSGO
                 GO TO 4000-PRIMER-CASO-F
           END-EVALUATE

           MOVE 1 TO WS-USER-POS
           PERFORM 4500-MOSTRAR-CASO-I THRU 4500-MOSTRAR-CASO-F

           IF WS-HALLADO IS EQUAL 'N' AND
              MSGO IS NOT EQUAL CT-MNS-08
              MOVE ZEROS TO WS-USER-POS
              MOVE CT-MNS-03 TO MSGO
           END-IF.

       4000-PRIMER-CASO-F. EXIT.


      *-------------------------------------------------------------
      *  MUESTRA EL CASO WS-USER-POS DE LA COLA: LOS ANTERIORES SE
      *  LEEN SIN MOSTRARSE, COMO EL PAGINADO DE PGMMINIE.
       4500-MOSTRAR-CASO-I.

           MOVE 'N' TO WS-HALLADO
           MOVE ZEROS TO WS-USER-NROCLI
           MOVE WS-USER-SUC TO REG-SUCURSAL SUCO
           MOVE SPACES TO POSO LIN1O LIN2O LIN3O LIN4O LIN5O LIN6O

           EXEC SQL
              SELECT COUNT(*)
                INTO :REG-CANTIDAD
                FROM KC02803.TBCURGES G
               WHERE G.SUCURSAL = :REG-SUCURSAL
                 AND (G.ESTADO <> 'P' OR G.FECPROM < CURRENT DATE)
           END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 4500-MOSTRAR-CASO-F
           END-IF

           IF WS-USER-POS IS GREATER REG-CANTIDAD
              GO TO 4500-MOSTRAR-CASO-F
           END-IF

           MOVE ZEROS TO WS-FETCHED
           MOVE 'N' TO WS-FIN-CURSOR

           EXEC SQL OPEN CURSORCOLA END-EXEC
           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 4500-MOSTRAR-CASO-F
           END-IF

           PERFORM 4600-LEER-COLA-I THRU 4600-LEER-COLA-F
              UNTIL WS-FIN-CURSOR IS EQUAL 'S'
                 OR WS-FETCHED IS EQUAL WS-USER-POS

           EXEC SQL CLOSE CURSORCOLA END-EXEC

           IF WS-FETCHED IS NOT EQUAL WS-USER-POS
              GO TO 4500-MOSTRAR-CASO-F
           END-IF

           MOVE 'S' TO WS-HALLADO
           MOVE GES-NROCLI TO WS-USER-NROCLI
           PERFORM 4700-ARMAR-CASO-I THRU 4700-ARMAR-CASO-F
           MOVE CT-MNS-14 TO MSGO.

       4500-MOSTRAR-CASO-F. EXIT.


      *-------------------------------------------------------------
       4600-LEER-COLA-I.

           EXEC SQL
              FETCH CURSORCOLA INTO :GES-NROCLI,
                                    :GES-DEUDATOT,
                                    :GES-IMP0130,
                                    :GES-IMP3160,
                                    :GES-IMP6190,
                                    :GES-IMP90MAS,
                                    :GES-DIASMAX,
                                    :GES-ESTADO,
                                    :GES-FECPROM,
                                    :GES-IMPPROM,
                                    :GES-CANTGES,
                                    :GES-FECULTGES,
                                    :GES-OPERULT,
                                    :CLI-TIPDOC,
                                    :CLI-NRODOC,
                                    :CLI-NOMAPE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-FETCHED
              WHEN NOT-FOUND
                 MOVE 'S' TO WS-FIN-CURSOR
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 MOVE 'S' TO WS-FIN-CURSOR
           END-EVALUATE.

       4600-LEER-COLA-F. EXIT.


      *-------------------------------------------------------------
       4700-ARMAR-CASO-I.

           MOVE WS-USER-POS  TO LPO-POS
           MOVE REG-CANTIDAD TO LPO-CANT
           MOVE WS-LINEA-POS TO POSO

           MOVE GES-NROCLI   TO LCL-NROCLI
           MOVE CLI-TIPDOC   TO LCL-TIPDOC
           MOVE CLI-NRODOC   TO LCL-NRODOC
           MOVE CLI-NOMAPE   TO LCL-NOMAPE
           MOVE WS-LINEA-CLI TO LIN1O

           MOVE GES-ESTADO   TO LES-ESTADO
           EVALUATE GES-ESTADO
              WHEN 'N'  MOVE 'SIN GESTION'          TO LES-DESCRIP
              WHEN 'G'  MOVE 'GESTIONADO'           TO LES-DESCRIP
              WHEN 'P'  MOVE 'PROMESA VENCIDA'      TO LES-DESCRIP
              WHEN 'I'  MOVE 'PROMESA INCUMPLIDA'   TO LES-DESCRIP
              WHEN OTHER MOVE SPACES                TO LES-DESCRIP
           END-EVALUATE
           MOVE GES-DIASMAX  TO LES-DIAS
           MOVE GES-DEUDATOT TO LES-DEUDA
           MOVE WS-LINEA-EST TO LIN2O

           MOVE ' 1-30: '    TO LTR-LEYENDA1
           MOVE GES-IMP0130  TO LTR-IMPORTE1
           MOVE '31-60: '    TO LTR-LEYENDA2
           MOVE GES-IMP3160  TO LTR-IMPORTE2
           MOVE WS-LINEA-TRAMOS TO LIN3O
           MOVE '61-90: '    TO LTR-LEYENDA1
           MOVE GES-IMP6190  TO LTR-IMPORTE1
           MOVE '  +90: '    TO LTR-LEYENDA2
           MOVE GES-IMP90MAS TO LTR-IMPORTE2
           MOVE WS-LINEA-TRAMOS TO LIN4O

           MOVE GES-FECPROM   TO LPR-FECPROM
           MOVE GES-IMPPROM   TO LPR-IMPPROM
           MOVE GES-CANTGES   TO LPR-CANTGES
           MOVE GES-FECULTGES TO LPR-FECULTGES
           MOVE GES-OPERULT   TO LPR-OPERULT
           MOVE WS-LINEA-PROM TO LIN5O

      *    ULTIMA GESTION REGISTRADA SOBRE EL CLIENTE.
           MOVE GES-NROCLI TO GEH-NROCLI
           EXEC SQL
              SELECT CHAR(FECGES, ISO), HORGES, OPERADOR,
                     RESULTADO, OBSERV
                INTO :GEH-FECGES, :GEH-HORGES, :GEH-OPERADOR,
                     :GEH-RESULTADO, :GEH-OBSERV
                FROM KC02803.TBCURGEH
               WHERE NROCLI = :GEH-NROCLI
               ORDER BY FECGES DESC, HORGES DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE IS EQUAL 0
              MOVE GEH-FECGES    TO LUL-FECGES
              MOVE GEH-HORGES    TO LUL-HORGES
              MOVE GEH-OPERADOR  TO LUL-OPERADOR
              MOVE GEH-RESULTADO TO LUL-RESULTADO
              MOVE GEH-OBSERV    TO LUL-OBSERV
              MOVE WS-LINEA-ULT  TO LIN6O
           END-IF.

       4700-ARMAR-CASO-F. EXIT.


      *-------------------------------------------------------------
      *  REGISTRA LA GESTION SOBRE EL CLIENTE MOSTRADO Y VUELVE A
      *  LA MISMA POSICION DE LA COLA (SI HUBO PROMESA, EL CASO
      *  SALE Y SU LUGAR LO TOMA EL SIGUIENTE).
       5000-REGISTRAR-I.

           IF WS-USER-NROCLI IS EQUAL ZEROS
              MOVE CT-MNS-06 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           IF RESULI IS NOT EQUAL 'NC' AND
              RESULI IS NOT EQUAL 'CT' AND
              RESULI IS NOT EQUAL 'PP'
              MOVE CT-MNS-07 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           MOVE RESULI         TO GEH-RESULTADO
           MOVE WS-USER-NROCLI TO GEH-NROCLI GES-NROCLI
           MOVE ZEROS          TO GEH-IMPPROM
           MOVE SPACES         TO GEH-FECPROM

           IF GEH-RESULTADO IS EQUAL 'PP'
              IF IMPPRI IS NOT NUMERIC OR
                 IMPPRI IS EQUAL ZEROS
                 MOVE CT-MNS-11 TO MSGO
                 GO TO 5000-REGISTRAR-F
              END-IF
              MOVE IMPPRI TO GEH-IMPPROM
              MOVE FECPRI TO GEH-FECPROM
              PERFORM 5100-VALIDAR-FECHA-I THRU 5100-VALIDAR-FECHA-F
              IF WS-FECHA-OK IS EQUAL 'N'
                 GO TO 5000-REGISTRAR-F
              END-IF
           END-IF

           EXEC SQL
              SELECT ESTADO
                INTO :GES-ESTADO
                FROM KC02803.TBCURGES
               WHERE NROCLI = :GES-NROCLI
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE CT-MNS-12 TO MSGO
                 GO TO 5000-REGISTRAR-F
              WHEN OTHER
                 MOVE CT-MNS-08 TO MSGO
                 GO TO 5000-REGISTRAR-F
           END-EVALUATE

           PERFORM 7000-TIME-I THRU 7000-TIME-F
           MOVE WS-HORA TO GEH-HORGES
           MOVE FIR-SUC TO GEH-SUCURSAL
           MOVE FIR-ID  TO GEH-OPERADOR
           IF OBSERI IS EQUAL TO LOW-VALUES
              MOVE SPACES TO GEH-OBSERV
           ELSE
              MOVE OBSERI TO GEH-OBSERV
           END-IF

           IF GEH-RESULTADO IS EQUAL 'PP'
              EXEC SQL
                 INSERT INTO KC02803.TBCURGEH
                    ( NROCLI, FECGES, HORGES, SUCURSAL, OPERADOR,
                      RESULTADO, FECPROM, IMPPROM, OBSERV )
                 VALUES
                    ( :GEH-NROCLI, CURRENT DATE, :GEH-HORGES,
                      :GEH-SUCURSAL, :GEH-OPERADOR, :GEH-RESULTADO,
                      :GEH-FECPROM, :GEH-IMPPROM, :GEH-OBSERV )
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO KC02803.TBCURGEH
                    ( NROCLI, FECGES, HORGES, SUCURSAL, OPERADOR,
                      RESULTADO, OBSERV )
                 VALUES
                    ( :GEH-NROCLI, CURRENT DATE, :GEH-HORGES,
                      :GEH-SUCURSAL, :GEH-OPERADOR, :GEH-RESULTADO,
                      :GEH-OBSERV )
              END-EXEC
           END-IF

           IF SQLCODE IS NOT EQUAL 0
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

      *    LA PROMESA DEJA AL CLIENTE FUERA DE LA COLA HASTA SU
      *    FECHA; CUALQUIER OTRO RESULTADO LO DEJA GESTIONADO.
           IF GEH-RESULTADO IS EQUAL 'PP'
              EXEC SQL
                 UPDATE KC02803.TBCURGES
                    SET ESTADO    = 'P',
                        FECPROM   = :GEH-FECPROM,
                        IMPPROM   = :GEH-IMPPROM,
                        CANTGES   = CANTGES + 1,
                        FECULTGES = CURRENT DATE,
                        OPERULT   = :GEH-OPERADOR
                  WHERE NROCLI = :GES-NROCLI
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE KC02803.TBCURGES
                    SET ESTADO    = 'G',
                        CANTGES   = CANTGES + 1,
                        FECULTGES = CURRENT DATE,
                        OPERULT   = :GEH-OPERADOR
                  WHERE NROCLI = :GES-NROCLI
              END-EXEC
           END-IF

           IF SQLCODE IS NOT EQUAL 0
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE CT-MNS-08 TO MSGO
              GO TO 5000-REGISTRAR-F
           END-IF

           MOVE LOW-VALUES TO RESULO FECPRO IMPPRO OBSERO
           PERFORM 4500-MOSTRAR-CASO-I THRU 4500-MOSTRAR-CASO-F
           IF WS-HALLADO IS EQUAL 'N' AND WS-USER-POS IS GREATER 1
              SUBTRACT 1 FROM WS-USER-POS
              PERFORM 4500-MOSTRAR-CASO-I THRU 4500-MOSTRAR-CASO-F
           END-IF
           MOVE CT-MNS-13 TO MSGO.

       5000-REGISTRAR-F. EXIT.


      *-------------------------------------------------------------
      *  LA FECHA DE PROMESA DEBE SER VALIDA Y POSTERIOR A HOY.
       5100-VALIDAR-FECHA-I.

           MOVE 'N' TO WS-FECHA-OK

           EXEC SQL
              SELECT CASE WHEN DATE(:GEH-FECPROM) > CURRENT DATE
                          THEN 'S' ELSE 'N' END
                INTO :WS-FECHA-OK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-FECHA-OK IS EQUAL 'N'
                    MOVE CT-MNS-10 TO MSGO
                 END-IF
              WHEN -181
              WHEN -180
                 MOVE 'N' TO WS-FECHA-OK
                 MOVE CT-MNS-10 TO MSGO
              WHEN OTHER
                 MOVE 'N' TO WS-FECHA-OK
                 MOVE CT-MNS-08 TO MSGO
           END-EVALUATE.

       5100-VALIDAR-FECHA-F. EXIT.


      *-------------------------------------------------------------
      *  VERIFICA QUE LA TERMINAL TENGA UN OPERADOR FIRMADO
      *  (PGMSICAF); LA GESTION DE MORA NO EXIGE NIVEL.
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
               FROM   (MAPGEMOO)
               LENGTH (WS-LONG)
               ERASE
               RESP   (WS-RESP)
           END-EXEC.

       8000-SEND-MAPA-F. EXIT.


      *-------------------------------------------------------------
       9999-FINAL-I.

           EXEC CICS RETURN
              TRANSID  (WS-TRANSACTION)
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       9999-FINAL-F. EXIT.
