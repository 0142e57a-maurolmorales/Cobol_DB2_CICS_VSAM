      *      EMAIL, NACIONALIDAD, ESTADO CIVIL),                      *
      *    - LA MARCA DE DISCREPANCIA ENTRE AMBAS FUENTES (MISMO      *
      *      CRITERIO QUE PGMRCCAF EN BATCH),                         *
      *    - EL NIVEL DE RIESGO DE LAVADO Y LA PROXIMA REVISION       *
      *      (MATRIZ DE RIESGO MENSUAL, PGMRIESG),                    *
      *    - Y TODAS SUS CUENTAS DE TBCURCTA CON TIPO, SUBTIPO,       *
      *      MONEDA, SALDO Y ESTADO.                                  *
      *    - LA OFERTA DE PRESTAMO PREAPROBADO VIGENTE, SI LA HAY     *
      *      (MOTOR MENSUAL PGMOFERT, TABLA TBCUROFE).                *
      *    UNA LLAMADA, UNA PANTALLA.                                 *
      *****************************************************************

       77  REG-NACIONALIDAD  PIC X(30)                 VALUE SPACES.
       77  REG-ESTCIVIL      PIC X(02)                 VALUE SPACES.
       77  REG-EMAIL         PIC X(30)                 VALUE SPACES.
       77  REG-NIVRIESGO     PIC X(01)                 VALUE SPACES.
       77  REG-PROXREV       PIC X(10)                 VALUE SPACES.

      *---- HOST VARIABLES DB2 (TBCURCTA) ----------------------------
       77  CTA-TIPCUEN       PIC X(02)                 VALUE SPACES.
       77  PRE-ESTADO        PIC X(01)                 VALUE SPACES.
       77  WS-PRE-IDX        PIC S9(04) COMP           VALUE +0.

      *---- HOST VARIABLES DB2 (TBCUROFE) ----------------------------
       77  OFE-IMPORTE       PIC S9(11)V99 USAGE COMP-3 VALUE ZEROES.
       77  OFE-PLAZO         PIC S9(3)V USAGE COMP-3   VALUE ZEROES.
       77  OFE-CUOTA         PIC S9(11)V99 USAGE COMP-3 VALUE ZEROES.
       77  OFE-FECVTO        PIC X(10)                 VALUE SPACES.

      *---- FECHA DE PERSOCAF EN FORMATO COMPARABLE -------------------
       01  WS-FECNAC-CLI.
           03  WFC-AAAA          PIC X(04).
           88 HAY-DISCREPANCIA                     VALUE 'S'.
           88 SIN-DISCREPANCIA                     VALUE 'N'.

      *---- NIVEL DE RIESGO PARA LA PANTALLA --------------------------
       01  WS-LINEA-RIESGO.
           03 LRI-NIVEL          PIC X(13).
           03 FILLER             PIC X(12)         VALUE ' PROX. REV: '.
           03 LRI-PROXREV        PIC X(10).

      *---- LINEA DE APODERADO PARA LA PANTALLA -----------------------
      *    QUIEN PUEDE ACTUAR SOBRE CADA CUENTA SIN SER TITULAR
      *    (REGISTRO DE PODERES TBCURAPO, PGMAPOCA).
           03 FILLER             PIC X(06)         VALUE ' EST: '.
           03 LPR-ESTADO         PIC X(01).

      *---- OFERTA DE PRESTAMO PREAPROBADO PARA LA PANTALLA -----------
       01  WS-LINEA-OFE.
           03 FILLER             PIC X(12)         VALUE 'PREAPROBADO '.
           03 LOF-IMPORTE        PIC -(11)9.99.
           03 FILLER             PIC X(04)         VALUE ' EN '.
           03 LOF-PLAZO          PIC ZZ9.
           03 FILLER             PIC X(07)         VALUE ' CUOTA '.
           03 LOF-CUOTA          PIC -(11)9.99.
           03 FILLER             PIC X(06)         VALUE ' VTO: '.
           03 LOF-FECVTO         PIC X(10).

      *---- LINEA DE CUENTA PARA LA PANTALLA --------------------------
       01  WS-LINEA-CUENTA.
           03 LCT-TIPCUEN        PIC X(02).
                     VALUE(CIUDAD, ' '),
                     VALUE(NACIONALIDAD, ' '),
                     VALUE(ESTCIVIL, ' '),
                     VALUE(EMAIL, ' '),
                     NIVRIESGO,
                     VALUE(CHAR(PROXREV, ISO), ' ')
                INTO :REG-NROCLI, :REG-NOMAPE, :REG-FECNAC,
                     :REG-SEXO, :REG-DOMICILIO, :REG-CIUDAD,
                     :REG-NACIONALIDAD, :REG-ESTCIVIL, :REG-EMAIL,
                     :REG-NIVRIESGO, :REG-PROXREV
                FROM KC02803.TBCURCLI
               WHERE TIPDOC = :REG-TIPDOC
                 AND NRODOC = :REG-NRODOC
           MOVE REG-ESTCIVIL     TO ESTCIVO
           MOVE REG-EMAIL        TO EMAILO

           EVALUATE REG-NIVRIESGO
              WHEN 'A'   MOVE 'RIESGO ALTO'   TO LRI-NIVEL
              WHEN 'M'   MOVE 'RIESGO MEDIO'  TO LRI-NIVEL
              WHEN 'B'   MOVE 'RIESGO BAJO'   TO LRI-NIVEL
              WHEN OTHER MOVE 'SIN CALIFICAR' TO LRI-NIVEL
           END-EVALUATE
           MOVE REG-PROXREV      TO LRI-PROXREV
           MOVE WS-LINEA-RIESGO  TO RIESGOO

           PERFORM 5500-COMPARAR-FUENTES-I
              THRU 5500-COMPARAR-FUENTES-F

           PERFORM 6700-LISTAR-PREST-I
              THRU 6700-LISTAR-PREST-F

           PERFORM 6900-OFERTA-I
              THRU 6900-OFERTA-F

           IF HAY-DISCREPANCIA
              MOVE CT-MNS-06 TO MSGO
              MOVE 'DISCREPAN' TO DISCREPO
       6800-FETCH-PREST-F. EXIT.


      *-------------------------------------------------------------
      *  OFERTA DE PRESTAMO PREAPROBADO VIGENTE (LA ULTIMA GENERADA
      *  POR PGMOFERT QUE NO HAYA VENCIDO NI SIDO USADA).
       6900-OFERTA-I.

           MOVE SPACES TO OFERTAO

           EXEC SQL
              SELECT IMPORTE, PLAZO, CUOTA, CHAR(FECVTO, ISO)
                INTO :OFE-IMPORTE, :OFE-PLAZO, :OFE-CUOTA,
                     :OFE-FECVTO
                FROM KC02803.TBCUROFE
               WHERE NROCLI = :REG-NROCLI
                 AND ESTADO = 'V'
                 AND FECVTO >= CURRENT DATE
               ORDER BY FECGEN DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE IS NOT EQUAL 0
              MOVE 'SIN OFERTA PREAPROBADA VIGENTE' TO OFERTAO
              GO TO 6900-OFERTA-F
           END-IF

           MOVE OFE-IMPORTE  TO LOF-IMPORTE
           MOVE OFE-PLAZO    TO LOF-PLAZO
           MOVE OFE-CUOTA    TO LOF-CUOTA
           MOVE OFE-FECVTO   TO LOF-FECVTO
           MOVE WS-LINEA-OFE TO OFERTAO.

       6900-OFERTA-F. EXIT.


      *-------------------------------------------------------------
       7000-TIME-I.

