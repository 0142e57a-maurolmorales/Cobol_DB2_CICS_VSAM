       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRENTA.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMRENTA                                      *
      *  DESCRIPCIÓN:                                            *
      *    RENTABILIDAD MENSUAL (MIS) POR SUCURSAL Y PRODUCTO.   *
      *    ARMA EL RESULTADO DEL PERIODO DE DDPERIOD (UN MES     *
      *    CALENDARIO) POR SUCURSAL Y PRODUCTO (01 CTA.CTE.,     *
      *    02 CAJA DE AHORRO, 03 PLAZO FIJO, PRESTAMOS, CAMBIOS  *
      *    Y OTROS TIPOS DE CUENTA), EN PESOS:                   *
      *    INGRESOS                                              *
      *    - COMISIONES: MANTENIMIENTO ('COMISION MAN', PGMCOCTA)*
      *      Y TARIFAS DE CAJA ('TARIFA ..', PGMTVCOB) Y CAJAS DE*
      *      SEGURIDAD ('CSEG', PGMCJCOB), DEBITOS DE TBCURMOV.  *
      *    - INTERESES COBRADOS: SALDO DEUDOR ('INTERESES SD',   *
      *      PGMINTDE) Y LA PARTE DE INTERES DE CADA CUOTA DE    *
      *      PRESTAMO DEBITADA POR PGMPRCUO (CANAL 'PR'); EL     *
      *      INTERES SE DESPEJA DEL SISTEMA FRANCES CON EL SALDO *
      *      DE CAPITAL QUE QUEDO EN TBCURPRE:                   *
      *      (SALDOCAP + CUOTA) * I / (1 + I), I = TASA / 1200.  *
      *    - MARGEN DE CAMBIO: OPERACIONES CANAL 'FX' (PGMFXCTA),*
      *      PESOS RECIBIDOS NETOS MAS DOLARES RECIBIDOS NETOS   *
      *      VALUADOS A LA COTIZACION DEL DIA DE LA OPERACION    *
      *      (LA MISMA BASE DE POSICION QUE PGMFXPOS).           *
      *    EGRESOS                                               *
      *    - INTERESES PAGADOS: CAJA DE AHORRO ('INTERESES CA',  *
      *      PGMINTCA) Y PLAZO FIJO (RENOVACION, LIQUIDACION Y   *
      *      PRECANCELACION: CREDITOS MENOS DEBITOS DE CAPITAL). *
      *    PRECIO DE TRANSFERENCIA                               *
      *    - LOS DEPOSITOS (01, 02 Y 03) SE ACREDITAN CON EL     *
      *      SALDO PROMEDIO POSITIVO DEL MES (TBCURSPR, PGMSDPRO)*
      *      POR LA TASA ANUAL DEL PARAMETRO TASAPTR / 12.       *
      *    LOS IMPORTES EN DOLARES SE PASAN A PESOS CON LA       *
      *    ULTIMA COTIZACION HASTA EL FIN DEL PERIODO.           *
      *    COMISION DE MANTENIMIENTO E INTERES DE SALDO DEUDOR   *
      *    LOS DEBITA EL MISMO CIERRE (CAFMENSU) CON LA FECHA DEL*
      *    DIA: SE TOMAN LOS POSTERIORES AL PRIMER DIA DEL       *
      *    PERIODO HASTA HOY; EL RESTO, LOS DEL PERIODO.         *
      *    EMITE EL RESULTADO POR SUCURSAL Y PRODUCTO CON LA     *
      *    VARIACION CONTRA EL MES ANTERIOR, EL TOTAL DEL BANCO  *
      *    POR PRODUCTO Y EL RANKING DE SUCURSALES POR RESULTADO *
      *    CON SU MARGEN. LA TENDENCIA MES A MES SE LEE DE LA    *
      *    GENERACION PREVIA (DDTENANT) Y SE GRABA EN LA NUEVA   *
      *    (DDTENNUE), UNA LINEA POR SUCURSAL Y PRODUCTO.        *
      *    SIN SALDOS PROMEDIO DEL PERIODO TERMINA CON RC=4 (NO  *
      *    HAY PRECIO DE TRANSFERENCIA); SIN COTIZACION, RC=8.   *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LISTADO ASSIGN DDLISTA
           FILE STATUS IS FS-LISTADO.

           SELECT PERIODO ASSIGN DDPERIOD
           FILE STATUS IS FS-PERIODO.

           SELECT TRENDANT ASSIGN DDTENANT
           FILE STATUS IS FS-TRENDANT.

           SELECT TRENDNUE ASSIGN DDTENNUE
           FILE STATUS IS FS-TRENDNUE.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

       FD  LISTADO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-SALIDA     PIC X(132).

       FD  PERIODO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-PERIODO    PIC X(20).

      *---- TENDENCIA DE RENTABILIDAD: UNA LINEA POR SUCURSAL, -------
      *---- PRODUCTO Y MES (IMPORTES EN PESOS) -------------------------
       FD  TRENDANT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-TRENDANT.
           05 TRA-PERIODO                PIC 9(06).
           05 TRA-SUCUEN                 PIC 9(02).
           05 TRA-PRODUCTO               PIC X(02).
           05 TRA-INGRESOS      PIC S9(13)V99 USAGE COMP-3.
           05 TRA-EGRESOS       PIC S9(13)V99 USAGE COMP-3.
           05 TRA-CREDPTR       PIC S9(13)V99 USAGE COMP-3.
           05 TRA-RESULTADO     PIC S9(13)V99 USAGE COMP-3.
           05 TRA-RESULT-ANT    PIC S9(13)V99 USAGE COMP-3.
           05 TRA-VARIACION     PIC S9(13)V99 USAGE COMP-3.
           05 TRA-HAY-ANT                PIC X(01).
           05 FILLER                     PIC X(21).

       FD  TRENDNUE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-TRENDNUE.
           05 TRN-PERIODO                PIC 9(06).
           05 TRN-SUCUEN                 PIC 9(02).
           05 TRN-PRODUCTO               PIC X(02).
           05 TRN-INGRESOS      PIC S9(13)V99 USAGE COMP-3.
           05 TRN-EGRESOS       PIC S9(13)V99 USAGE COMP-3.
           05 TRN-CREDPTR       PIC S9(13)V99 USAGE COMP-3.
           05 TRN-RESULTADO     PIC S9(13)V99 USAGE COMP-3.
           05 TRN-RESULT-ANT    PIC S9(13)V99 USAGE COMP-3.
           05 TRN-VARIACION     PIC S9(13)V99 USAGE COMP-3.
           05 TRN-HAY-ANT                PIC X(01).
           05 FILLER                     PIC X(21).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

      *----------- STATUS ARCHIVOS  -----------------------------------
       77  FS-LISTADO              PIC XX       VALUE SPACES.
       77  FS-PERIODO              PIC XX       VALUE SPACES.
       77  FS-TRENDANT             PIC XX       VALUE SPACES.
           88  FS-TRENDANT-FIN                  VALUE '10'.
       77  FS-TRENDNUE             PIC XX       VALUE SPACES.

       77  WS-STATUS-FIN           PIC X.
           88  WS-FIN-LECTURA         VALUE 'Y'.
           88  WS-NO-FIN-LECTURA      VALUE 'N'.

       77  WS-STATUS-CURSOR        PIC X.
           88  WS-FIN-CURSOR          VALUE 'Y'.
           88  WS-NO-FIN-CURSOR       VALUE 'N'.

      *----------- PERIODO DEL RESULTADO ------------------------------
       01  WS-REG-PERIODO.
           03  WS-FEC-DESDE        PIC X(10)    VALUE '2025-06-01'.
           03  WS-FEC-HASTA        PIC X(10)    VALUE '2025-06-30'.

       77  WS-PERIODO-SPR          PIC X(07)    VALUE SPACES.

       01  WS-PERIODO.
           03  WS-PER-AAAA         PIC 9(04)    VALUE ZEROS.
           03  WS-PER-MM           PIC 9(02)    VALUE ZEROS.
       01  WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).

      *----------- TASAS ANUALES DE PRECIO DE TRANSFERENCIA (%) -------
      *    VALORES POR DEFECTO SI TASAPTR NO TIENE VALOR VIGENTE.
       01  WS-REG-TASAS-PTR.
           03  WS-PTR-PESOS        PIC 9(03)V9(04) VALUE 40,0000.
           03  WS-PTR-DOLAR        PIC 9(03)V9(04) VALUE 2,0000.

      *---- PARAMETROS DE NEGOCIO (TBCURPAR, RUTINA PGMPACAF) --------
       77  WS-PGMPACAF         PIC X(8)      VALUE 'PGMPACAF'.

       01  LK-PARAMETRO.
           03  LK-PAR-CODIGO        PIC X(8)  VALUE 'TASAPTR'.
           03  LK-PAR-FECHA         PIC X(10) VALUE SPACES.
           03  LK-PAR-VALOR         PIC X(30) VALUE SPACES.
           03  LK-PAR-VIGDESDE      PIC X(10) VALUE SPACES.
           03  LK-PAR-RESULT        PIC X(2)  VALUE SPACES.

      *----------- COTIZACIONES ---------------------------------------
      *    CIERRE: ULTIMA COTIZACION DEL DOLAR HASTA EL FIN DEL
      *    PERIODO. DIA: LA DE LA FECHA DE CADA OPERACION DE CAMBIO.
       77  WS-COTIZ-CIERRE    PIC S9(5)V9(2) USAGE COMP-3 VALUE ZEROS.
       77  WS-COTIZ-DIA       PIC S9(5)V9(2) USAGE COMP-3 VALUE ZEROS.
       77  WS-FECCOT-ANT           PIC X(10)    VALUE SPACES.

      *----------- CONVERSION A PESOS ---------------------------------
       77  WS-CNV-MONEDA      PIC S9(1)V USAGE COMP-3     VALUE ZEROS.
       77  WS-CNV-ORIGEN      PIC S9(13)V99 USAGE COMP-3  VALUE ZEROS.
       77  WS-CNV-PESOS       PIC S9(13)V99 USAGE COMP-3  VALUE ZEROS.

      *----------- CALCULOS ------------------------------------------
       77  WS-TASA-MENSUAL    PIC S9(3)V9(12) COMP-3     VALUE ZEROS.
       77  WS-INTERES         PIC S9(13)V99 USAGE COMP-3  VALUE ZEROS.
       77  WS-NROPRES-REF          PIC X(07)    VALUE SPACES.
       77  WS-NROPRES-NUM REDEFINES WS-NROPRES-REF PIC 9(07).
       77  WS-RESULTADO       PIC S9(13)V99 USAGE COMP-3  VALUE ZEROS.
       77  WS-INGRESOS        PIC S9(13)V99 USAGE COMP-3  VALUE ZEROS.
       77  WS-EGRESOS         PIC S9(13)V99 USAGE COMP-3  VALUE ZEROS.
       77  WS-CREDPTR         PIC S9(13)V99 USAGE COMP-3  VALUE ZEROS.
       77  WS-RESULT-ANT      PIC S9(13)V99 USAGE COMP-3  VALUE ZEROS.
       77  WS-VARIACION       PIC S9(13)V99 USAGE COMP-3  VALUE ZEROS.
       77  WS-MARGEN          PIC S9(5)V99  USAGE COMP-3  VALUE ZEROS.

      *----------- PRODUCTOS DEL RESULTADO ----------------------------
       77  WS-PRD-MAX              PIC 9(01)    VALUE 6.
       77  WS-PRD-IDX              PIC 9(01)    VALUE ZEROS.
       77  WS-PRD-BUS              PIC 9(01)    VALUE ZEROS.

       01  WS-PRODUCTOS.
           03  FILLER              PIC X(14)    VALUE
               '01CTA.CTE.    '.
           03  FILLER              PIC X(14)    VALUE
               '02CAJA AHORRO '.
           03  FILLER              PIC X(14)    VALUE
               '03PLAZO FIJO  '.
           03  FILLER              PIC X(14)    VALUE
               'PRPRESTAMOS   '.
           03  FILLER              PIC X(14)    VALUE
               'FXCAMBIOS     '.
           03  FILLER              PIC X(14)    VALUE
               'OTOTROS       '.
       01  WS-PRODUCTOS-R REDEFINES WS-PRODUCTOS.
           03  WS-PRD-ITEM OCCURS 6 TIMES.
               05  WS-PRD-CODIGO   PIC X(02).
               05  WS-PRD-NOMBRE   PIC X(12).

      *----------- RESULTADO POR SUCURSAL (0 A 99) Y PRODUCTO ---------
       77  WS-SUC-IDX              PIC 9(03)    VALUE ZEROS.

       01  WS-TABLA-RENTA.
           03  WS-REN-SUC OCCURS 100 TIMES.
               05  WS-REN-ACTIVA      PIC X.
               05  WS-REN-PRD OCCURS 6 TIMES.
                   07  WS-REN-COMIS   PIC S9(13)V99 COMP-3.
                   07  WS-REN-INTCOB  PIC S9(13)V99 COMP-3.
                   07  WS-REN-MARGFX  PIC S9(13)V99 COMP-3.
                   07  WS-REN-INTPAG  PIC S9(13)V99 COMP-3.
                   07  WS-REN-CREDPTR PIC S9(13)V99 COMP-3.
                   07  WS-REN-ANTER   PIC S9(13)V99 COMP-3.
                   07  WS-REN-HAY-ANT PIC X.

      *    TOTALES DEL BANCO POR PRODUCTO.
       01  WS-TABLA-PRODUCTO.
           03  WS-TPR-ITEM OCCURS 6 TIMES.
               05  WS-TPR-COMIS       PIC S9(13)V99 COMP-3.
               05  WS-TPR-INTCOB      PIC S9(13)V99 COMP-3.
               05  WS-TPR-MARGFX      PIC S9(13)V99 COMP-3.
               05  WS-TPR-INTPAG      PIC S9(13)V99 COMP-3.
               05  WS-TPR-CREDPTR     PIC S9(13)V99 COMP-3.
               05  WS-TPR-ANTER       PIC S9(13)V99 COMP-3.
               05  WS-TPR-HAY-ANT     PIC X.

      *    TOTALES POR SUCURSAL PARA EL RANKING.
       01  WS-TABLA-SUCURSAL.
           03  WS-TSU-ITEM OCCURS 100 TIMES.
               05  WS-TSU-COMIS       PIC S9(13)V99 COMP-3.
               05  WS-TSU-INTCOB      PIC S9(13)V99 COMP-3.
               05  WS-TSU-MARGFX      PIC S9(13)V99 COMP-3.
               05  WS-TSU-INGRESOS    PIC S9(13)V99 COMP-3.
               05  WS-TSU-EGRESOS     PIC S9(13)V99 COMP-3.
               05  WS-TSU-CREDPTR     PIC S9(13)V99 COMP-3.
               05  WS-TSU-RESULTADO   PIC S9(13)V99 COMP-3.
               05  WS-TSU-ANTER       PIC S9(13)V99 COMP-3.
               05  WS-TSU-HAY-ANT     PIC X.

      *----------- RANKING DE SUCURSALES POR RESULTADO ----------------
       77  WS-RNK-CANT             PIC 9(03)    VALUE ZEROS.
       77  WS-RNK-I                PIC 9(03)    VALUE ZEROS.
       77  WS-RNK-J                PIC 9(03)    VALUE ZEROS.
       77  WS-RNK-AUX              PIC 9(03)    VALUE ZEROS.
       77  WS-RNK-SIG              PIC 9(03)    VALUE ZEROS.

       01  WS-TABLA-RANKING.
           03  WS-RNK-SUC          PIC 9(03) OCCURS 100 TIMES.

      *----------- ACUMULADORES GENERALES -----------------------------
       77  WS-MOV-GRUPOS         PIC 9(07)           VALUE ZEROES.
       77  WS-CUOTAS-LEIDAS      PIC 9(07)           VALUE ZEROES.
       77  WS-CUOTAS-SIN-PRE     PIC 9(07)           VALUE ZEROES.
       77  WS-FX-GRUPOS          PIC 9(07)           VALUE ZEROES.
       77  WS-SPR-GRUPOS         PIC 9(07)           VALUE ZEROES.
       77  WS-TREND-LEIDOS       PIC 9(07)           VALUE ZEROES.
       77  WS-TREND-IGNORADOS    PIC 9(07)           VALUE ZEROES.
       77  WS-TREND-GRABADOS     PIC 9(07)           VALUE ZEROES.

      *-----------  IMPRESION  ----------------------------------------
       77  WS-LINE                 PIC X(132)        VALUE ALL '='.
       77  WS-LINE3                PIC X(132)        VALUE ALL '-'.
       77  WS-LINEA-FIJA           PIC 9(02)         VALUE 60.
       77  WS-CUENTA-LINEA         PIC 9(02)         VALUE 99.
       77  WS-CUENTA-PAGINA        PIC 9(02)         VALUE 01.

      *    TITULO:
       01  IMP-TITULO.
           03  FILLER              PIC X(07)    VALUE 'FECHA: '.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-TIT-DD          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  IMP-TIT-MM          PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X        VALUE '-'.
           03  FILLER              PIC 99       VALUE 20.
           03  IMP-TIT-AA          PIC 99       VALUE ZEROES.
           03  FILLER              PIC X(07)    VALUE SPACES.
           03  FILLER              PIC X(40)    VALUE
               'RENTABILIDAD POR SUCURSAL Y PRODUCTO    '.
           03  FILLER              PIC X(09)    VALUE 'PERIODO: '.
           03  IMP-TIT-PERIODO     PIC X(07).
           03  FILLER              PIC X(07)    VALUE SPACES.
           03  FILLER              PIC X(08)    VALUE 'PGMRENTA'.
           03  FILLER              PIC X(02)    VALUE SPACES.
           03  FILLER              PIC X(14)    VALUE 'NUMERO PAGINA:'.
           03  IMP-TIT-PAGINA      PIC Z9       VALUE ZEROES.
           03  FILLER              PIC X(16)    VALUE SPACES.

       01  IMP-TITULO2.
           03  FILLER              PIC X(42)    VALUE
               'IMPORTES EN PESOS, SIN DECIMALES. (*) SIN '.
           03  FILLER              PIC X(40)    VALUE
               'RESULTADO DEL MES ANTERIOR              '.
           03  FILLER              PIC X(50)    VALUE SPACES.

      *    SUBTITULO-SUCUEN:
       01  IMP-SUBT-SUCUEN.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(10)     VALUE 'SUCURSAL: '.
           03  FILLER              PIC X         VALUE SPACES.
           03  IMP-SUCUEN-SUB      PIC Z9.
           03  FILLER              PIC X(118)    VALUE SPACES.

       01  IMP-SUBT-BANCO.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(30)     VALUE
               'TOTAL DEL BANCO POR PRODUCTO  '.
           03  FILLER              PIC X(101)    VALUE SPACES.

      *    ENCABEZADO DEL DETALLE POR PRODUCTO:
       01  IMP-ENC-DETALLE.
           03  FILLER              PIC X(13)    VALUE ' PRODUCTO    '.
           03  FILLER              PIC X(16)    VALUE
               '      COMISIONES'.
           03  FILLER              PIC X(16)    VALUE
               '   INT.COBRADOS '.
           03  FILLER              PIC X(16)    VALUE
               '   MARGEN CAMBIO'.
           03  FILLER              PIC X(16)    VALUE
               '    INT.PAGADOS '.
           03  FILLER              PIC X(16)    VALUE
               '   CRED.P.TRANSF'.
           03  FILLER              PIC X(16)    VALUE
               '       RESULTADO'.
           03  FILLER              PIC X(16)    VALUE
               '  VARIAC.MES ANT'.
           03  FILLER              PIC X(07)    VALUE SPACES.

      *    DETALLE POR PRODUCTO (Y TOTAL DE LA SUCURSAL):
       01  IMP-REG-DETALLE.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-PRODUCTO    PIC X(12).
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-COMIS       PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-INTCOB      PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-MARGFX      PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-INTPAG      PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-CREDPTR     PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-RESULTADO   PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-VARIACION   PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-DET-SIN-ANT     PIC X(01).
           03  FILLER              PIC X(05)    VALUE SPACES.

      *    RANKING DE SUCURSALES:
       01  IMP-SUBT-RANKING.
           03  FILLER              PIC X         VALUE SPACES.
           03  FILLER              PIC X(40)     VALUE
               'RANKING DE SUCURSALES POR RESULTADO     '.
           03  FILLER              PIC X(91)     VALUE SPACES.

       01  IMP-ENC-RANKING.
           03  FILLER              PIC X(14)    VALUE
               ' PUESTO  SUC. '.
           03  FILLER              PIC X(16)    VALUE
               '        INGRESOS'.
           03  FILLER              PIC X(16)    VALUE
               '         EGRESOS'.
           03  FILLER              PIC X(16)    VALUE
               '   CRED.P.TRANSF'.
           03  FILLER              PIC X(16)    VALUE
               '       RESULTADO'.
           03  FILLER              PIC X(16)    VALUE
               '    MES ANTERIOR'.
           03  FILLER              PIC X(16)    VALUE
               '       VARIACION'.
           03  FILLER              PIC X(11)    VALUE
               '   MARGEN %'.
           03  FILLER              PIC X(11)    VALUE SPACES.

       01  IMP-REG-RANKING.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-RNK-PUESTO      PIC ZZ9.
           03  FILLER              PIC X(04)    VALUE SPACES.
           03  IMP-RNK-SUCUEN      PIC Z9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-RNK-INGRESOS    PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RNK-EGRESOS     PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RNK-CREDPTR     PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RNK-RESULTADO   PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RNK-ANTER       PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(01)    VALUE SPACES.
           03  IMP-RNK-VARIACION   PIC -ZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER              PIC X(03)    VALUE SPACES.
           03  IMP-RNK-MARGEN      PIC -ZZZ9,99.
           03  FILLER              PIC X(01)    VALUE '%'.
           03  IMP-RNK-SIN-ANT     PIC X(01).
           03  FILLER              PIC X(10)    VALUE SPACES.

      *-----------  FECHA DE PROCESO ----------------------------------
       01  WS-FECHA.
           03  WS-FECHA-AA         PIC 99            VALUE ZEROS.
           03  WS-FECHA-MM         PIC 99            VALUE ZEROS.
           03  WS-FECHA-DD         PIC 99            VALUE ZEROS.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *    VARIABLES TOMADAS DE LAS TABLAS DE LOS CURSORES.
       77  REG-SUCMOV    PIC S9(2)V USAGE COMP-3     VALUE ZEROES.
       77  REG-TIPCUEN   PIC X(2)                    VALUE SPACES.
       77  REG-MONEDA    PIC S9(1)V USAGE COMP-3     VALUE ZEROES.
       77  REG-FECMOV    PIC X(10)                   VALUE SPACES.
       77  REG-REFMOV    PIC X(12)                   VALUE SPACES.
       77  REG-COMIS     PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-INTSD     PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-INTCA     PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-INTPF     PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-IMPORTE   PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-NETO      PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  REG-SALPROM   PIC S9(13)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  PRE-NROPRES   PIC S9(7)V USAGE COMP-3     VALUE ZEROES.
       77  PRE-SALDOCAP  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZEROES.
       77  PRE-TASA      PIC S9(2)V9(4) USAGE COMP-3 VALUE ZEROES.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    COMISIONES, INTERES DE SALDO DEUDOR E INTERESES PAGADOS
      *    POR SUCURSAL, TIPO DE CUENTA Y MONEDA. LOS DEBITOS DEL
      *    CIERRE (MANTENIMIENTO Y SALDO DEUDOR) VAN DESDE EL DIA
      *    SIGUIENTE AL PRIMERO DEL PERIODO HASTA HOY; EL RESTO
      *    QUEDA DENTRO DEL PERIODO. EL PLAZO FIJO NETEA LA PATA
      *    DE CAPITAL (DEBITO) CONTRA LA DE CAPITAL MAS INTERES.
           EXEC SQL
              DECLARE CURSORMOV CURSOR FOR
                 SELECT SUCMOV,
                        TIPCUEN,
                        MONEDA,
                        SUM(CASE WHEN TIPMOV = 'DE'
                                  AND REFMOV = 'COMISION MAN'
                                  AND FECMOV > :WS-FEC-DESDE
                                 THEN IMPORTE
                                 WHEN TIPMOV = 'DE'
                                  AND (REFMOV LIKE 'TARIFA %'
                                    OR REFMOV LIKE 'CSEG%')
                                  AND FECMOV <= :WS-FEC-HASTA
                                 THEN IMPORTE
                                 ELSE 0 END),
                        SUM(CASE WHEN TIPMOV = 'DE'
                                  AND REFMOV = 'INTERESES SD'
                                  AND FECMOV > :WS-FEC-DESDE
                                 THEN IMPORTE
                                 ELSE 0 END),
                        SUM(CASE WHEN TIPMOV = 'CR'
                                  AND REFMOV = 'INTERESES CA'
                                  AND FECMOV <= :WS-FEC-HASTA
                                 THEN IMPORTE
                                 ELSE 0 END),
                        SUM(CASE WHEN REFMOV IN ('RENOVACN PF',
                                                 'LIQUIDACN PF',
                                                 'PRECANC PF')
                                  AND FECMOV <= :WS-FEC-HASTA
                                 THEN CASE WHEN TIPMOV = 'CR'
                                           THEN IMPORTE
                                           ELSE 0 - IMPORTE END
                                 ELSE 0 END)
                 FROM KC02803.TBCURMOV
                 WHERE FECMOV BETWEEN :WS-FEC-DESDE AND CURRENT DATE
                   AND CANAL  IN ('BT', 'CA')
                   AND TIPMOV IN ('DE', 'CR')
                 GROUP BY SUCMOV, TIPCUEN, MONEDA
           END-EXEC.

      *    CUOTAS DE PRESTAMO DEBITADAS EN EL PERIODO (PGMPRCUO:
      *    REFERENCIA 'PRES ' + NUMERO DE PRESTAMO).
           EXEC SQL
              DECLARE CURSORPRE CURSOR FOR
                 SELECT SUCMOV,
                        MONEDA,
                        IMPORTE,
                        REFMOV
                 FROM KC02803.TBCURMOV
                 WHERE FECMOV BETWEEN :WS-FEC-DESDE AND :WS-FEC-HASTA
                   AND CANAL  = 'PR'
                   AND TIPMOV = 'DE'
           END-EXEC.

      *    CAMBIOS DEL PERIODO POR SUCURSAL, DIA Y MONEDA, NETO
      *    RECIBIDO POR EL BANCO (DEBITO AL CLIENTE MENOS CREDITO).
           EXEC SQL
              DECLARE CURSORFX CURSOR FOR
                 SELECT SUCMOV,
                        FECMOV,
                        MONEDA,
                        SUM(CASE WHEN TIPMOV = 'DE'
                                 THEN IMPORTE
                                 ELSE 0 - IMPORTE END)
                 FROM KC02803.TBCURMOV
                 WHERE FECMOV BETWEEN :WS-FEC-DESDE AND :WS-FEC-HASTA
                   AND CANAL  = 'FX'
                   AND TIPMOV IN ('DE', 'CR')
                 GROUP BY SUCMOV, FECMOV, MONEDA
                 ORDER BY FECMOV
           END-EXEC.

      *    SALDO PROMEDIO POSITIVO DEL PERIODO POR SUCURSAL, TIPO
      *    DE CUENTA Y MONEDA (PGMSDPRO).
           EXEC SQL
              DECLARE CURSORSPR CURSOR FOR
                 SELECT SUCUEN,
                        TIPCUEN,
                        MONEDA,
                        SUM(SALPROM)
                 FROM KC02803.TBCURSPR
                 WHERE PERIODO = :WS-PERIODO-SPR
                   AND SALPROM > 0
                 GROUP BY SUCUEN, TIPCUEN, MONEDA
           END-EXEC.

       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       PROCEDURE DIVISION.

       MAIN-PROGRAM-I.

           PERFORM 1000-INICIO-I  THRU 1000-INICIO-F
           IF NOT WS-FIN-LECTURA
              PERFORM 2000-PROCESO-I THRU 2000-PROCESO-F
           END-IF
           IF NOT WS-FIN-LECTURA
              PERFORM 5000-EMITIR-I  THRU 5000-EMITIR-F
           END-IF
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.

      *---------------------------------------------------------------
       1000-INICIO-I.

           SET WS-NO-FIN-LECTURA TO TRUE
           ACCEPT WS-FECHA FROM DATE
           MOVE WS-FECHA-AA TO IMP-TIT-AA
           MOVE WS-FECHA-MM TO IMP-TIT-MM
           MOVE WS-FECHA-DD TO IMP-TIT-DD
           INITIALIZE WS-TABLA-RENTA
                      WS-TABLA-PRODUCTO
                      WS-TABLA-SUCURSAL

           OPEN INPUT PERIODO
           IF FS-PERIODO IS EQUAL '00' THEN
              READ PERIODO INTO WS-REG-PERIODO
              CLOSE PERIODO
           ELSE
              DISPLAY '* SIN ARCHIVO DE PERIODO, SE USA '
                      'EL VALOR POR DEFECTO'
           END-IF
           DISPLAY 'PERIODO DEL RESULTADO: ' WS-FEC-DESDE
                   ' A ' WS-FEC-HASTA

      *    EL RESULTADO ES MENSUAL: DESDE Y HASTA EN EL MISMO MES.
           IF WS-FEC-DESDE (1:7) IS NOT EQUAL WS-FEC-HASTA (1:7) OR
              WS-FEC-DESDE (1:4) IS NOT NUMERIC OR
              WS-FEC-DESDE (6:2) IS NOT NUMERIC OR
              WS-FEC-DESDE IS GREATER WS-FEC-HASTA
              DISPLAY '* PERIODO INVALIDO PARA EL RESULTADO MENSUAL'
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF
           MOVE WS-FEC-DESDE (1:7) TO WS-PERIODO-SPR IMP-TIT-PERIODO
           MOVE WS-FEC-DESDE (1:4) TO WS-PER-AAAA
           MOVE WS-FEC-DESDE (6:2) TO WS-PER-MM

           MOVE WS-FEC-HASTA TO LK-PAR-FECHA
           CALL WS-PGMPACAF USING LK-PARAMETRO
           EVALUATE LK-PAR-RESULT
              WHEN 'OK'
                 MOVE LK-PAR-VALOR TO WS-REG-TASAS-PTR
              WHEN 'NE'
                 DISPLAY '* SIN TASAPTR EN TBCURPAR, SE USAN '
                         'LOS VALORES POR DEFECTO'
              WHEN OTHER
                 MOVE 9999 TO RETURN-CODE
                 SET  WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           DISPLAY 'TASA PRECIO TRANSF. PESOS: ' WS-PTR-PESOS
           DISPLAY 'TASA PRECIO TRANSF. U$S  : ' WS-PTR-DOLAR

      *    COTIZACION DEL DOLAR AL CIERRE DEL PERIODO.
           EXEC SQL
              SELECT COTIZ
                INTO :WS-COTIZ-CIERRE
                FROM KC02803.TBCURCOT
               WHERE MONEDA = 2
                 AND FECCOT <= :WS-FEC-HASTA
               ORDER BY FECCOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 DISPLAY '* SIN COTIZACION DEL DOLAR HASTA '
                         WS-FEC-HASTA
                 MOVE 8 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCOT = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA TO TRUE
                 GO TO 1000-INICIO-F
           END-EVALUATE
           DISPLAY 'COTIZACION DE CIERRE: ' WS-COTIZ-CIERRE

           OPEN OUTPUT LISTADO
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           OPEN OUTPUT TRENDNUE
           IF FS-TRENDNUE IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN OPEN TRENDNUE = ' FS-TRENDNUE
              MOVE 9999 TO RETURN-CODE
              SET  WS-FIN-LECTURA TO TRUE
              GO TO 1000-INICIO-F
           END-IF

           PERFORM 1400-CARGAR-TREND-I THRU 1400-CARGAR-TREND-F.

       1000-INICIO-F. EXIT.


      *---- CARGA LOS RESULTADOS DEL MES ANTERIOR ---------------------
       1400-CARGAR-TREND-I.

           OPEN INPUT TRENDANT
           IF FS-TRENDANT IS NOT EQUAL '00'
              DISPLAY '* SIN TENDENCIA ANTERIOR (DDTENANT): PRIMER '
                      'MES DE MEDICION'
              GO TO 1400-CARGAR-TREND-F
           END-IF

           PERFORM 1410-LEER-TREND-I THRU 1410-LEER-TREND-F
              UNTIL FS-TRENDANT-FIN

           CLOSE TRENDANT.

       1400-CARGAR-TREND-F. EXIT.


      *---------------------------------------------------------------
       1410-LEER-TREND-I.

           READ TRENDANT

           EVALUATE FS-TRENDANT
              WHEN '00'
                 ADD 1 TO WS-TREND-LEIDOS
      *          UNA GENERACION DEL MISMO PERIODO (O POSTERIOR) ES
      *          DE UNA CORRIDA ANTERIOR DE ESTE MISMO CIERRE: NO SE
      *          COMPARA CONTRA SI MISMO.
                 IF TRA-PERIODO IS NOT LESS WS-PERIODO-N
                    ADD 1 TO WS-TREND-IGNORADOS
                    GO TO 1410-LEER-TREND-F
                 END-IF
                 COMPUTE WS-SUC-IDX = TRA-SUCUEN + 1
                 PERFORM 3950-BUSCAR-PRODUCTO-I
                    THRU 3950-BUSCAR-PRODUCTO-F
                 MOVE 'S' TO WS-REN-ACTIVA (WS-SUC-IDX)
                 MOVE 'S' TO WS-REN-HAY-ANT (WS-SUC-IDX, WS-PRD-IDX)
                 ADD TRA-RESULTADO TO
                     WS-REN-ANTER (WS-SUC-IDX, WS-PRD-IDX)
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 DISPLAY '* ERROR EN LECTURA DDTENANT = ' FS-TRENDANT
                 SET FS-TRENDANT-FIN TO TRUE
           END-EVALUATE.

       1410-LEER-TREND-F. EXIT.


      *---- ACUMULA TODAS LAS FUENTES DEL RESULTADO -------------------
       2000-PROCESO-I.

           PERFORM 2100-MOVIMIENTOS-I THRU 2100-MOVIMIENTOS-F
           IF WS-FIN-LECTURA
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 2200-PRESTAMOS-I   THRU 2200-PRESTAMOS-F
           IF WS-FIN-LECTURA
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 2300-CAMBIOS-I     THRU 2300-CAMBIOS-F
           IF WS-FIN-LECTURA
              GO TO 2000-PROCESO-F
           END-IF

           PERFORM 2400-PRECIO-TRANSF-I THRU 2400-PRECIO-TRANSF-F.

       2000-PROCESO-F. EXIT.


      *---- COMISIONES, SALDO DEUDOR E INTERESES PAGADOS --------------
       2100-MOVIMIENTOS-I.

           EXEC SQL OPEN CURSORMOV END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORMOV = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2100-MOVIMIENTOS-F
           END-IF

           SET WS-NO-FIN-CURSOR TO TRUE
           PERFORM 2110-FETCH-MOV-I THRU 2110-FETCH-MOV-F
              UNTIL WS-FIN-CURSOR

           EXEC SQL CLOSE CURSORMOV END-EXEC.

       2100-MOVIMIENTOS-F. EXIT.


      *---------------------------------------------------------------
       2110-FETCH-MOV-I.

           EXEC SQL
              FETCH CURSORMOV INTO :REG-SUCMOV,
                                   :REG-TIPCUEN,
                                   :REG-MONEDA,
                                   :REG-COMIS,
                                   :REG-INTSD,
                                   :REG-INTCA,
                                   :REG-INTPF
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-CURSOR TO TRUE
                 GO TO 2110-FETCH-MOV-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORMOV = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA WS-FIN-CURSOR TO TRUE
                 GO TO 2110-FETCH-MOV-F
           END-EVALUATE

           ADD 1 TO WS-MOV-GRUPOS
           COMPUTE WS-SUC-IDX = REG-SUCMOV + 1
           MOVE 'S' TO WS-REN-ACTIVA (WS-SUC-IDX)
           MOVE REG-MONEDA TO WS-CNV-MONEDA

      *    COMISIONES, SALDO DEUDOR E INTERES DE CAJA DE AHORRO
      *    VAN AL PRODUCTO DE LA CUENTA.
           PERFORM 3960-PRODUCTO-CUENTA-I
              THRU 3960-PRODUCTO-CUENTA-F

           MOVE REG-COMIS TO WS-CNV-ORIGEN
           PERFORM 3900-CONVERTIR-I THRU 3900-CONVERTIR-F
           ADD WS-CNV-PESOS TO WS-REN-COMIS (WS-SUC-IDX, WS-PRD-IDX)

           MOVE REG-INTSD TO WS-CNV-ORIGEN
           PERFORM 3900-CONVERTIR-I THRU 3900-CONVERTIR-F
           ADD WS-CNV-PESOS TO WS-REN-INTCOB (WS-SUC-IDX, WS-PRD-IDX)

           MOVE REG-INTCA TO WS-CNV-ORIGEN
           PERFORM 3900-CONVERTIR-I THRU 3900-CONVERTIR-F
           ADD WS-CNV-PESOS TO WS-REN-INTPAG (WS-SUC-IDX, WS-PRD-IDX)

      *    EL INTERES DE PLAZO FIJO ES DEL PRODUCTO PLAZO FIJO AUNQUE
      *    LA LIQUIDACION SE ACREDITE EN UNA CAJA O CUENTA CORRIENTE.
           MOVE REG-INTPF TO WS-CNV-ORIGEN
           PERFORM 3900-CONVERTIR-I THRU 3900-CONVERTIR-F
           ADD WS-CNV-PESOS TO WS-REN-INTPAG (WS-SUC-IDX, 3).

       2110-FETCH-MOV-F. EXIT.


      *---- INTERES COBRADO EN LAS CUOTAS DE PRESTAMO -----------------
       2200-PRESTAMOS-I.

           EXEC SQL OPEN CURSORPRE END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORPRE = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2200-PRESTAMOS-F
           END-IF

           SET WS-NO-FIN-CURSOR TO TRUE
           PERFORM 2210-FETCH-PRE-I THRU 2210-FETCH-PRE-F
              UNTIL WS-FIN-CURSOR

           EXEC SQL CLOSE CURSORPRE END-EXEC.

       2200-PRESTAMOS-F. EXIT.


      *---------------------------------------------------------------
       2210-FETCH-PRE-I.

           EXEC SQL
              FETCH CURSORPRE INTO :REG-SUCMOV,
                                   :REG-MONEDA,
                                   :REG-IMPORTE,
                                   :REG-REFMOV
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-CURSOR TO TRUE
                 GO TO 2210-FETCH-PRE-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORPRE = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA WS-FIN-CURSOR TO TRUE
                 GO TO 2210-FETCH-PRE-F
           END-EVALUATE

           ADD 1 TO WS-CUOTAS-LEIDAS
           MOVE REG-REFMOV (6:7) TO WS-NROPRES-REF
           IF REG-REFMOV (1:5) IS NOT EQUAL 'PRES ' OR
              WS-NROPRES-REF IS NOT NUMERIC
              DISPLAY '* CUOTA CON REFERENCIA INVALIDA: ' REG-REFMOV
              ADD 1 TO WS-CUOTAS-SIN-PRE
              GO TO 2210-FETCH-PRE-F
           END-IF
           MOVE WS-NROPRES-NUM TO PRE-NROPRES

           EXEC SQL
              SELECT SALDOCAP,
                     TASA
                INTO :PRE-SALDOCAP,
                     :PRE-TASA
                FROM KC02803.TBCURPRE
               WHERE NROPRES = :PRE-NROPRES
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 DISPLAY '* CUOTA SIN PRESTAMO EN TBCURPRE: '
                         WS-NROPRES-REF
                 ADD 1 TO WS-CUOTAS-SIN-PRE
                 GO TO 2210-FETCH-PRE-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURPRE = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA WS-FIN-CURSOR TO TRUE
                 GO TO 2210-FETCH-PRE-F
           END-EVALUATE

      *    SISTEMA FRANCES: EL CAPITAL ANTES DE LA CUOTA ES
      *    (SALDOCAP + CUOTA) / (1 + I) Y EL INTERES, ESE CAPITAL
      *    POR I. CON MAS DE UNA CUOTA EN EL MES EL SALDO ES EL DE
      *    LA ULTIMA, Y LAS ANTERIORES QUEDAN APENAS SOBREVALUADAS.
           COMPUTE WS-TASA-MENSUAL ROUNDED = PRE-TASA / 12 / 100
           COMPUTE WS-INTERES ROUNDED =
                   (PRE-SALDOCAP + REG-IMPORTE) * WS-TASA-MENSUAL
                   / (1 + WS-TASA-MENSUAL)
           IF WS-INTERES IS GREATER REG-IMPORTE
              MOVE REG-IMPORTE TO WS-INTERES
           END-IF

           COMPUTE WS-SUC-IDX = REG-SUCMOV + 1
           MOVE 'S' TO WS-REN-ACTIVA (WS-SUC-IDX)
           MOVE REG-MONEDA TO WS-CNV-MONEDA
           MOVE WS-INTERES TO WS-CNV-ORIGEN
           PERFORM 3900-CONVERTIR-I THRU 3900-CONVERTIR-F
           ADD WS-CNV-PESOS TO WS-REN-INTCOB (WS-SUC-IDX, 4).

       2210-FETCH-PRE-F. EXIT.


      *---- MARGEN DE CAMBIO A LA COTIZACION DE CADA DIA --------------
       2300-CAMBIOS-I.

           EXEC SQL OPEN CURSORFX END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORFX = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2300-CAMBIOS-F
           END-IF

           SET WS-NO-FIN-CURSOR TO TRUE
           PERFORM 2310-FETCH-FX-I THRU 2310-FETCH-FX-F
              UNTIL WS-FIN-CURSOR

           EXEC SQL CLOSE CURSORFX END-EXEC.

       2300-CAMBIOS-F. EXIT.


      *---------------------------------------------------------------
       2310-FETCH-FX-I.

           EXEC SQL
              FETCH CURSORFX INTO :REG-SUCMOV,
                                  :REG-FECMOV,
                                  :REG-MONEDA,
                                  :REG-NETO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-CURSOR TO TRUE
                 GO TO 2310-FETCH-FX-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORFX = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA WS-FIN-CURSOR TO TRUE
                 GO TO 2310-FETCH-FX-F
           END-EVALUATE

           ADD 1 TO WS-FX-GRUPOS
           COMPUTE WS-SUC-IDX = REG-SUCMOV + 1
           MOVE 'S' TO WS-REN-ACTIVA (WS-SUC-IDX)

      *    LA PATA EN PESOS SUMA TAL CUAL; LA PATA EN DOLARES SE
      *    VALUA A LA COTIZACION DEL DIA DE LA OPERACION. LA
      *    DIFERENCIA ENTRE AMBAS ES EL SPREAD COBRADO.
           IF REG-MONEDA IS EQUAL 1
              ADD REG-NETO TO WS-REN-MARGFX (WS-SUC-IDX, 5)
              GO TO 2310-FETCH-FX-F
           END-IF

           IF REG-FECMOV IS NOT EQUAL WS-FECCOT-ANT
              PERFORM 2320-COTIZ-DIA-I THRU 2320-COTIZ-DIA-F
           END-IF
           COMPUTE WS-CNV-PESOS ROUNDED = REG-NETO * WS-COTIZ-DIA
           ADD WS-CNV-PESOS TO WS-REN-MARGFX (WS-SUC-IDX, 5).

       2310-FETCH-FX-F. EXIT.


      *---- COTIZACION VIGENTE EN LA FECHA DE LA OPERACION ------------
       2320-COTIZ-DIA-I.

           MOVE REG-FECMOV TO WS-FECCOT-ANT

           EXEC SQL
              SELECT COTIZ
                INTO :WS-COTIZ-DIA
                FROM KC02803.TBCURCOT
               WHERE MONEDA = :REG-MONEDA
                 AND FECCOT <= :REG-FECMOV
               ORDER BY FECCOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 MOVE WS-COTIZ-CIERRE TO WS-COTIZ-DIA
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR SELECT TBCURCOT = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA WS-FIN-CURSOR TO TRUE
                 MOVE ZEROS TO WS-COTIZ-DIA
           END-EVALUATE.

       2320-COTIZ-DIA-F. EXIT.


      *---- CREDITO DE PRECIO DE TRANSFERENCIA A LOS DEPOSITOS --------
       2400-PRECIO-TRANSF-I.

           EXEC SQL OPEN CURSORSPR END-EXEC
           IF SQLCODE IS NOT EQUAL ZEROS THEN
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR OPEN CURSORSPR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
              GO TO 2400-PRECIO-TRANSF-F
           END-IF

           SET WS-NO-FIN-CURSOR TO TRUE
           PERFORM 2410-FETCH-SPR-I THRU 2410-FETCH-SPR-F
              UNTIL WS-FIN-CURSOR

           EXEC SQL CLOSE CURSORSPR END-EXEC

           IF WS-SPR-GRUPOS IS EQUAL ZEROS AND
              NOT WS-FIN-LECTURA
              DISPLAY '* SIN SALDOS PROMEDIO EN TBCURSPR PARA '
                      WS-PERIODO-SPR ': SIN PRECIO DE TRANSFERENCIA'
              MOVE 4 TO RETURN-CODE
           END-IF.

       2400-PRECIO-TRANSF-F. EXIT.


      *---------------------------------------------------------------
       2410-FETCH-SPR-I.

           EXEC SQL
              FETCH CURSORSPR INTO :REG-SUCMOV,
                                   :REG-TIPCUEN,
                                   :REG-MONEDA,
                                   :REG-SALPROM
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                 CONTINUE
              WHEN NOT-FOUND
                 SET WS-FIN-CURSOR TO TRUE
                 GO TO 2410-FETCH-SPR-F
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY '* ERROR FETCH CURSORSPR = ' WS-SQLCODE
                 MOVE 9999 TO RETURN-CODE
                 SET WS-FIN-LECTURA WS-FIN-CURSOR TO TRUE
                 GO TO 2410-FETCH-SPR-F
           END-EVALUATE

           ADD 1 TO WS-SPR-GRUPOS
           COMPUTE WS-SUC-IDX = REG-SUCMOV + 1
           MOVE 'S' TO WS-REN-ACTIVA (WS-SUC-IDX)
           PERFORM 3960-PRODUCTO-CUENTA-I
              THRU 3960-PRODUCTO-CUENTA-F

      *    UN MES DEL SALDO PROMEDIO A LA TASA ANUAL DE LA MONEDA.
           IF REG-MONEDA IS EQUAL 2
              COMPUTE WS-CNV-ORIGEN ROUNDED =
                      REG-SALPROM * WS-PTR-DOLAR / 100 / 12
           ELSE
              COMPUTE WS-CNV-ORIGEN ROUNDED =
                      REG-SALPROM * WS-PTR-PESOS / 100 / 12
           END-IF
           MOVE REG-MONEDA TO WS-CNV-MONEDA
           PERFORM 3900-CONVERTIR-I THRU 3900-CONVERTIR-F
           ADD WS-CNV-PESOS TO
               WS-REN-CREDPTR (WS-SUC-IDX, WS-PRD-IDX).

       2410-FETCH-SPR-F. EXIT.


      *---- PASA A PESOS UN IMPORTE (DOLAR A COTIZACION DE CIERRE) ----
       3900-CONVERTIR-I.

           IF WS-CNV-MONEDA IS EQUAL 2
              COMPUTE WS-CNV-PESOS ROUNDED =
                      WS-CNV-ORIGEN * WS-COTIZ-CIERRE
           ELSE
              MOVE WS-CNV-ORIGEN TO WS-CNV-PESOS
           END-IF.

       3900-CONVERTIR-F. EXIT.


      *---- PRODUCTO POR CODIGO DE LA TENDENCIA (OTROS SI NO ESTA) ----
       3950-BUSCAR-PRODUCTO-I.

           MOVE WS-PRD-MAX TO WS-PRD-IDX
           PERFORM 3955-COMPARAR-PRODUCTO-I
              THRU 3955-COMPARAR-PRODUCTO-F
              VARYING WS-PRD-BUS FROM 1 BY 1
              UNTIL WS-PRD-BUS IS NOT LESS WS-PRD-MAX.

       3950-BUSCAR-PRODUCTO-F. EXIT.


      *---------------------------------------------------------------
       3955-COMPARAR-PRODUCTO-I.

           IF WS-PRD-CODIGO (WS-PRD-BUS) IS EQUAL TRA-PRODUCTO
              MOVE WS-PRD-BUS TO WS-PRD-IDX
           END-IF.

       3955-COMPARAR-PRODUCTO-F. EXIT.


      *---- PRODUCTO POR TIPO DE CUENTA -------------------------------
       3960-PRODUCTO-CUENTA-I.

           EVALUATE REG-TIPCUEN
              WHEN '01'
                 MOVE 1 TO WS-PRD-IDX
              WHEN '02'
                 MOVE 2 TO WS-PRD-IDX
              WHEN '03'
                 MOVE 3 TO WS-PRD-IDX
              WHEN OTHER
                 MOVE 6 TO WS-PRD-IDX
           END-EVALUATE.

       3960-PRODUCTO-CUENTA-F. EXIT.


      *---- LISTADO, TENDENCIA Y RANKING ------------------------------
       5000-EMITIR-I.

           PERFORM 5100-EMITIR-SUCURSAL-I THRU 5100-EMITIR-SUCURSAL-F
              VARYING WS-SUC-IDX FROM 1 BY 1
              UNTIL WS-SUC-IDX > 100
                 OR WS-FIN-LECTURA

           IF WS-FIN-LECTURA
              GO TO 5000-EMITIR-F
           END-IF

           PERFORM 6700-IMP-HEADER-BANCO-I THRU 6700-IMP-HEADER-BANCO-F
           PERFORM 5300-EMITIR-PRODUCTO-I THRU 5300-EMITIR-PRODUCTO-F
              VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > WS-PRD-MAX

           PERFORM 5500-ORDENAR-RANKING-I THRU 5500-ORDENAR-RANKING-F
              VARYING WS-RNK-I FROM 1 BY 1
              UNTIL WS-RNK-I IS NOT LESS WS-RNK-CANT

           PERFORM 6800-IMP-HEADER-RANKING-I
              THRU 6800-IMP-HEADER-RANKING-F
           PERFORM 5600-EMITIR-RANKING-I THRU 5600-EMITIR-RANKING-F
              VARYING WS-RNK-I FROM 1 BY 1
              UNTIL WS-RNK-I > WS-RNK-CANT.

       5000-EMITIR-F. EXIT.


      *---- UNA SUCURSAL: DETALLE POR PRODUCTO Y TOTAL ----------------
       5100-EMITIR-SUCURSAL-I.

           IF WS-REN-ACTIVA (WS-SUC-IDX) IS NOT EQUAL 'S'
              GO TO 5100-EMITIR-SUCURSAL-F
           END-IF

           PERFORM 6600-IMP-HEADER-SUC-I THRU 6600-IMP-HEADER-SUC-F
           MOVE 'S' TO WS-TSU-HAY-ANT (WS-SUC-IDX)

           PERFORM 5200-EMITIR-CELDA-I THRU 5200-EMITIR-CELDA-F
              VARYING WS-PRD-IDX FROM 1 BY 1
              UNTIL WS-PRD-IDX > WS-PRD-MAX

      *    TOTAL DE LA SUCURSAL Y ALTA EN EL RANKING.
           MOVE 'TOTAL SUC.  '               TO IMP-DET-PRODUCTO
           MOVE WS-TSU-COMIS (WS-SUC-IDX)     TO IMP-DET-COMIS
           MOVE WS-TSU-INTCOB (WS-SUC-IDX)    TO IMP-DET-INTCOB
           MOVE WS-TSU-MARGFX (WS-SUC-IDX)    TO IMP-DET-MARGFX
           MOVE WS-TSU-EGRESOS (WS-SUC-IDX)   TO IMP-DET-INTPAG
           MOVE WS-TSU-CREDPTR (WS-SUC-IDX)   TO IMP-DET-CREDPTR
           MOVE WS-TSU-RESULTADO (WS-SUC-IDX) TO IMP-DET-RESULTADO
           COMPUTE WS-VARIACION = WS-TSU-RESULTADO (WS-SUC-IDX)
                                - WS-TSU-ANTER (WS-SUC-IDX)
           MOVE WS-VARIACION TO IMP-DET-VARIACION
           IF WS-TSU-HAY-ANT (WS-SUC-IDX) IS EQUAL 'S'
              MOVE SPACES TO IMP-DET-SIN-ANT
           ELSE
              MOVE '*'    TO IMP-DET-SIN-ANT
           END-IF
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-DETALLE AFTER 1

           ADD 1 TO WS-RNK-CANT
           MOVE WS-SUC-IDX TO WS-RNK-SUC (WS-RNK-CANT).

       5100-EMITIR-SUCURSAL-F. EXIT.


      *---- UN PRODUCTO DE LA SUCURSAL: LINEA Y TENDENCIA -------------
       5200-EMITIR-CELDA-I.

           IF WS-REN-COMIS   (WS-SUC-IDX, WS-PRD-IDX) IS EQUAL ZEROS
          AND WS-REN-INTCOB  (WS-SUC-IDX, WS-PRD-IDX) IS EQUAL ZEROS
          AND WS-REN-MARGFX  (WS-SUC-IDX, WS-PRD-IDX) IS EQUAL ZEROS
          AND WS-REN-INTPAG  (WS-SUC-IDX, WS-PRD-IDX) IS EQUAL ZEROS
          AND WS-REN-CREDPTR (WS-SUC-IDX, WS-PRD-IDX) IS EQUAL ZEROS
          AND WS-REN-HAY-ANT (WS-SUC-IDX, WS-PRD-IDX) IS NOT EQUAL 'S'
              GO TO 5200-EMITIR-CELDA-F
           END-IF

           COMPUTE WS-INGRESOS = WS-REN-COMIS  (WS-SUC-IDX, WS-PRD-IDX)
                               + WS-REN-INTCOB (WS-SUC-IDX, WS-PRD-IDX)
                               + WS-REN-MARGFX (WS-SUC-IDX, WS-PRD-IDX)
           MOVE WS-REN-INTPAG  (WS-SUC-IDX, WS-PRD-IDX) TO WS-EGRESOS
           MOVE WS-REN-CREDPTR (WS-SUC-IDX, WS-PRD-IDX) TO WS-CREDPTR
           MOVE WS-REN-ANTER   (WS-SUC-IDX, WS-PRD-IDX) TO WS-RESULT-ANT
           COMPUTE WS-RESULTADO = WS-INGRESOS - WS-EGRESOS + WS-CREDPTR
           COMPUTE WS-VARIACION = WS-RESULTADO - WS-RESULT-ANT

           MOVE WS-PRD-NOMBRE (WS-PRD-IDX) TO IMP-DET-PRODUCTO
           MOVE WS-REN-COMIS  (WS-SUC-IDX, WS-PRD-IDX) TO IMP-DET-COMIS
           MOVE WS-REN-INTCOB (WS-SUC-IDX, WS-PRD-IDX)
                                              TO IMP-DET-INTCOB
           MOVE WS-REN-MARGFX (WS-SUC-IDX, WS-PRD-IDX)
                                              TO IMP-DET-MARGFX
           MOVE WS-EGRESOS    TO IMP-DET-INTPAG
           MOVE WS-CREDPTR    TO IMP-DET-CREDPTR
           MOVE WS-RESULTADO  TO IMP-DET-RESULTADO
           MOVE WS-VARIACION  TO IMP-DET-VARIACION
           IF WS-REN-HAY-ANT (WS-SUC-IDX, WS-PRD-IDX) IS EQUAL 'S'
              MOVE SPACES TO IMP-DET-SIN-ANT
           ELSE
              MOVE '*'    TO IMP-DET-SIN-ANT
              MOVE 'N'    TO WS-TSU-HAY-ANT (WS-SUC-IDX)
           END-IF
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-DETALLE AFTER 1

      *    TOTALES DE LA SUCURSAL PARA EL RANKING.
           ADD WS-REN-COMIS  (WS-SUC-IDX, WS-PRD-IDX)
                                    TO WS-TSU-COMIS  (WS-SUC-IDX)
           ADD WS-REN-INTCOB (WS-SUC-IDX, WS-PRD-IDX)
                                    TO WS-TSU-INTCOB (WS-SUC-IDX)
           ADD WS-REN-MARGFX (WS-SUC-IDX, WS-PRD-IDX)
                                    TO WS-TSU-MARGFX (WS-SUC-IDX)
           ADD WS-INGRESOS   TO WS-TSU-INGRESOS  (WS-SUC-IDX)
           ADD WS-EGRESOS    TO WS-TSU-EGRESOS   (WS-SUC-IDX)
           ADD WS-CREDPTR    TO WS-TSU-CREDPTR   (WS-SUC-IDX)
           ADD WS-RESULTADO  TO WS-TSU-RESULTADO (WS-SUC-IDX)
           ADD WS-RESULT-ANT TO WS-TSU-ANTER     (WS-SUC-IDX)

      *    TOTALES DEL BANCO POR PRODUCTO.
           ADD WS-REN-COMIS  (WS-SUC-IDX, WS-PRD-IDX)
                                    TO WS-TPR-COMIS  (WS-PRD-IDX)
           ADD WS-REN-INTCOB (WS-SUC-IDX, WS-PRD-IDX)
                                    TO WS-TPR-INTCOB (WS-PRD-IDX)
           ADD WS-REN-MARGFX (WS-SUC-IDX, WS-PRD-IDX)
                                    TO WS-TPR-MARGFX (WS-PRD-IDX)
           ADD WS-EGRESOS    TO WS-TPR-INTPAG  (WS-PRD-IDX)
           ADD WS-CREDPTR    TO WS-TPR-CREDPTR (WS-PRD-IDX)
           ADD WS-RESULT-ANT TO WS-TPR-ANTER   (WS-PRD-IDX)
           IF WS-REN-HAY-ANT (WS-SUC-IDX, WS-PRD-IDX) IS EQUAL 'S'
              MOVE 'S' TO WS-TPR-HAY-ANT (WS-PRD-IDX)
           END-IF

           PERFORM 7000-GRABAR-TREND-I THRU 7000-GRABAR-TREND-F.

       5200-EMITIR-CELDA-F. EXIT.


      *---- UN PRODUCTO EN EL TOTAL DEL BANCO -------------------------
       5300-EMITIR-PRODUCTO-I.

           COMPUTE WS-RESULTADO = WS-TPR-COMIS   (WS-PRD-IDX)
                                + WS-TPR-INTCOB  (WS-PRD-IDX)
                                + WS-TPR-MARGFX  (WS-PRD-IDX)
                                - WS-TPR-INTPAG  (WS-PRD-IDX)
                                + WS-TPR-CREDPTR (WS-PRD-IDX)
           COMPUTE WS-VARIACION = WS-RESULTADO
                                - WS-TPR-ANTER (WS-PRD-IDX)

           MOVE WS-PRD-NOMBRE  (WS-PRD-IDX) TO IMP-DET-PRODUCTO
           MOVE WS-TPR-COMIS   (WS-PRD-IDX) TO IMP-DET-COMIS
           MOVE WS-TPR-INTCOB  (WS-PRD-IDX) TO IMP-DET-INTCOB
           MOVE WS-TPR-MARGFX  (WS-PRD-IDX) TO IMP-DET-MARGFX
           MOVE WS-TPR-INTPAG  (WS-PRD-IDX) TO IMP-DET-INTPAG
           MOVE WS-TPR-CREDPTR (WS-PRD-IDX) TO IMP-DET-CREDPTR
           MOVE WS-RESULTADO                TO IMP-DET-RESULTADO
           MOVE WS-VARIACION                TO IMP-DET-VARIACION
           IF WS-TPR-HAY-ANT (WS-PRD-IDX) IS EQUAL 'S'
              MOVE SPACES TO IMP-DET-SIN-ANT
           ELSE
              MOVE '*'    TO IMP-DET-SIN-ANT
           END-IF
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-DETALLE AFTER 1.

       5300-EMITIR-PRODUCTO-F. EXIT.


      *---- ORDENA EL RANKING POR RESULTADO DESCENDENTE (BURBUJA) -----
       5500-ORDENAR-RANKING-I.

           PERFORM 5510-COMPARAR-RANKING-I THRU 5510-COMPARAR-RANKING-F
              VARYING WS-RNK-J FROM 1 BY 1
              UNTIL WS-RNK-J > WS-RNK-CANT - WS-RNK-I.

       5500-ORDENAR-RANKING-F. EXIT.


      *---------------------------------------------------------------
       5510-COMPARAR-RANKING-I.

           COMPUTE WS-RNK-SIG = WS-RNK-J + 1
           IF WS-TSU-RESULTADO (WS-RNK-SUC (WS-RNK-J)) IS LESS
              WS-TSU-RESULTADO (WS-RNK-SUC (WS-RNK-SIG))
              MOVE WS-RNK-SUC (WS-RNK-J)   TO WS-RNK-AUX
              MOVE WS-RNK-SUC (WS-RNK-SIG) TO WS-RNK-SUC (WS-RNK-J)
              MOVE WS-RNK-AUX              TO WS-RNK-SUC (WS-RNK-SIG)
           END-IF.

       5510-COMPARAR-RANKING-F. EXIT.


      *---- UN PUESTO DEL RANKING CON SU MARGEN -----------------------
       5600-EMITIR-RANKING-I.

           MOVE WS-RNK-SUC (WS-RNK-I) TO WS-SUC-IDX

      *    MARGEN: RESULTADO SOBRE INGRESOS MAS CREDITO DE PRECIO
      *    DE TRANSFERENCIA.
           MOVE ZEROS TO WS-MARGEN
           IF WS-TSU-INGRESOS (WS-SUC-IDX) + WS-TSU-CREDPTR (WS-SUC-IDX)
              IS GREATER ZEROS
              COMPUTE WS-MARGEN ROUNDED =
                      WS-TSU-RESULTADO (WS-SUC-IDX) * 100
                    / (WS-TSU-INGRESOS (WS-SUC-IDX)
                     + WS-TSU-CREDPTR (WS-SUC-IDX))
                 ON SIZE ERROR MOVE -9999 TO WS-MARGEN
              END-COMPUTE
           END-IF

           COMPUTE WS-VARIACION = WS-TSU-RESULTADO (WS-SUC-IDX)
                                - WS-TSU-ANTER (WS-SUC-IDX)
           MOVE WS-RNK-I                      TO IMP-RNK-PUESTO
           COMPUTE IMP-RNK-SUCUEN = WS-SUC-IDX - 1
           MOVE WS-TSU-INGRESOS (WS-SUC-IDX)  TO IMP-RNK-INGRESOS
           MOVE WS-TSU-EGRESOS (WS-SUC-IDX)   TO IMP-RNK-EGRESOS
           MOVE WS-TSU-CREDPTR (WS-SUC-IDX)   TO IMP-RNK-CREDPTR
           MOVE WS-TSU-RESULTADO (WS-SUC-IDX) TO IMP-RNK-RESULTADO
           MOVE WS-TSU-ANTER (WS-SUC-IDX)     TO IMP-RNK-ANTER
           MOVE WS-VARIACION                  TO IMP-RNK-VARIACION
           MOVE WS-MARGEN                     TO IMP-RNK-MARGEN
           IF WS-TSU-HAY-ANT (WS-SUC-IDX) IS EQUAL 'S'
              MOVE SPACES TO IMP-RNK-SIN-ANT
           ELSE
              MOVE '*'    TO IMP-RNK-SIN-ANT
           END-IF
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-REG-RANKING AFTER 1.

       5600-EMITIR-RANKING-F. EXIT.


      *---------------------------------------------------------------
       6000-VERIF-TITULOS-I.

           IF WS-CUENTA-LINEA GREATER WS-LINEA-FIJA THEN
              PERFORM 6500-IMPRIMIR-TITULO-I
                 THRU 6500-IMPRIMIR-TITULO-F
           END-IF

           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF

           ADD 1 TO WS-CUENTA-LINEA.

       6000-VERIF-TITULOS-F. EXIT.


      *---------------------------------------------------------------
       6500-IMPRIMIR-TITULO-I.

           MOVE WS-CUENTA-PAGINA TO IMP-TIT-PAGINA
           MOVE 3 TO WS-CUENTA-LINEA
           ADD  1 TO WS-CUENTA-PAGINA

           WRITE REG-SALIDA FROM IMP-TITULO  AFTER PAGE
           WRITE REG-SALIDA FROM IMP-TITULO2 AFTER 1
           WRITE REG-SALIDA FROM WS-LINE AFTER 1
           IF FS-LISTADO IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE LISTADO = ' FS-LISTADO
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           END-IF.

       6500-IMPRIMIR-TITULO-F. EXIT.


      *---------------------------------------------------------------
       6600-IMP-HEADER-SUC-I.

           COMPUTE IMP-SUCUEN-SUB = WS-SUC-IDX - 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-SUCUEN AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-ENC-DETALLE AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       6600-IMP-HEADER-SUC-F. EXIT.


      *---------------------------------------------------------------
       6700-IMP-HEADER-BANCO-I.

           MOVE 99 TO WS-CUENTA-LINEA
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-BANCO AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-ENC-DETALLE AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       6700-IMP-HEADER-BANCO-F. EXIT.


      *---------------------------------------------------------------
       6800-IMP-HEADER-RANKING-I.

           MOVE 99 TO WS-CUENTA-LINEA
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-SUBT-RANKING AFTER 2
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM IMP-ENC-RANKING AFTER 1
           PERFORM 6000-VERIF-TITULOS-I THRU 6000-VERIF-TITULOS-F
           WRITE REG-SALIDA FROM WS-LINE3 AFTER 1.

       6800-IMP-HEADER-RANKING-F. EXIT.


      *---- GRABA EL RESULTADO DEL MES PARA LA TENDENCIA --------------
       7000-GRABAR-TREND-I.

           MOVE WS-PERIODO-N               TO TRN-PERIODO
           COMPUTE TRN-SUCUEN = WS-SUC-IDX - 1
           MOVE WS-PRD-CODIGO (WS-PRD-IDX) TO TRN-PRODUCTO
           MOVE WS-INGRESOS                TO TRN-INGRESOS
           MOVE WS-EGRESOS                 TO TRN-EGRESOS
           MOVE WS-CREDPTR                 TO TRN-CREDPTR
           MOVE WS-RESULTADO               TO TRN-RESULTADO
           MOVE WS-RESULT-ANT              TO TRN-RESULT-ANT
           MOVE WS-VARIACION               TO TRN-VARIACION
           IF WS-REN-HAY-ANT (WS-SUC-IDX, WS-PRD-IDX) IS EQUAL 'S'
              MOVE 'S' TO TRN-HAY-ANT
           ELSE
              MOVE 'N' TO TRN-HAY-ANT
           END-IF
           WRITE REG-TRENDNUE
           IF FS-TRENDNUE IS NOT EQUAL '00' THEN
              DISPLAY '* ERROR EN WRITE TRENDNUE = ' FS-TRENDNUE
              MOVE 9999 TO RETURN-CODE
              SET WS-FIN-LECTURA TO TRUE
           ELSE
              ADD 1 TO WS-TREND-GRABADOS
           END-IF.

       7000-GRABAR-TREND-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           DISPLAY '____________________________________________'
           DISPLAY 'PERIODO DEL RESULTADO     : ' WS-PERIODO-N
           DISPLAY 'GRUPOS DE MOVIMIENTOS     : ' WS-MOV-GRUPOS
           DISPLAY 'CUOTAS DE PRESTAMO LEIDAS : ' WS-CUOTAS-LEIDAS
           DISPLAY 'CUOTAS SIN PRESTAMO       : ' WS-CUOTAS-SIN-PRE
           DISPLAY 'GRUPOS DE CAMBIO          : ' WS-FX-GRUPOS
           DISPLAY 'GRUPOS DE SALDO PROMEDIO  : ' WS-SPR-GRUPOS
           DISPLAY 'SUCURSALES EN EL RANKING  : ' WS-RNK-CANT
           DISPLAY 'TENDENCIA ANTERIOR LEIDA  : ' WS-TREND-LEIDOS
           DISPLAY 'TENDENCIA DEL MISMO MES   : ' WS-TREND-IGNORADOS
           DISPLAY 'TENDENCIA GRABADA         : ' WS-TREND-GRABADOS

           CLOSE LISTADO
                 TRENDNUE.

       9999-FINAL-F. EXIT.
