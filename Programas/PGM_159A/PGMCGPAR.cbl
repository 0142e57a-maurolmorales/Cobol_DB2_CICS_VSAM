       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCGPAR.
      ************************************************************
      *                                                          *
      *  PROGRAMA: PGMCGPAR                                      *
      *  DESCRIPCIÓN:                                            *
      *    ALTA DE UN CODIGO DE PARAMETRO EN TBCURPAR A PARTIR   *
      *    DEL ARCHIVO CAF.PARM QUE REEMPLAZA (DDVIEJO) O DE UNA *
      *    TARJETA CON EL VALOR (PARA LAS CONSTANTES QUE ESTABAN *
      *    EN LOS PROGRAMAS). EL CODIGO VIENE POR PARM Y DEBE    *
      *    FIGURAR EN EL CATALOGO DE ABAJO, QUE DA SU FORMATO,   *
      *    LARGO Y DESCRIPCION.                                  *
      *    SE TOMA EL PRIMER REGISTRO DE DDVIEJO (EL LARGO LO    *
      *    DA EL ARCHIVO), SE VALIDA CONTRA EL FORMATO Y SE      *
      *    GRABA APROBADO ('V'), VIGENTE DESDE HOY, CON 'MIG'    *
      *    COMO OPERADOR DE CARGA Y DE APROBACION. DESDE AHI     *
      *    EL VALOR SE MANTIENE POR PGMPARAM.                    *
      *    SI EL CODIGO YA EXISTE EN LA TABLA NO SE TOCA (RC 4): *
      *    EL PASO SE PUEDE VOLVER A CORRER SIN DUPLICAR.        *
      *    RETURN-CODE: 0 CARGADO, 4 YA EXISTIA, 8 VALOR         *
      *    AUSENTE O INVALIDO, 9999 CODIGO DESCONOCIDO O ERROR   *
      *    DE BASE DE DATOS.                                     *
      *                                                          *
      ************************************************************

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VIEJO ASSIGN DDVIEJO
           FILE STATUS IS FS-VIEJO.

      *|||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||||
       DATA DIVISION.
       FILE SECTION.

      *---- ARCHIVO CAF.PARM ORIGINAL: CADA UNO TIENE SU PROPIO LARGO -
       FD  VIEJO
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REG-VIEJO      PIC X(30).

       WORKING-STORAGE SECTION.
      *=======================*

       77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.

       77  FS-VIEJO                PIC XX       VALUE SPACES.

      *---- CATALOGO DE CODIGOS: CODIGO, FORMATO ('N' DIGITOS, 'F' ---
      *---- FECHA AAAA-MM-DD, 'X' TEXTO), LARGO Y DESCRIPCION ---------
       01  WS-TABLA-CODIGOS-V.
           03  FILLER              PIC X(51)    VALUE
               'LIMNEG  N07LIMITE SALDO NEGATIVO COMISION 9(5)V99'.
           03  FILLER              PIC X(51)    VALUE
               'TASASSD N28TASAS SD/PD PESOS/U$S 4 X 9(3)V9(4)'.
           03  FILLER              PIC X(51)    VALUE
               'TASASCA N14TASAS CAJA AHORRO PESOS/U$S 9(3)V9(4)'.
           03  FILLER              PIC X(51)    VALUE
               'MESESINAN03MESES SIN MOVIMIENTO PARA INACTIVIDAD'.
           03  FILLER              PIC X(51)    VALUE
               'DIASAVPFN03DIAS DE AVISO DE VENCIMIENTO PLAZO FIJO'.
           03  FILLER              PIC X(51)    VALUE
               'BANDASEGN22PISOS SEGMENTO A Y B 2 X 9(9)V99'.
           03  FILLER              PIC X(51)    VALUE
               'FECREVALF10FECHA DE REVALUACION AAAA-MM-DD'.
           03  FILLER              PIC X(51)    VALUE
               'MAXRECHQN03MAXIMO DE CHEQUES RECHAZADOS EN 12 MESES'.
           03  FILLER              PIC X(51)    VALUE
               'MESESARCN03MESES DE MOVIMIENTOS ANTES DE ARCHIVAR'.
           03  FILLER              PIC X(51)    VALUE
               'ANIOSPREN02ANIOS DE INACTIVIDAD PARA PRESCRIPCION'.
           03  FILLER              PIC X(51)    VALUE
               'REPRESMXN02MAXIMO DE REPRESENTACIONES DE CHEQUE'.
           03  FILLER              PIC X(51)    VALUE
               'REINTORDN02DIAS DE REINTENTO ORDEN PERMANENTE'.
           03  FILLER              PIC X(51)    VALUE
               'APERTURAN04HORA DE APERTURA DEL ONLINE HHMM'.
           03  FILLER              PIC X(51)    VALUE
               'ANIOSRETN02ANIOS DE RETENCION DE CLIENTES DE BAJA'.
           03  FILLER              PIC X(51)    VALUE
               'MESESVIGN01MESES DE VIGENCIA DE CLAVE DE OPERADOR'.
           03  FILLER              PIC X(51)    VALUE
               'VTOAUTORN03DIAS MAXIMOS PENDIENTE EN TBCURPAU'.
           03  FILLER              PIC X(51)    VALUE
               'VTOTASASN03DIAS MAXIMOS PENDIENTE EN TBCURTAP'.
           03  FILLER              PIC X(51)    VALUE
               'VTOCUMPLN03DIAS MAXIMOS PENDIENTE EN COMPCAF'.
           03  FILLER              PIC X(51)    VALUE
               'VTORECHAN03DIAS MAXIMOS PENDIENTE EN RECHCAF'.
           03  FILLER              PIC X(51)    VALUE
               'VTOSALIEN03DIAS MAXIMOS PENDIENTE EN TBCURSAL'.
           03  FILLER              PIC X(51)    VALUE
               'DIASMOVTN03DIAS DE MOVIMIENTOS EN COPIA DE PRUEBA'.
           03  FILLER              PIC X(51)    VALUE
               'HABDACCEN03DIAS CORRIDOS PARA INFORME DE ACCESO'.
           03  FILLER              PIC X(51)    VALUE
               'HABDRECTN03DIAS HABILES PARA RECTIFICAR DATOS'.
           03  FILLER              PIC X(51)    VALUE
               'CIRBANDAN22PISOS BANDA MEDIA Y ALTA 2 X 9(9)V99'.
           03  FILLER              PIC X(51)    VALUE
               'CIRMUESTN18MUESTRA POR BANDA 3X9(3) Y SEMILLA 9(9)'.
           03  FILLER              PIC X(51)    VALUE
               'CIRPLAZON03DIAS PARA RESPONDER CIRCULARIZACION'.
           03  FILLER              PIC X(51)    VALUE
               'LIMTESORN26LIMITES TESORO MAX Y MIN 2 X 9(11)V99'.
           03  FILLER              PIC X(51)    VALUE
               'RCOPLAZON03DIAS PARA ATESTAR RECERTIF. OPERADOR'.
           03  FILLER              PIC X(51)    VALUE
               'TRNHABERX10MOTIVOS HABERES A TRANSITORIA'.
           03  FILLER              PIC X(51)    VALUE
               'TRNCAMARX10MOTIVOS CAMARA CRED. A TRANSITORIA'.
           03  FILLER              PIC X(51)    VALUE
               'TRNIMPMXN13IMPORTE MAXIMO A TRANSITORIA'.
           03  FILLER              PIC X(51)    VALUE
               'TRNPLAZON03DIAS MAXIMOS PENDIENTE TRANSITORIA'.
           03  FILLER              PIC X(51)    VALUE
               'REMHORIZN02DIAS HABILES PRONOSTICO DE REMESAS'.
           03  FILLER              PIC X(51)    VALUE
               'REMHISTON03DIAS DE HISTORIA PRONOSTICO REMESAS'.
           03  FILLER              PIC X(51)    VALUE
               'REMMULTIN13MULTIPLO DE IMPORTE DE REMESAS'.
           03  FILLER              PIC X(51)    VALUE
               'AUDRETENN03MESES DE RETENCION EN LINEA DE AUDITCAF'.
           03  FILLER              PIC X(51)    VALUE
               'SEGRETENN03MESES DE RETENCION EN LINEA DE SEGUCAF'.
           03  FILLER              PIC X(51)    VALUE
               'TASAPTR N14TASA ANUAL PRECIO TRANSF PESOS/U$S'.

       01  WS-TABLA-CODIGOS REDEFINES WS-TABLA-CODIGOS-V.
           03  WS-COD-ITEM         OCCURS 38 TIMES.
               05  WS-COD-CODIGO   PIC X(08).
               05  WS-COD-FORMATO  PIC X(01).
               05  WS-COD-LARGO    PIC 9(02).
               05  WS-COD-DESCRIP  PIC X(40).

       77  WS-COD-MAX              PIC 9(02)    VALUE 38.
       77  WS-COD-IDX              PIC 9(02)    VALUE ZEROS.
       77  WS-COD-ACT              PIC 9(02)    VALUE ZEROS.

       77  WS-LARGO                PIC S9(04) COMP VALUE ZEROS.
       77  WS-CODIGO               PIC X(08)    VALUE SPACES.

      *-----------  SQL  ----------------------------------------------
       77  WS-SQLCODE     PIC +++999 USAGE DISPLAY   VALUE ZEROES.
       77  NOT-FOUND               PIC S9(9) COMP VALUE  +100.

      *-----------   HOST VARIABLES DB2 (TBCURPAR)   ------------------
       01  DCLTBCURPAR.
           10 PAR-NROPARM     PIC S9(7)V     USAGE COMP-3.
           10 PAR-CODPARM     PIC X(8).
           10 PAR-VALOR       PIC X(30).
           10 PAR-DESCRIP     PIC X(40).
           10 PAR-FORMATO     PIC X(1).
           10 PAR-LARGO       PIC S9(2)V     USAGE COMP-3.

       77  WS-EXISTE               PIC S9(9) COMP VALUE ZEROS.
       77  WS-FECHA-OK             PIC S9(9) COMP VALUE ZEROS.

      *---- SQLCA COMMUNICATION AREA CON EL DB2  ----------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

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
           IF RETURN-CODE IS EQUAL ZEROS
              PERFORM 2000-LEER-VALOR-I THRU 2000-LEER-VALOR-F
           END-IF
           IF RETURN-CODE IS EQUAL ZEROS
              PERFORM 3000-GRABAR-I THRU 3000-GRABAR-F
           END-IF
           PERFORM 9999-FINAL-I   THRU 9999-FINAL-F.

       MAIN-PROGRAM-F. GOBACK.


      *---- CODIGO DEL PARM, CONTRA EL CATALOGO Y CONTRA LA TABLA -----
       1000-INICIO-I.

           MOVE SPACES TO WS-CODIGO
           IF LK-PARM-LEN IS GREATER ZEROS
              MOVE LK-PARM-DATA (1:LK-PARM-LEN) TO WS-CODIGO
           END-IF

           MOVE ZEROS TO WS-COD-ACT
           PERFORM 1100-BUSCAR-CODIGO-I THRU 1100-BUSCAR-CODIGO-F
              VARYING WS-COD-IDX FROM 1 BY 1
              UNTIL WS-COD-IDX IS GREATER WS-COD-MAX
                 OR WS-COD-ACT IS GREATER ZEROS

           IF WS-COD-ACT IS EQUAL ZEROS
              DISPLAY '* CODIGO DE PARAMETRO DESCONOCIDO: ' WS-CODIGO
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF

           MOVE WS-COD-CODIGO (WS-COD-ACT)  TO PAR-CODPARM
           MOVE WS-COD-FORMATO (WS-COD-ACT) TO PAR-FORMATO
           MOVE WS-COD-LARGO (WS-COD-ACT)   TO PAR-LARGO WS-LARGO
           MOVE WS-COD-DESCRIP (WS-COD-ACT) TO PAR-DESCRIP

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXISTE
                FROM KC02803.TBCURPAR
               WHERE CODPARM = :PAR-CODPARM
           END-EXEC

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR SELECT TBCURPAR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              GO TO 1000-INICIO-F
           END-IF

           IF WS-EXISTE IS GREATER ZEROS
              DISPLAY '* EL CODIGO ' PAR-CODPARM ' YA ESTA EN '
                      'TBCURPAR - NO SE CARGA'
              MOVE 4 TO RETURN-CODE
           END-IF.

       1000-INICIO-F. EXIT.


      *---------------------------------------------------------------
       1100-BUSCAR-CODIGO-I.

           IF WS-COD-CODIGO (WS-COD-IDX) IS EQUAL WS-CODIGO
              MOVE WS-COD-IDX TO WS-COD-ACT
           END-IF.

       1100-BUSCAR-CODIGO-F. EXIT.


      *---- PRIMER REGISTRO DEL ARCHIVO VIEJO, VALIDADO ---------------
       2000-LEER-VALOR-I.

           OPEN INPUT VIEJO
           IF FS-VIEJO IS NOT EQUAL '00'
              DISPLAY '* ERROR EN OPEN DDVIEJO = ' FS-VIEJO
              MOVE 8 TO RETURN-CODE
              GO TO 2000-LEER-VALOR-F
           END-IF

           READ VIEJO
           IF FS-VIEJO IS NOT EQUAL '00'
              DISPLAY '* DDVIEJO VACIO O ILEGIBLE = ' FS-VIEJO
              MOVE 8 TO RETURN-CODE
              CLOSE VIEJO
              GO TO 2000-LEER-VALOR-F
           END-IF

      *    SOLO LAS POSICIONES DEL FORMATO: EL RESTO DEL AREA NO
      *    PERTENECE AL REGISTRO CUANDO EL ARCHIVO ES MAS CORTO.
           MOVE SPACES TO PAR-VALOR
           MOVE REG-VIEJO (1:WS-LARGO) TO PAR-VALOR
           CLOSE VIEJO

           EVALUATE PAR-FORMATO
              WHEN 'N'
                 IF PAR-VALOR (1:WS-LARGO) IS NOT NUMERIC
                    DISPLAY '* VALOR NO NUMERICO: ' PAR-VALOR
                    MOVE 8 TO RETURN-CODE
                 END-IF
              WHEN 'F'
                 MOVE ZEROS TO WS-FECHA-OK
                 EXEC SQL
                    SELECT 1
                      INTO :WS-FECHA-OK
                      FROM SYSIBM.SYSDUMMY1
                     WHERE DATE(SUBSTR(:PAR-VALOR, 1, 10))
                           IS NOT NULL
                 END-EXEC
                 IF SQLCODE IS NOT EQUAL ZEROS OR
                    WS-FECHA-OK IS EQUAL ZEROS
                    DISPLAY '* FECHA INVALIDA: ' PAR-VALOR
                    MOVE 8 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 IF PAR-VALOR IS EQUAL SPACES
                    DISPLAY '* VALOR EN BLANCO'
                    MOVE 8 TO RETURN-CODE
                 END-IF
           END-EVALUATE.

       2000-LEER-VALOR-F. EXIT.


      *---- ALTA APROBADA, VIGENTE DESDE HOY --------------------------
       3000-GRABAR-I.

           EXEC SQL
              SELECT VALUE(MAX(NROPARM), 0) + 1
                INTO :PAR-NROPARM
                FROM KC02803.TBCURPAR
           END-EXEC

           IF SQLCODE IS EQUAL ZEROS
              EXEC SQL
                 INSERT INTO KC02803.TBCURPAR
                    ( NROPARM, CODPARM, VIGDESDE, VALOR, DESCRIP,
                      FORMATO, LARGO, OPERALTA, FECALTA, ESTADO,
                      OPERAPRO, FECAPRO )
                 VALUES
                    ( :PAR-NROPARM, :PAR-CODPARM, CURRENT DATE,
                      :PAR-VALOR, :PAR-DESCRIP, :PAR-FORMATO,
                      :PAR-LARGO, 'MIG', CURRENT DATE, 'V',
                      'MIG', CURRENT DATE )
              END-EXEC
           END-IF

           IF SQLCODE IS NOT EQUAL ZEROS
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY '* ERROR INSERT TBCURPAR = ' WS-SQLCODE
              MOVE 9999 TO RETURN-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO 3000-GRABAR-F
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY 'PARAMETRO ' PAR-CODPARM ' CARGADO: ' PAR-VALOR.

       3000-GRABAR-F. EXIT.


      *---------------------------------------------------------------
       9999-FINAL-I.

           DISPLAY 'PGMCGPAR ' WS-CODIGO ' RETURN-CODE: ' RETURN-CODE.

       9999-FINAL-F. EXIT.
