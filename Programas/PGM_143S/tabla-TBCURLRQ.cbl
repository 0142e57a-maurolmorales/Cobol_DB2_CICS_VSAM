      ******************************************************************
      * DCLGEN TABLE(ORIGEN.TBCURLRQ)                                  *
      *        LIBRARY(USUARIO.CURSOS.DCLGEN(TBCURLRQ))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(LRQ-)                                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DOCUMENTOS DEL LEGAJO DEL CLIENTE SEGUN SU CLASE (TBCURCLI     *
      * CLASE 'F' FISICA / 'J' JURIDICA). CARGA INICIAL:               *
      *   F ID  COPIA DE DNI O PASAPORTE           OBLIGA S  VENCE S   *
      *   F DO  CONSTANCIA DE DOMICILIO            OBLIGA S  VENCE N   *
      *   F IN  CONSTANCIA DE INGRESOS             OBLIGA S  VENCE S   *
      *   J ES  ESTATUTO O CONTRATO SOCIAL         OBLIGA S  VENCE N   *
      *   J AU  ACTA DE AUTORIDADES Y PODERES      OBLIGA S  VENCE S   *
      *   J DO  CONSTANCIA DE DOMICILIO            OBLIGA S  VENCE N   *
      *   J IN  ESTADOS CONTABLES                  OBLIGA S  VENCE S   *
      * OBLIGA: 'S' EL LEGAJO ESTA INCOMPLETO SIN EL DOCUMENTO.        *
      * VENCE : 'S' EL DOCUMENTO SE CARGA CON FECHA DE VENCIMIENTO     *
      *         (EN TBCURLEG) Y VENCIDO NO CUENTA COMO PRESENTADO.     *
      ******************************************************************
           EXEC SQL DECLARE ORIGEN.TBCURLRQ TABLE
           ( CLASE                          CHAR(1) NOT NULL,
             CODDOC                         CHAR(2) NOT NULL,
             DESCRIP                        CHAR(30) NOT NULL,
             OBLIGA                         CHAR(1) NOT NULL,
             VENCE                          CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ORIGEN.TBCURLRQ                    *
      ******************************************************************
       01  DCLTBCURLRQ.
           10 LRQ-CLASE       PIC X(1).                     *> CLASE
           10 LRQ-CODDOC      PIC X(2).                     *> CODDOC
           10 LRQ-DESCRIP     PIC X(30).                    *> DESCRIP
           10 LRQ-OBLIGA      PIC X(1).                     *> OBLIGA
           10 LRQ-VENCE       PIC X(1).                     *> VENCE
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
