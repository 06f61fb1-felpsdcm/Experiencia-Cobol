      ******************************************************************
      * DCLGEN TABLE(CALENDARIO)                                       *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLCALE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLCL-)                                           *
      *        STRUCTURE(DCL-CALENDARIO)                               *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * CALENDARIO DE DIAS UTEIS DA EMPRESA, COMPARTILHADO PELA CADEIA *
      * NOTURNA E PELO DESAFIO DO DIA. CADA LINHA COBRE UM PERIODO DE  *
      * DATA_INI A DATA_FIM (UM DIA SO: AS DUAS IGUAIS).               *
      * TIPO: F = FERIADO                                              *
      *       R = RECESSO / PARALISACAO DA EMPRESA                     *
      *       U = DIA UTIL AVULSO (EX.: DIA TRABALHADO NO MEIO DE UM   *
      *           RECESSO) - VALE SOBRE F E R                          *
      * UM DIA NAO E UTIL QUANDO ALGUM F OU R O COBRE E NENHUM U O     *
      * DEVOLVE. FIM DE SEMANA NAO E TRATADO A PARTE - SO VALE O QUE   *
      * ESTIVER NA TABELA.                                             *
      * ORIGEM: O = INCLUIDA PELO OPERADOR NA Y1D7 (P3O99D7)           *
      *         C = CARGA ANUAL DE FERIADOS (P3O99S1), QUE APAGA E     *
      *             REGRAVA AS SUAS LINHAS DO ANO                      *
      * CONSULTADA POR P3O99RA, RP, RX, RJ, RK, R1, RH E RM.           *
      ******************************************************************
           EXEC SQL DECLARE CALENDARIO TABLE
           ( ID                             INTEGER NOT NULL,
             DATA_INI                       DATE NOT NULL,
             DATA_FIM                       DATE NOT NULL,
             TIPO                           CHAR(1) NOT NULL,
             DESCRICAO                      CHAR(30) NOT NULL,
             ORIGEM                         CHAR(1) NOT NULL,
             USERID_OPER                    CHAR(8) NOT NULL,
             DATA_ALT                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CALENDARIO                         *
      ******************************************************************
       01  DCL-CALENDARIO.
      *                       ID
           10 DCLCL-ID             PIC S9(9) USAGE COMP.
      *                       DATA_INI
           10 DCLCL-DATA-INI       PIC X(10).
      *                       DATA_FIM
           10 DCLCL-DATA-FIM       PIC X(10).
      *                       TIPO
           10 DCLCL-TIPO           PIC X(1).
      *                       DESCRICAO
           10 DCLCL-DESCRICAO      PIC X(30).
      *                       ORIGEM
           10 DCLCL-ORIGEM         PIC X(1).
      *                       USERID_OPER
      *                       QUEM INCLUIU (CARGA: O USUARIO DO JOB)
           10 DCLCL-USERID-OPER    PIC X(8).
      *                       DATA_ALT
           10 DCLCL-DATA-ALT       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
