      ******************************************************************
      * DCLGEN TABLE(RATING_NOVO)                                      *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLRTNN))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLRN-)                                           *
      *        STRUCTURE(DCL-RATING-NOVO)                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * TABELA-SOMBRA DO RATING, COM O MESMO LEIAUTE DE RATING (VEJA  *
      * DCLRTNG). SO A RECONSTRUCAO NOTURNA P3O99RF GRAVA AQUI; O     *
      * ONLINE NUNCA LE ESTA TABELA. DEPOIS DE VALIDADA, O CONTEUDO   *
      * E COPIADO PARA RATING NUMA UNICA UNIDADE DE TRABALHO.         *
      ******************************************************************
           EXEC SQL DECLARE RATING_NOVO TABLE
           ( USERID                         CHAR(8) NOT NULL,
             RATING                         INTEGER NOT NULL,
             JOGOS                          INTEGER NOT NULL,
             DATA_ATU                       DATE NOT NULL,
             HORA_ATU                       TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RATING_NOVO                        *
      ******************************************************************
       01  DCL-RATING-NOVO.
      *                       USERID
           10 DCLRN-USERID         PIC X(8).
      *                       RATING
           10 DCLRN-RATING         PIC S9(9) USAGE COMP.
      *                       JOGOS
           10 DCLRN-JOGOS          PIC S9(9) USAGE COMP.
      *                       DATA_ATU
           10 DCLRN-DATA-ATU       PIC X(10).
      *                       HORA_ATU
           10 DCLRN-HORA-ATU       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
