      ******************************************************************
      * DCLGEN TABLE(SENHA_USO_NOVO)                                   *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLSUSN))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLSN-)                                           *
      *        STRUCTURE(DCL-SENHA-USO-NOVO)                           *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * TABELA-SOMBRA DE SENHA_USO, COM O MESMO LEIAUTE (VEJA         *
      * DCLSUSO). SO A RECONSTRUCAO P3O99RQ GRAVA AQUI; DEPOIS DE     *
      * VALIDADA, O CONTEUDO E COPIADO PARA SENHA_USO NUMA UNICA      *
      * UNIDADE DE TRABALHO - O SORTEIO DO ONLINE NUNCA LE A SOMBRA.  *
      ******************************************************************
           EXEC SQL DECLARE SENHA_USO_NOVO TABLE
           ( SENHA_ID                       INTEGER NOT NULL,
             JOGOS                          INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SENHA_USO_NOVO                     *
      ******************************************************************
       01  DCL-SENHA-USO-NOVO.
      *                       SENHA_ID
           10 DCLSN-SENHA-ID       PIC S9(9) USAGE COMP.
      *                       JOGOS
           10 DCLSN-JOGOS          PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
