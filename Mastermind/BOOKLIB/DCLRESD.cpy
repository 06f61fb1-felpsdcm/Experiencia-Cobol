      ******************************************************************
      * DCLGEN TABLE(RESUMO_DIA)                                       *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLRESD))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLRD-)                                           *
      *        STRUCTURE(DCL-RESUMO-DIA)                               *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * RESUMO DIARIO DOS JOGOS TERMINADOS, MONTADO TODA NOITE PELO    *
      * JOB P3O99RU A PARTIR DE HISTJOGO, PARA OS RELATORIOS (R1, R9,  *
      * RH, RM), O PAINEL Y1C4 E O MONITOR RK NAO VARREREM O           *
      * HISTORICO INTEIRO. UMA LINHA POR DIA, USERID, EQUIPE, MODO,    *
      * MODO DIFICIL, MODO BLITZ E NIVEL DA SENHA.                     *
      * JOGOS ANULADOS (HISTJOGO.ANULADO = 'S') NAO ENTRAM. O DIA E    *
      * REFEITO INTEIRO (DELETE + INSERT) A CADA EXECUCAO - DEPOIS DE  *
      * UMA ANULACAO NA Y1C8 OU DE UMA RESTAURACAO PELO P3O99R4,       *
      * RODAR O P3O99RU DE NOVO PARA O PERIODO AFETADO.                *
      * MODO: N = JOGO NORMAL                                          *
      *       T = TREINO (HISTJOGO.TREINO = 'S')                       *
      *       D = SEM SENHA RASTREAVEL (SENHA_ID ZERO - DUELOS E       *
      *           HISTORICO ANTERIOR A COLUNA)                         *
      *       C = JOGO COOPERATIVO (HISTJOGO.COOP = 'S')               *
      *       X = DESAFIO DE COLEGA (HISTJOGO.DESAFIO_COLEGA = 'S')    *
      * NIVEL: NIVEL DA SENHA EM SENHAS (ZERO QUANDO NAO HA SENHA).    *
      ******************************************************************
           EXEC SQL DECLARE RESUMO_DIA TABLE
           ( DATA_JOGO                      DATE NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             EQUIPE_ID                      INTEGER NOT NULL,
             MODO                           CHAR(1) NOT NULL,
             MODO_DIFICIL                   CHAR(1) NOT NULL,
             MODO_BLITZ                     CHAR(1) NOT NULL,
             NIVEL                          SMALLINT NOT NULL,
             JOGOS                          INTEGER NOT NULL,
             VITORIAS                       INTEGER NOT NULL,
             DERROTAS                       INTEGER NOT NULL,
             ABANDONOS                      INTEGER NOT NULL,
             DICAS                          INTEGER NOT NULL,
             PONTOS                         INTEGER NOT NULL,
             TENTATIVAS                     INTEGER NOT NULL,
             TENTATIVAS_VIT                 INTEGER NOT NULL,
             DATA_ATU                       DATE NOT NULL,
             HORA_ATU                       TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RESUMO_DIA                         *
      ******************************************************************
       01  DCL-RESUMO-DIA.
      *                       DATA_JOGO
           10 DCLRD-DATA-JOGO      PIC X(10).
      *                       USERID
           10 DCLRD-USERID         PIC X(8).
      *                       EQUIPE_ID
      *                       EQUIPE GRAVADA NO JOGO (HISTJOGO)
           10 DCLRD-EQUIPE-ID      PIC S9(9) USAGE COMP.
      *                       MODO
           10 DCLRD-MODO           PIC X(1).
      *                       MODO_DIFICIL
      *                       'S' OU 'N'
           10 DCLRD-MODO-DIFICIL   PIC X(1).
      *                       MODO_BLITZ
      *                       'S' OU 'N'
           10 DCLRD-MODO-BLITZ     PIC X(1).
      *                       NIVEL
           10 DCLRD-NIVEL          PIC S9(4) USAGE COMP.
      *                       JOGOS
           10 DCLRD-JOGOS          PIC S9(9) USAGE COMP.
      *                       VITORIAS
           10 DCLRD-VITORIAS       PIC S9(9) USAGE COMP.
      *                       DERROTAS
           10 DCLRD-DERROTAS       PIC S9(9) USAGE COMP.
      *                       ABANDONOS
      *                       JOGOS EXPIRADOS PELO P3O99R6
           10 DCLRD-ABANDONOS      PIC S9(9) USAGE COMP.
      *                       DICAS
      *                       JOGOS EM QUE O JOGADOR PEDIU DICA
           10 DCLRD-DICAS          PIC S9(9) USAGE COMP.
      *                       PONTOS
           10 DCLRD-PONTOS         PIC S9(9) USAGE COMP.
      *                       TENTATIVAS
      *                       TENTATIVAS DE TODOS OS JOGOS
           10 DCLRD-TENTATIVAS     PIC S9(9) USAGE COMP.
      *                       TENTATIVAS_VIT
      *                       TENTATIVAS SO DAS VITORIAS (PARA A MEDIA
      *                       DE TENTATIVAS POR VITORIA DOS RELATORIOS)
           10 DCLRD-TENTATIVAS-VIT PIC S9(9) USAGE COMP.
      *                       DATA_ATU
           10 DCLRD-DATA-ATU       PIC X(10).
      *                       HORA_ATU
           10 DCLRD-HORA-ATU       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
