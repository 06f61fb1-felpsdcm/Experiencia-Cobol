      ******************************************************************
      * DCLGEN TABLE(JOGO_COOP)                                        *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLCOOP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLCO-)                                           *
      *        STRUCTURE(DCL-JOGO-COOP)                                *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * UMA LINHA POR PARTIDA COOPERATIVA (Y1D9) - DOIS JOGADORES DA   *
      * MESMA EQUIPE, EM DOIS TERMINAIS, CONTRA UMA SENHA SO, JOGANDO  *
      * ALTERNADAMENTE. AS TENTATIVAS, A PONTUACAO E O HISTORICO DAS   *
      * JOGADAS SAO DA DUPLA (UM CONTADOR SO, MESMO LIMITE DE 16 DO    *
      * JOGO NORMAL).                                                  *
      * VEZ: '1' OU '2' = LADO QUE JOGA A PROXIMA TENTATIVA            *
      * RESULTADO: BRANCO = EM ANDAMENTO, S = DUPLA ACERTOU A SENHA,   *
      *            N = TENTATIVAS ESGOTADAS                            *
      ******************************************************************
           EXEC SQL DECLARE JOGO_COOP TABLE
           ( ID                             INTEGER NOT NULL,
             SENHA                          CHAR(5) NOT NULL,
             SENHA_ID                       INTEGER NOT NULL,
             NIVEL                          SMALLINT NOT NULL,
             EQUIPE_ID                      INTEGER NOT NULL,
             TERMINAL_1                     CHAR(4) NOT NULL,
             USERID_1                       CHAR(8) NOT NULL,
             TERMINAL_2                     CHAR(4) NOT NULL,
             USERID_2                       CHAR(8) NOT NULL,
             VEZ                            CHAR(1) NOT NULL,
             TENTATIVAS                     INTEGER NOT NULL,
             PONTUACAO                      INTEGER NOT NULL,
             HISTORICO                      CHAR(80) NOT NULL,
             RESULTADO                      CHAR(1) NOT NULL,
             DATA_JOGO                      DATE NOT NULL,
             HORA_JOGO                      TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE JOGO_COOP                          *
      ******************************************************************
       01  DCL-JOGO-COOP.
      *                       ID
           10 DCLCO-ID              PIC S9(9) USAGE COMP.
      *                       SENHA
           10 DCLCO-SENHA           PIC X(5).
      *                       SENHA_ID
           10 DCLCO-SENHA-ID        PIC S9(9) USAGE COMP.
      *                       NIVEL
           10 DCLCO-NIVEL           PIC S9(4) USAGE COMP.
      *                       EQUIPE_ID
      *                       EQUIPE DO CRIADOR NA CRIACAO - SO ENTRA
      *                       NO LADO 2 QUEM E DA MESMA EQUIPE, E E
      *                       ELA QUE VAI PARA HISTJOGO.EQUIPE_ID
           10 DCLCO-EQUIPE-ID       PIC S9(9) USAGE COMP.
      *                       TERMINAL_1
           10 DCLCO-TERMINAL-1      PIC X(4).
      *                       USERID_1
           10 DCLCO-USERID-1        PIC X(8).
      *                       TERMINAL_2
           10 DCLCO-TERMINAL-2      PIC X(4).
      *                       USERID_2
           10 DCLCO-USERID-2        PIC X(8).
      *                       VEZ
           10 DCLCO-VEZ             PIC X(1).
      *                       TENTATIVAS
           10 DCLCO-TENTATIVAS      PIC S9(9) USAGE COMP.
      *                       PONTUACAO
           10 DCLCO-PONTUACAO       PIC S9(9) USAGE COMP.
      *                       HISTORICO
      *                       AS TENTATIVAS DA DUPLA EM SEQUENCIA, 5
      *                       LETRAS CADA (MESMO FORMATO DE
      *                       JOGO_ATIVO.HISTORICO)
           10 DCLCO-HISTORICO       PIC X(80).
      *                       RESULTADO
           10 DCLCO-RESULTADO       PIC X(1).
      *                       DATA_JOGO
           10 DCLCO-DATA-JOGO       PIC X(10).
      *                       HORA_JOGO
           10 DCLCO-HORA-JOGO       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
