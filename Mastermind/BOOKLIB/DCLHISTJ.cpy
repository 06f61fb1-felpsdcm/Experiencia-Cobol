             EQUIPE_ID                      INTEGER NOT NULL,
             ANULADO                        CHAR(1) NOT NULL,
             TREINO                         CHAR(1) NOT NULL,
             MODO_DIFICIL                   CHAR(1) NOT NULL,
             MODO_BLITZ                     CHAR(1) NOT NULL,
             USOU_DICA                      CHAR(1) NOT NULL,
             COOP                           CHAR(1) NOT NULL,
             DESAFIO_COLEGA                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HISTJOGO                           *
      *                       NESSE MODO GANHAM A CONQUISTA 07 E SAEM
      *                       MARCADAS NO PLACAR
           10 DCLHJ-MODO-DIFICIL   PIC X(1).
      *                       MODO_BLITZ
      *                       'S' QUANDO O JOGO FOI NO MODO BLITZ (O
      *                       RELOGIO COMEU PONTOS NA VITORIA) - DEFAULT
      *                       EM BRANCO, O QUE TAMBEM VALE PARA OS
      *                       JOGOS ANTERIORES A COLUNA E PARA DUELOS.
      *                       SEPARA O MODO NO SIMULADOR DE PONTUACAO
      *                       (P3O99RT)
           10 DCLHJ-MODO-BLITZ     PIC X(1).
      *                       USOU_DICA
      *                       'S' QUANDO O JOGADOR PEDIU DICA (PF2) NO
      *                       JOGO - JOGO RETOMADO CONTA COMO COM DICA,
      *                       COMO NA CONQUISTA 03. DEFAULT EM BRANCO,
      *                       O QUE TAMBEM VALE PARA OS JOGOS
      *                       ANTERIORES A COLUNA, DUELOS E ABANDONOS.
      *                       SOMADA NO RESUMO DIARIO (RESUMO_DIA)
           10 DCLHJ-USOU-DICA      PIC X(1).
      *                       COOP
      *                       'S' QUANDO O JOGO FOI COOPERATIVO (Y1D9,
      *                       DOIS COLEGAS DE EQUIPE NA MESMA SENHA) -
      *                       UMA LINHA PARA CADA JOGADOR, COM AS
      *                       TENTATIVAS E A PONTUACAO DA DUPLA. CONTA
      *                       NO RESUMO DIARIO (MODO 'C') E NO RANKING
      *                       DE EQUIPES, MAS FICA FORA DE PLACAR,
      *                       RATING, CONQUISTAS E REPLAY. DEFAULT EM
      *                       BRANCO PARA OS DEMAIS JOGOS
           10 DCLHJ-COOP           PIC X(1).
      *                       DESAFIO_COLEGA
      *                       'S' QUANDO O JOGO FOI UM DESAFIO ENVIADO
      *                       POR UM COLEGA (Y1E0, SENHA ESCOLHIDA POR
      *                       ELE) - CONTA NO RESUMO DIARIO (MODO 'X'),
      *                       MAS FICA FORA DE PLACAR, RATING E
      *                       CONQUISTAS. DEFAULT EM BRANCO PARA OS
      *                       DEMAIS JOGOS
           10 DCLHJ-DESAFIO-COLEGA PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
