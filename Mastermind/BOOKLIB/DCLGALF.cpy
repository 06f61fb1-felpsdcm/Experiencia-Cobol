      ******************************************************************
      * DCLGEN TABLE(GALERIA_FAMA)                                     *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLGALF))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLGF-)                                           *
      *        STRUCTURE(DCL-GALERIA-FAMA)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * GALERIA DA FAMA ANUAL, CONGELADA PELO JOB DE FECHAMENTO DO     *
      * ANO P3O99S4 NA MADRUGADA DE 01/01 E CONSULTADA NA OPCAO H DO   *
      * MENU (Y1E2). NADA AQUI E RECALCULADO DEPOIS: O EXPURGO P3O99R5 *
      * E A ANULACAO NA Y1C8 NAO MEXEM NO ANO JA FECHADO; A REMOCAO    *
      * P3O99RL SO TROCA USERID E NOME POR '********'/'*****'.         *
      * ORDEM: ORDEM DE EXIBICAO DENTRO DO ANO (1, 2, 3...).           *
      * CATEGORIA: PT = MAIOR PONTUACAO DO PLACAR NO ANO               *
      *            VI = MAIS VITORIAS NO ANO (SEM TREINO)              *
      *            RT = MAIOR RATING NO FECHAMENTO DO ANO              *
      *            SR = MAIOR SERIE DE VITORIAS NO DESAFIO DO DIA      *
      *            TC = CAMPEAO DE TORNEIO ENCERRADO NO ANO            *
      *            EQ = MELHOR EQUIPE (MAIS VITORIAS NO ANO)           *
      *            CQ = PRIMEIRO DO ANO A GANHAR CADA CONQUISTA        *
      *    EMPATE NO PRIMEIRO LUGAR ENTRA COM TODOS OS EMPATADOS.      *
      * USERID: EM BRANCO NA LINHA DE EQUIPE.                          *
      * NOME: O NOME DO JOGADOR NO CADASTRO DO RH (OU O DA EQUIPE) NO  *
      *    DIA DO FECHAMENTO - NAO ACOMPANHA MUDANCA POSTERIOR.        *
      * VALOR: PONTOS, VITORIAS, RATING, DIAS DA SERIE OU O ID DO      *
      *    TORNEIO (ZERO EM CQ). REFERENCIA: O NOME DO TORNEIO, A      *
      *    CONQUISTA OU O DETALHE DO FEITO.                            *
      * DATA_REF: O DIA DO FEITO (DO JOGO, DA CONQUISTA, DA CRIACAO DO *
      *    TORNEIO, DO FIM DA SERIE) OU 31/12 NAS CATEGORIAS DO ANO.   *
      ******************************************************************
           EXEC SQL DECLARE GALERIA_FAMA TABLE
           ( ANO                            CHAR(4) NOT NULL,
             ORDEM                          INTEGER NOT NULL,
             CATEGORIA                      CHAR(2) NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             NOME                           CHAR(30) NOT NULL,
             VALOR                          INTEGER NOT NULL,
             REFERENCIA                     CHAR(30) NOT NULL,
             DATA_REF                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GALERIA_FAMA                       *
      ******************************************************************
       01  DCL-GALERIA-FAMA.
      *                       ANO
           10 DCLGF-ANO            PIC X(4).
      *                       ORDEM
           10 DCLGF-ORDEM          PIC S9(9) USAGE COMP.
      *                       CATEGORIA
           10 DCLGF-CATEGORIA      PIC X(2).
      *                       USERID
           10 DCLGF-USERID         PIC X(8).
      *                       NOME
           10 DCLGF-NOME           PIC X(30).
      *                       VALOR
           10 DCLGF-VALOR          PIC S9(9) USAGE COMP.
      *                       REFERENCIA
           10 DCLGF-REFERENCIA     PIC X(30).
      *                       DATA_REF
           10 DCLGF-DATA-REF       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
