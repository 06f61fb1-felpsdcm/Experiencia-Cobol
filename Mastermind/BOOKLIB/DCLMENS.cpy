      ******************************************************************
      * DCLGEN TABLE(MENSAGEM)                                         *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLMENS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLMS-)                                           *
      *        STRUCTURE(DCL-MENSAGEM)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * CAIXA DE MENSAGENS DO JOGADOR: UMA LINHA POR AVISO DEIXADO     *
      * PARA UM USERID, MOSTRADO NA CONSULTA Y1D3 (P3O99D3, OPCAO M    *
      * DO MENU Y1B8) - O MENU MOSTRA QUANTAS ESTAO NAO LIDAS.         *
      * TIPO:                                                          *
      *    DU = OPONENTE ENTROU NO DUELO CRIADO PELO JOGADOR (Y1B9),   *
      *         OU DUELO CANCELADO PORQUE O OPONENTE FOI DESLIGADO     *
      *         (JOB P3O99RV)                                          *
      *    TR = CONFRONTO DE TORNEIO CHAVEADO (JOB P3O99RG), OU W.O.   *
      *         PELO DESLIGAMENTO DO OPONENTE (JOB P3O99RV)            *
      *    CQ = CONQUISTA DE SERIE DE DIAS GANHA (JOB P3O99RP)         *
      *    AN = JOGO DO JOGADOR ANULADO PELO OPERADOR (Y1C8)           *
      *    CO = COLEGA DE EQUIPE ENTROU NO JOGO COOPERATIVO CRIADO     *
      *         PELO JOGADOR (Y1D9), OU JOGO COOPERATIVO CANCELADO     *
      *         PORQUE O COLEGA FOI DESLIGADO (JOB P3O99RV)            *
      *    DC = DESAFIO DE COLEGA (Y1E0): RECEBIDO, OU O RESULTADO DO  *
      *         DESAFIO ENVIADO PELO JOGADOR (TENTATIVAS E PONTOS,     *
      *         NUNCA A SENHA); TAMBEM O DESAFIO EXPIRADO (JOB         *
      *         P3O99R6) OU CANCELADO POR DESLIGAMENTO (JOB P3O99RV)   *
      * LIDA: N = AINDA NAO LIDA, S = JA LISTADA NA Y1D3. AS LIDAS     *
      * MAIS VELHAS QUE O PRAZO DE RETENCAO SAO APAGADAS PELO EXPURGO  *
      * NOTURNO (P3O99R5).                                             *
      ******************************************************************
           EXEC SQL DECLARE MENSAGEM TABLE
           ( ID                             INTEGER NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             TIPO                           CHAR(2) NOT NULL,
             TEXTO                          CHAR(60) NOT NULL,
             LIDA                           CHAR(1) NOT NULL,
             DATA_MSG                       DATE NOT NULL,
             HORA_MSG                       TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MENSAGEM                           *
      ******************************************************************
       01  DCL-MENSAGEM.
      *                       ID
           10 DCLMS-ID             PIC S9(9) USAGE COMP.
      *                       USERID
           10 DCLMS-USERID         PIC X(8).
      *                       TIPO
           10 DCLMS-TIPO           PIC X(2).
      *                       TEXTO
           10 DCLMS-TEXTO          PIC X(60).
      *                       LIDA
           10 DCLMS-LIDA           PIC X(1).
      *                       DATA_MSG
           10 DCLMS-DATA-MSG       PIC X(10).
      *                       HORA_MSG
           10 DCLMS-HORA-MSG       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
