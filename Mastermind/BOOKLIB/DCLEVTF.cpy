      ******************************************************************
      * DCLGEN TABLE(EVENTO_FILA)                                      *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLEVTF))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLEF-)                                           *
      *        STRUCTURE(DCL-EVENTO-FILA)                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * FILA DE EVENTOS DO JOGO PARA O PAINEL DA INTRANET, QUASE EM    *
      * TEMPO REAL. OS PROGRAMAS ONLINE (Y1B0, Y1B9, Y1C3) GRAVAM O    *
      * EVENTO NA FILA TD Y1EV DO CICS (LAYOUT EM EVTFILA) E A         *
      * TRANSACAO DISPARADA Y1E3 (P3O99E3) O PASSA PARA CA; O LOTE     *
      * P3O99RG, QUE NAO TEM O CICS, GRAVA AQUI DIRETO. O JOB P3O99S5  *
      * DRENA AS LINHAS DE ID ACIMA DO MARCO DE EVENTO_CTRL PARA O     *
      * DATASET DE TRANSFERENCIA DA INTRANET.                          *
      * ID: NUMERO DE SEQUENCIA DO EVENTO (MAX + 1, SEM BURACO) - SAI  *
      *    NO ARQUIVO PARA O OUTRO LADO DETECTAR EVENTO FALTANDO.      *
      * TIPO: JV = JOGO VENCIDO (Y1B0, SEM O TREINO)                   *
      *       DD = DUELO DECIDIDO (Y1B9)                               *
      *       DS = DESAFIO DO DIA RESOLVIDO (Y1C3)                     *
      *       CQ = CONQUISTA GANHA (Y1B0, Y1B9 E O CAMPEAO NO P3O99RG) *
      *       TR = CONFRONTO DE RODADA DE TORNEIO MONTADO (P3O99RG)    *
      * DATA_EVENTO/HORA_EVENTO: O INSTANTE DO FATO NO PROGRAMA DE     *
      *    ORIGEM. DATA_FILA/HORA_FILA: QUANDO CHEGOU A ESTA TABELA -  *
      *    A DIFERENCA E O ATRASO DA FILA Y1EV (A7/A8 NO P3O99RK).     *
      * USERID: O JOGADOR (O VENCEDOR NO DUELO). USERID_2: O           *
      *    OPONENTE NO DUELO E NO CONFRONTO (BRANCO NO BYE).           *
      * VALOR: PONTOS (JV, DS), ID DO DUELO (DD), CODIGO DA CONQUISTA  *
      *    (CQ) OU RODADA (TR). TEXTO: O DETALHE LEGIVEL DO EVENTO.    *
      * ORIGEM: A TRANSACAO (Y1B0, Y1B9, Y1C3) OU 'RG' NO LOTE.        *
      * AS LINHAS JA DRENADAS SAO EXPURGADAS PELO PROPRIO P3O99S5; A   *
      * REMOCAO P3O99RL SO TROCA O USERID POR '********'.              *
      ******************************************************************
           EXEC SQL DECLARE EVENTO_FILA TABLE
           ( ID                             INTEGER NOT NULL,
             TIPO                           CHAR(2) NOT NULL,
             DATA_EVENTO                    DATE NOT NULL,
             HORA_EVENTO                    TIME NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             USERID_2                       CHAR(8) NOT NULL,
             VALOR                          INTEGER NOT NULL,
             TEXTO                          CHAR(30) NOT NULL,
             ORIGEM                         CHAR(4) NOT NULL,
             DATA_FILA                      DATE NOT NULL,
             HORA_FILA                      TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EVENTO_FILA                        *
      ******************************************************************
       01  DCL-EVENTO-FILA.
      *                       ID
           10 DCLEF-ID             PIC S9(9) USAGE COMP.
      *                       TIPO
           10 DCLEF-TIPO           PIC X(2).
      *                       DATA_EVENTO
           10 DCLEF-DATA-EVENTO    PIC X(10).
      *                       HORA_EVENTO
           10 DCLEF-HORA-EVENTO    PIC X(8).
      *                       USERID
           10 DCLEF-USERID         PIC X(8).
      *                       USERID_2
           10 DCLEF-USERID-2       PIC X(8).
      *                       VALOR
           10 DCLEF-VALOR          PIC S9(9) USAGE COMP.
      *                       TEXTO
           10 DCLEF-TEXTO          PIC X(30).
      *                       ORIGEM
           10 DCLEF-ORIGEM         PIC X(4).
      *                       DATA_FILA
           10 DCLEF-DATA-FILA      PIC X(10).
      *                       HORA_FILA
           10 DCLEF-HORA-FILA      PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
