      ******************************************************************
      * DCLGEN TABLE(OPER_LOG)                                         *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLOLOG))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLOL-)                                           *
      *        STRUCTURE(DCL-OPER-LOG)                                 *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * HISTORICO DAS ALTERACOES FEITAS PELAS TRANSACOES DE OPERACAO   *
      * E DE CADASTRO: UMA LINHA POR LINHA INCLUIDA, SUBSTITUIDA OU    *
      * EXCLUIDA, COM A IMAGEM DE ANTES E DE DEPOIS, QUEM FEZ E        *
      * QUANDO. CONSULTADA PELO OPERADOR NA Y1D4 (P3O99D4).            *
      * TRANSACAO: Y1C5 (SISTEMA_CTRL), Y1D0 (PARAM_PONTUACAO), Y1D1   *
      *    (AVISO), Y1C7 (EQUIPE E EQUIPE_MEMBRO), Y1D6 (PREMIO - SO A *
      *    DECISAO DO OPERADOR; O QUE OS JOBS FAZEM FICA EM PREMIO),   *
      *    Y1D7 (CALENDARIO - A CARGA ANUAL P3O99S1 NAO PASSA AQUI),   *
      *    Y1D8 (TERMINAL_INV - A CARGA P3O99S2 NAO PASSA AQUI),       *
      *    Y1E1 (POLITICA_JOGO).                                       *
      * FUNCAO: I = INCLUSAO (VALOR_ANT EM BRANCO)                     *
      *         A = ALTERACAO (DELETE+INSERT DA MESMA CHAVE)           *
      *         E = EXCLUSAO (VALOR_NOV EM BRANCO)                     *
      * CHAVE: CHAVE DA LINHA NA TABELA ALTERADA, EM TEXTO.            *
      * VALOR_ANT/VALOR_NOV: IMAGEM DAS COLUNAS EM TEXTO, NO FORMATO   *
      *    NOME=VALOR MONTADO POR CADA TRANSACAO.                      *
      * MESMA IDEIA DO MANUT_LOG DA Y1B7, MAS COM AS IMAGENS EM TEXTO  *
      * PORQUE CADA TABELA TEM COLUNAS DIFERENTES.                     *
      * NAO HA EXPURGO - A AUDITORIA GUARDA O HISTORICO INTEIRO.       *
      ******************************************************************
           EXEC SQL DECLARE OPER_LOG TABLE
           ( ID                             INTEGER NOT NULL,
             TRANSACAO                      CHAR(4) NOT NULL,
             USERID_OPER                    CHAR(8) NOT NULL,
             FUNCAO                         CHAR(1) NOT NULL,
             TABELA                         CHAR(18) NOT NULL,
             CHAVE                          CHAR(20) NOT NULL,
             VALOR_ANT                      CHAR(120) NOT NULL,
             VALOR_NOV                      CHAR(120) NOT NULL,
             DATA_ALT                       DATE NOT NULL,
             HORA_ALT                       TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE OPER_LOG                           *
      ******************************************************************
       01  DCL-OPER-LOG.
      *                       ID
           10 DCLOL-ID             PIC S9(9) USAGE COMP.
      *                       TRANSACAO
           10 DCLOL-TRANSACAO      PIC X(4).
      *                       USERID_OPER
           10 DCLOL-USERID-OPER    PIC X(8).
      *                       FUNCAO
           10 DCLOL-FUNCAO         PIC X(1).
      *                       TABELA
           10 DCLOL-TABELA         PIC X(18).
      *                       CHAVE
           10 DCLOL-CHAVE          PIC X(20).
      *                       VALOR_ANT
           10 DCLOL-VALOR-ANT      PIC X(120).
      *                       VALOR_NOV
           10 DCLOL-VALOR-NOV      PIC X(120).
      *                       DATA_ALT
           10 DCLOL-DATA-ALT       PIC X(10).
      *                       HORA_ALT
           10 DCLOL-HORA-ALT       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
