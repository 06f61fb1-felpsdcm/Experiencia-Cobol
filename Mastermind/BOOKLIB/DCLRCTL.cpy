      ******************************************************************
      * DCLGEN TABLE(RECONST_CTRL)                                     *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLRCTL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLRC-)                                           *
      *        STRUCTURE(DCL-RECONST-CTRL)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * CONTROLE DE RESTART DAS RECONSTRUCOES POR TABELA-SOMBRA        *
      * (P3O99RF - RATING, P3O99RQ - SENHA_USO): UMA LINHA POR TABELA  *
      * E DATA. A RECONSTRUCAO CARREGA A SOMBRA (RATING_NOVO /         *
      * SENHA_USO_NOVO), VALIDA E SO ENTAO TROCA PELA TABELA OFICIAL   *
      * NUMA UNICA UNIDADE DE TRABALHO. FASE:                          *
      *    J = CARREGANDO OS JOGOS NORMAIS (ULTIMO_USERID E O ULTIMO   *
      *        JOGADOR JA COMMITADO NA SOMBRA)                         *
      *    D = CARREGANDO OS DUELOS (ULTIMO_ID E O ULTIMO DUELO JA     *
      *        COMMITADO NA SOMBRA)                                    *
      *    V = SOMBRA CARREGADA, FALTA VALIDAR E TROCAR                *
      *    T = SOMBRA VALIDADA E TROCADA PELA TABELA OFICIAL           *
      *    M = SOMBRA REPROVADA - TABELA ANTIGA MANTIDA                *
      * MAIOR_HIST_ID / MAIOR_DUELO_ID CONGELAM O RETRATO DE HISTJOGO  *
      * E JOGO_DUELO NO COMECO DA CARGA, PARA A RETOMADA E A VALIDACAO *
      * ENXERGAREM O MESMO CONJUNTO DE JOGOS QUE O ONLINE CONTINUA     *
      * AUMENTANDO.                                                    *
      ******************************************************************
           EXEC SQL DECLARE RECONST_CTRL TABLE
           ( TABELA                         CHAR(18) NOT NULL,
             DATA_REF                       DATE NOT NULL,
             FASE                           CHAR(1) NOT NULL,
             ULTIMO_USERID                  CHAR(8) NOT NULL,
             ULTIMO_ID                      INTEGER NOT NULL,
             MAIOR_HIST_ID                  INTEGER NOT NULL,
             MAIOR_DUELO_ID                 INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RECONST_CTRL                       *
      ******************************************************************
       01  DCL-RECONST-CTRL.
      *                       TABELA
           10 DCLRC-TABELA         PIC X(18).
      *                       DATA_REF
           10 DCLRC-DATA-REF       PIC X(10).
      *                       FASE
           10 DCLRC-FASE           PIC X(1).
      *                       ULTIMO_USERID
           10 DCLRC-ULTIMO-USERID  PIC X(8).
      *                       ULTIMO_ID
           10 DCLRC-ULTIMO-ID      PIC S9(9) USAGE COMP.
      *                       MAIOR_HIST_ID
           10 DCLRC-MAIOR-HIST-ID  PIC S9(9) USAGE COMP.
      *                       MAIOR_DUELO_ID
           10 DCLRC-MAIOR-DUELO-ID PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
