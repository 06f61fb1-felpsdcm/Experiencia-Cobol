      ******************************************************************
      * DCLGEN TABLE(TERMINAL_INV)                                     *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLTERM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLTR-)                                           *
      *        STRUCTURE(DCL-TERMINAL-INV)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * INVENTARIO DOS TERMINAIS: ONDE CADA TERMINAL (O EIBTRMID QUE   *
      * APARECE EM AUDITORIA, JOGO_ATIVO, SESSAO, JOGO_DUELO E         *
      * ULTIMA_SENHA) FICA FISICAMENTE - PREDIO/SITE, ANDAR E AREA.    *
      * UMA LINHA POR TERMINAL.                                        *
      * SITUACAO: A = ATIVO                                            *
      *           B = BLOQUEADO (O MENU Y1B8 RECUSA O TERMINAL)        *
      * ORIGEM: C = ARQUIVO DA EQUIPE DE REDE (CARGA P3O99S2, QUE SO   *
      *             ATUALIZA A LOCALIZACAO - NUNCA MEXE NA SITUACAO)   *
      *         O = INCLUIDA OU ALTERADA PELO OPERADOR NA Y1D8         *
      *             (P3O99D8)                                          *
      * TERMINAL FORA DA TABELA CONTINUA ENTRANDO NO JOGO; O MONITOR   *
      * P3O99RK ALERTA QUANDO UM DELES APARECE EM SESSAO.              *
      * CONSULTADA POR P3O99B8, C1, RI, RK E RM.                       *
      ******************************************************************
           EXEC SQL DECLARE TERMINAL_INV TABLE
           ( TERMINAL                       CHAR(4) NOT NULL,
             SITE                           CHAR(8) NOT NULL,
             ANDAR                          CHAR(3) NOT NULL,
             AREA                           CHAR(20) NOT NULL,
             SITUACAO                       CHAR(1) NOT NULL,
             ORIGEM                         CHAR(1) NOT NULL,
             USERID_OPER                    CHAR(8) NOT NULL,
             DATA_ALT                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TERMINAL_INV                       *
      ******************************************************************
       01  DCL-TERMINAL-INV.
      *                       TERMINAL
           10 DCLTR-TERMINAL       PIC X(4).
      *                       SITE
           10 DCLTR-SITE           PIC X(8).
      *                       ANDAR
           10 DCLTR-ANDAR          PIC X(3).
      *                       AREA
           10 DCLTR-AREA           PIC X(20).
      *                       SITUACAO
           10 DCLTR-SITUACAO       PIC X(1).
      *                       ORIGEM
           10 DCLTR-ORIGEM         PIC X(1).
      *                       USERID_OPER
      *                       QUEM ALTEROU (CARGA: O PROGRAMA DA CARGA)
           10 DCLTR-USERID-OPER    PIC X(8).
      *                       DATA_ALT
      *                       A CARGA REGRAVA EM TODO TERMINAL QUE
      *                       VEIO NO ARQUIVO
           10 DCLTR-DATA-ALT       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
