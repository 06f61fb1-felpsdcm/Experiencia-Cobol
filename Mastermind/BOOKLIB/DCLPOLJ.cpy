      ******************************************************************
      * DCLGEN TABLE(POLITICA_JOGO)                                    *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLPOLJ))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLPJ-)                                           *
      *        STRUCTURE(DCL-POLITICA-JOGO)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * POLITICA DE USO DO JOGO POR DEPARTAMENTO (O DE JOGADOR, DO     *
      * CADASTRO DO RH): EM QUE HORARIOS UM JOGO NOVO PODE COMECAR     *
      * E QUANTOS JOGOS NORMAIS CADA JOGADOR PODE TERMINAR POR DIA.    *
      * A LINHA DE DEPARTAMENTO '*PADRAO' VALE PARA QUEM NAO TEM LINHA *
      * PROPRIA (E PARA O USERID FORA DO CADASTRO); SEM NENHUMA DAS    *
      * DUAS, NAO HA RESTRICAO.                                        *
      * JANELAS: ATE 3 FAIXAS DE HORARIO NO FORMATO HHMM, DO INI       *
      * (INCLUSIVE) AO FIM (EXCLUSIVE), EX.: 1200 A 1400.              *
      * JANELA COM INI E FIM ZERADOS NAO E USADA; NENHUMA JANELA USADA *
      * LIBERA O DIA INTEIRO.                                          *
      * MAX_JOGOS_DIA: ZERO = SEM COTA. CONTA SO O JOGO NORMAL DA      *
      * Y1B0 - TREINO, DUELO, COOPERATIVO E DESAFIO DE COLEGA FICAM    *
      * FORA DA COTA; O TREINO RESPEITA AS JANELAS.                    *
      * APLICADA NO INICIO DE JOGO DO MENU Y1B8 E DA Y1B0. JOGO JA EM  *
      * ANDAMENTO NUNCA E INTERROMPIDO, NEM RECUSADO NA RETOMADA. A    *
      * RECUSA FICA EM RECUSA_JOGO (RELATORIO SEMANAL P3O99S3).        *
      * MANTIDA PELA TRANSACAO DE OPERACAO Y1E1 (P3O99E1).             *
      ******************************************************************
           EXEC SQL DECLARE POLITICA_JOGO TABLE
           ( DEPARTAMENTO                   CHAR(20) NOT NULL,
             JANELA1_INI                    SMALLINT NOT NULL,
             JANELA1_FIM                    SMALLINT NOT NULL,
             JANELA2_INI                    SMALLINT NOT NULL,
             JANELA2_FIM                    SMALLINT NOT NULL,
             JANELA3_INI                    SMALLINT NOT NULL,
             JANELA3_FIM                    SMALLINT NOT NULL,
             MAX_JOGOS_DIA                  SMALLINT NOT NULL,
             USERID_OPER                    CHAR(8) NOT NULL,
             DATA_ALT                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE POLITICA_JOGO                      *
      ******************************************************************
       01  DCL-POLITICA-JOGO.
      *                       DEPARTAMENTO
           10 DCLPJ-DEPARTAMENTO   PIC X(20).
      *                       JANELA1_INI
           10 DCLPJ-JANELA1-INI    PIC S9(4) USAGE COMP.
      *                       JANELA1_FIM
           10 DCLPJ-JANELA1-FIM    PIC S9(4) USAGE COMP.
      *                       JANELA2_INI
           10 DCLPJ-JANELA2-INI    PIC S9(4) USAGE COMP.
      *                       JANELA2_FIM
           10 DCLPJ-JANELA2-FIM    PIC S9(4) USAGE COMP.
      *                       JANELA3_INI
           10 DCLPJ-JANELA3-INI    PIC S9(4) USAGE COMP.
      *                       JANELA3_FIM
           10 DCLPJ-JANELA3-FIM    PIC S9(4) USAGE COMP.
      *                       MAX_JOGOS_DIA
           10 DCLPJ-MAX-JOGOS-DIA  PIC S9(4) USAGE COMP.
      *                       USERID_OPER
           10 DCLPJ-USERID-OPER    PIC X(8).
      *                       DATA_ALT
           10 DCLPJ-DATA-ALT       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
