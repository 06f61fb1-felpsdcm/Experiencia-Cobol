      ******************************************************************
      * DCLGEN TABLE(PREMIO)                                           *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLPREM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLPR-)                                           *
      *        STRUCTURE(DCL-PREMIO)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * PREMIOS CONQUISTADOS NO JOGO, UMA LINHA POR PREMIO. AS LINHAS  *
      * NASCEM 'P' NO JOB TRIMESTRAL P3O99RX (DEPOIS DO FECHAMENTO DA  *
      * TEMPORADA, P3O99RE), O OPERADOR APROVA OU RECUSA NA Y1D6       *
      * (P3O99D6) E O JOB P3O99RY MANDA AS APROVADAS NO ARQUIVO DO     *
      * SISTEMA DE RECOMPENSAS DO RH, UMA UNICA VEZ CADA.              *
      * TIPO: TP = POSICAO NA TEMPORADA (TEMPORADA_HIST)               *
      *       TC = CAMPEAO DE TORNEIO                                  *
      *       TV = VICE-CAMPEAO DE TORNEIO                             *
      *       DM = LIDER DO MES NO DESAFIO DO DIA                      *
      *       SR = MAIOR SERIE DE VITORIAS NO DESAFIO NO TRIMESTRE     *
      * SITUACAO: P = PENDENTE DE APROVACAO                            *
      *           A = APROVADO, AGUARDANDO O ENVIO                     *
      *           R = RECUSADO PELO OPERADOR (OBSERVACAO DIZ POR QUE)  *
      *           E = ENVIADO AO RH NO LOTE_ENVIO                      *
      *           C = CANCELADO PELO SISTEMA (JOGADOR DESLIGADO OU     *
      *               JOGO ANULADO DEPOIS DA GERACAO)                  *
      * LINHA 'E' NAO MUDA MAIS - E O QUE GARANTE O ENVIO UNICO.       *
      ******************************************************************
           EXEC SQL DECLARE PREMIO TABLE
           ( ID                             INTEGER NOT NULL,
             TIPO                           CHAR(2) NOT NULL,
             PERIODO                        CHAR(7) NOT NULL,
             POSICAO                        INTEGER NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             TORNEIO_ID                     INTEGER NOT NULL,
             REFERENCIA                     CHAR(30) NOT NULL,
             SITUACAO                       CHAR(1) NOT NULL,
             OBSERVACAO                     CHAR(40) NOT NULL,
             DATA_GERACAO                   DATE NOT NULL,
             DATA_SITUACAO                  DATE NOT NULL,
             USERID_OPER                    CHAR(8) NOT NULL,
             LOTE_ENVIO                     INTEGER NOT NULL,
             DATA_ENVIO                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PREMIO                             *
      ******************************************************************
       01  DCL-PREMIO.
      *                       ID
           10 DCLPR-ID             PIC S9(9) USAGE COMP.
      *                       TIPO
           10 DCLPR-TIPO           PIC X(2).
      *                       PERIODO
      *                       TEMPORADA 'AAAATN' (TP, TC, TV, SR) OU
      *                       MES 'AAAA-MM' (DM)
           10 DCLPR-PERIODO        PIC X(7).
      *                       POSICAO
      *                       1, 2, 3... NO TP; 1 NO TC, DM E SR; 2 NO
      *                       TV
           10 DCLPR-POSICAO        PIC S9(9) USAGE COMP.
      *                       USERID
           10 DCLPR-USERID         PIC X(8).
      *                       TORNEIO_ID
      *                       TORNEIO DO TC/TV (ZERO NOS DEMAIS TIPOS)
           10 DCLPR-TORNEIO-ID     PIC S9(9) USAGE COMP.
      *                       REFERENCIA
      *                       TEXTO DO PREMIO QUE VAI PARA O RH
           10 DCLPR-REFERENCIA     PIC X(30).
      *                       SITUACAO
           10 DCLPR-SITUACAO       PIC X(1).
      *                       OBSERVACAO
      *                       MOTIVO DA RECUSA OU DO CANCELAMENTO
           10 DCLPR-OBSERVACAO     PIC X(40).
      *                       DATA_GERACAO
           10 DCLPR-DATA-GERACAO   PIC X(10).
      *                       DATA_SITUACAO
      *                       DIA DA ULTIMA MUDANCA DE SITUACAO
           10 DCLPR-DATA-SITUACAO  PIC X(10).
      *                       USERID_OPER
      *                       OPERADOR DA ULTIMA DECISAO NA Y1D6 (EM
      *                       BRANCO ENQUANTO NINGUEM DECIDIU)
           10 DCLPR-USERID-OPER    PIC X(8).
      *                       LOTE_ENVIO
      *                       LOTE DO ARQUIVO DO RH (ZERO ATE O P3O99RY
      *                       SEPARAR O PREMIO PARA UM ENVIO)
           10 DCLPR-LOTE-ENVIO     PIC S9(9) USAGE COMP.
      *                       DATA_ENVIO
      *                       '0001-01-01' ATE O ENVIO
           10 DCLPR-DATA-ENVIO     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
