      ******************************************************************
      * DCLGEN TABLE(DESAFIO_COLEGA)                                   *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLDCOL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLDC-)                                           *
      *        STRUCTURE(DCL-DESAFIO-COLEGA)                           *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * UMA LINHA POR DESAFIO ENVIADO DE UM JOGADOR A OUTRO (Y1E0): O  *
      * REMETENTE ESCOLHE O COLEGA E A SENHA (QUE TEM QUE EXISTIR EM   *
      * SENHAS) E O DESTINATARIO JOGA A SENHA NA MESMA TRANSACAO. A    *
      * SENHA NUNCA E MOSTRADA AO REMETENTE - ELE SO VE A SITUACAO,    *
      * AS TENTATIVAS E A PONTUACAO DO COLEGA.                         *
      * SITUACAO: P = PENDENTE (AINDA NAO JOGADO)                      *
      *           J = EM JOGO (O DESTINATARIO JA COMECOU)              *
      *           S = O DESTINATARIO ACERTOU A SENHA                   *
      *           N = TENTATIVAS ESGOTADAS SEM ACERTO                  *
      *           E = EXPIRADO SEM SER JOGADO (JOB P3O99R6)            *
      *           A = ABANDONADO NO MEIO (JOB P3O99R6)                 *
      *           X = CANCELADO PELO DESLIGAMENTO DE UM DOS LADOS      *
      *               (JOB P3O99RV)                                    *
      ******************************************************************
           EXEC SQL DECLARE DESAFIO_COLEGA TABLE
           ( ID                             INTEGER NOT NULL,
             REMETENTE                      CHAR(8) NOT NULL,
             DESTINATARIO                   CHAR(8) NOT NULL,
             SENHA                          CHAR(5) NOT NULL,
             SENHA_ID                       INTEGER NOT NULL,
             NIVEL                          SMALLINT NOT NULL,
             SITUACAO                       CHAR(1) NOT NULL,
             TENTATIVAS                     INTEGER NOT NULL,
             PONTUACAO                      INTEGER NOT NULL,
             HISTORICO                      CHAR(80) NOT NULL,
             DATA_ENVIO                     DATE NOT NULL,
             HORA_ENVIO                     TIME NOT NULL,
             DATA_JOGO                      DATE NOT NULL,
             HORA_JOGO                      TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DESAFIO_COLEGA                     *
      ******************************************************************
       01  DCL-DESAFIO-COLEGA.
      *                       ID
           10 DCLDC-ID              PIC S9(9) USAGE COMP.
      *                       REMETENTE
           10 DCLDC-REMETENTE       PIC X(8).
      *                       DESTINATARIO
           10 DCLDC-DESTINATARIO    PIC X(8).
      *                       SENHA
           10 DCLDC-SENHA           PIC X(5).
      *                       SENHA_ID
           10 DCLDC-SENHA-ID        PIC S9(9) USAGE COMP.
      *                       NIVEL
      *                       NIVEL DA SENHA EM SENHAS NO ENVIO, PARA O
      *                       BONUS DE NIVEL NA VITORIA
           10 DCLDC-NIVEL           PIC S9(4) USAGE COMP.
      *                       SITUACAO
           10 DCLDC-SITUACAO        PIC X(1).
      *                       TENTATIVAS
           10 DCLDC-TENTATIVAS      PIC S9(9) USAGE COMP.
      *                       PONTUACAO
           10 DCLDC-PONTUACAO       PIC S9(9) USAGE COMP.
      *                       HISTORICO
      *                       AS TENTATIVAS DO DESTINATARIO EM
      *                       SEQUENCIA, 5 LETRAS CADA (MESMO FORMATO
      *                       DE JOGO_ATIVO.HISTORICO)
           10 DCLDC-HISTORICO       PIC X(80).
      *                       DATA_ENVIO
           10 DCLDC-DATA-ENVIO      PIC X(10).
      *                       HORA_ENVIO
           10 DCLDC-HORA-ENVIO      PIC X(8).
      *                       DATA_JOGO
      *                       INICIO DO JOGO ENQUANTO EM JOGO E FIM DO
      *                       JOGO DEPOIS DO RESULTADO - PENDENTE,
      *                       FICA IGUAL AO ENVIO
           10 DCLDC-DATA-JOGO       PIC X(10).
      *                       HORA_JOGO
           10 DCLDC-HORA-JOGO       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
