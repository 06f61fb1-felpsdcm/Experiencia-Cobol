      ******************************************************************
      * DCLGEN TABLE(RECUSA_JOGO)                                      *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLRECJ))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLRJ-)                                           *
      *        STRUCTURE(DCL-RECUSA-JOGO)                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * UMA LINHA POR INICIO DE JOGO RECUSADO PELA POLITICA DE USO DO  *
      * DEPARTAMENTO (POLITICA_JOGO), GRAVADA PELO MENU Y1B8 OU PELA   *
      * Y1B0. E A BASE DO RELATORIO SEMANAL DE RECUSAS (P3O99S3), QUE  *
      * MOSTRA ONDE A POLITICA ESTA APERTANDO.                         *
      * DEPARTAMENTO: O DO JOGADOR NO CADASTRO NA HORA DA RECUSA (EM   *
      *    BRANCO PARA O USERID FORA DO CADASTRO).                     *
      * MOTIVO: H = FORA DAS JANELAS DE HORARIO                        *
      *         Q = COTA DE JOGOS DO DIA ESGOTADA                      *
      * TRANSACAO: Y1B8 OU Y1B0, A QUE RECUSOU.                        *
      ******************************************************************
           EXEC SQL DECLARE RECUSA_JOGO TABLE
           ( ID                             INTEGER NOT NULL,
             USERID                         CHAR(8) NOT NULL,
             DEPARTAMENTO                   CHAR(20) NOT NULL,
             MOTIVO                         CHAR(1) NOT NULL,
             TRANSACAO                      CHAR(4) NOT NULL,
             DATA_RECUSA                    DATE NOT NULL,
             HORA_RECUSA                    TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RECUSA_JOGO                        *
      ******************************************************************
       01  DCL-RECUSA-JOGO.
      *                       ID
           10 DCLRJ-ID             PIC S9(9) USAGE COMP.
      *                       USERID
           10 DCLRJ-USERID         PIC X(8).
      *                       DEPARTAMENTO
           10 DCLRJ-DEPARTAMENTO   PIC X(20).
      *                       MOTIVO
           10 DCLRJ-MOTIVO         PIC X(1).
      *                       TRANSACAO
           10 DCLRJ-TRANSACAO      PIC X(4).
      *                       DATA_RECUSA
           10 DCLRJ-DATA-RECUSA    PIC X(10).
      *                       HORA_RECUSA
           10 DCLRJ-HORA-RECUSA    PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
