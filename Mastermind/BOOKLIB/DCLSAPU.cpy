      ******************************************************************
      * DCLGEN TABLE(SUSPEITA_APUR)                                    *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLSAPU))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLSA-)                                           *
      *        STRUCTURE(DCL-SUSPEITA-APUR)                            *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * UMA LINHA POR APURACAO DE SUSPEITA FEITA NA TRANSACAO DE      *
      * OPERACAO Y1D2 (P3O99D2), NO MESMO ESPIRITO DO ANULA_LOG:      *
      * QUEM APUROU, QUANDO, A DISPOSICAO E A OBSERVACAO DO AUDITOR.  *
      * DISPOSICAO:                                                   *
      *    L = LIBERADO (FALSO POSITIVO - A VARREDURA P3O99RI NAO     *
      *        VOLTA A APONTAR O MESMO PADRAO)                        *
      *    A = ADVERTIDO (JOGADOR ADVERTIDO, JOGO MANTIDO)            *
      *    N = ANULADO (JOGO REPASSADO PARA A ANULACAO Y1C8 -         *
      *        HISTJOGO_ID GUARDA O JOGO; NAS DEMAIS FICA ZERO)       *
      ******************************************************************
           EXEC SQL DECLARE SUSPEITA_APUR TABLE
           ( ID                             INTEGER NOT NULL,
             SUSPEITA_ID                    INTEGER NOT NULL,
             DISPOSICAO                     CHAR(1) NOT NULL,
             OBSERVACAO                     CHAR(40) NOT NULL,
             HISTJOGO_ID                    INTEGER NOT NULL,
             USERID_OPER                    CHAR(8) NOT NULL,
             DATA_APUR                      DATE NOT NULL,
             HORA_APUR                      TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SUSPEITA_APUR                      *
      ******************************************************************
       01  DCL-SUSPEITA-APUR.
      *                       ID
           10 DCLSA-ID             PIC S9(9) USAGE COMP.
      *                       SUSPEITA_ID
           10 DCLSA-SUSPEITA-ID    PIC S9(9) USAGE COMP.
      *                       DISPOSICAO
           10 DCLSA-DISPOSICAO     PIC X(1).
      *                       OBSERVACAO
           10 DCLSA-OBSERVACAO     PIC X(40).
      *                       HISTJOGO_ID
           10 DCLSA-HISTJOGO-ID    PIC S9(9) USAGE COMP.
      *                       USERID_OPER
           10 DCLSA-USERID-OPER    PIC X(8).
      *                       DATA_APUR
           10 DCLSA-DATA-APUR      PIC X(10).
      *                       HORA_APUR
           10 DCLSA-HORA-APUR      PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
