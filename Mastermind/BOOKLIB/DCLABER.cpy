      ******************************************************************
      * DCLGEN TABLE(ABERTURA_MES)                                     *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLABER))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLAB-)                                           *
      *        STRUCTURE(DCL-ABERTURA-MES)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * AS ABERTURAS (PRIMEIRA TENTATIVA DO JOGO) MAIS USADAS DE CADA  *
      * MES, UMA LINHA POR POSICAO DO TOP 10 DE CADA GRUPO DE JOGOS.   *
      * GRAVADA PELO RELATORIO MENSAL P3O99RZ (QUE APAGA E REGRAVA AS  *
      * LINHAS DO MES NA REEXECUCAO) E LIDA PELO EXTRATO DA INTRANET   *
      * P3O99RN, QUE PUBLICA O GRUPO 'N' DO MES MAIS RECENTE.          *
      * GRUPO: N = JOGO NORMAL                                         *
      *        D = MODO DIFICIL                                        *
      *        T = TREINO (NORMAL OU DIFICIL)                          *
      * AS MEDIAS SAO AS SOMAS DIVIDIDAS POR JOGOS.                    *
      ******************************************************************
           EXEC SQL DECLARE ABERTURA_MES TABLE
           ( MES                            CHAR(7) NOT NULL,
             GRUPO                          CHAR(1) NOT NULL,
             POSICAO                        INTEGER NOT NULL,
             TENTATIVA                      CHAR(5) NOT NULL,
             JOGOS                          INTEGER NOT NULL,
             VITORIAS                       INTEGER NOT NULL,
             SOMA_CERTOS                    INTEGER NOT NULL,
             SOMA_ERRADOS                   INTEGER NOT NULL,
             SOMA_TENTATIVAS                INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ABERTURA_MES                       *
      ******************************************************************
       01  DCL-ABERTURA-MES.
      *                       MES
      *                       'AAAA-MM'
           10 DCLAB-MES            PIC X(7).
      *                       GRUPO
           10 DCLAB-GRUPO          PIC X(1).
      *                       POSICAO
      *                       1 A 10, PELA QUANTIDADE DE JOGOS
           10 DCLAB-POSICAO        PIC S9(9) USAGE COMP.
      *                       TENTATIVA
           10 DCLAB-TENTATIVA      PIC X(5).
      *                       JOGOS
      *                       JOGOS DO MES ABERTOS COM ESTA TENTATIVA
           10 DCLAB-JOGOS          PIC S9(9) USAGE COMP.
      *                       VITORIAS
           10 DCLAB-VITORIAS       PIC S9(9) USAGE COMP.
      *                       SOMA_CERTOS
      *                       ACERTOS_CERTOS DA ABERTURA, SOMADOS
           10 DCLAB-SOMA-CERTOS    PIC S9(9) USAGE COMP.
      *                       SOMA_ERRADOS
      *                       ACERTOS_ERRADOS DA ABERTURA, SOMADOS
           10 DCLAB-SOMA-ERRADOS   PIC S9(9) USAGE COMP.
      *                       SOMA_TENTATIVAS
      *                       TENTATIVAS DOS JOGOS (HISTJOGO), SOMADAS
           10 DCLAB-SOMA-TENTATIVAS
                                   PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
