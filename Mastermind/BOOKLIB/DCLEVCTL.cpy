      ******************************************************************
      * DCLGEN TABLE(EVENTO_CTRL)                                      *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLEVCTL))                   *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLEC-)                                           *
      *        STRUCTURE(DCL-EVENTO-CTRL)                              *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * TABELA DE UMA LINHA SO COM O MAIOR ID DE EVENTO_FILA JA        *
      * DRENADO PARA O DATASET DE TRANSFERENCIA DA INTRANET PELO JOB   *
      * P3O99S5. COMO O MARCO DO EXTRATO DE AUDITORIA                  *
      * (AUDIT_EXTR_CTRL), ELE SO AVANCA DEPOIS DO ARQUIVO FECHAR      *
      * LIMPO, PARA UMA REEXECUCAO NUNCA PERDER NEM REPETIR EVENTOS.   *
      ******************************************************************
           EXEC SQL DECLARE EVENTO_CTRL TABLE
           ( ULTIMO_ID                      INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EVENTO_CTRL                        *
      ******************************************************************
       01  DCL-EVENTO-CTRL.
      *                       ULTIMO_ID
           10 DCLEC-ULTIMO-ID      PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 1       *
      ******************************************************************
