      ******************************************************************
      * DCLGEN TABLE(JOB_DEPEND)                                       *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLJDEP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLJD-)                                           *
      *        STRUCTURE(DCL-JOB-DEPEND)                               *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * DEPENDENCIAS DA CADEIA BATCH: UMA LINHA POR PAR PROGRAMA /    *
      * PRE-REQUISITO. NO INICIO, CADA JOB CONFERE SE TODOS OS SEUS   *
      * PRE-REQUISITOS TEM EXECUCAO LIMPA ('C') EM JOB_EXEC NA MESMA  *
      * DATA_REF; SE FALTA ALGUM, O JOB FICA RETIDO ('R') E NAO RODA. *
      * PROGRAMA SEM LINHA AQUI NAO TEM DEPENDENCIA. CARGA INICIAL:   *
      *    P3O99RN <- P3O99RF (O EXTRATO LE O RATING RECONSTRUIDO)    *
      *    P3O99RP <- P3O99RA (A SERIE DEPENDE DO DESAFIO DO DIA)     *
      *    P3O99R5 <- P3O99R2 (O EXPURGO SO DEPOIS DO BACKUP)         *
      *    P3O99RU <- P3O99R6 (O RESUMO CONTA OS ABANDONOS DO DIA)    *
      *    P3O99R1, P3O99R9, P3O99RH <- P3O99RU (LEEM O RESUMO)       *
      *    P3O99RM, P3O99S4 <- P3O99RU (LEEM O RESUMO)                *
      *    P3O99RV <- P3O99RD (LE A SITUACAO CARREGADA DO FEED)       *
      *    P3O99RW <- P3O99RV (LISTA O QUE A NOITE DEIXOU)            *
      *    P3O99RX <- P3O99RE (PREMIA A TEMPORADA CONGELADA)          *
      ******************************************************************
           EXEC SQL DECLARE JOB_DEPEND TABLE
           ( PROGRAMA                       CHAR(8) NOT NULL,
             PREREQUISITO                   CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE JOB_DEPEND                         *
      ******************************************************************
       01  DCL-JOB-DEPEND.
      *                       PROGRAMA
           10 DCLJD-PROGRAMA       PIC X(8).
      *                       PREREQUISITO
           10 DCLJD-PREREQUISITO   PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
