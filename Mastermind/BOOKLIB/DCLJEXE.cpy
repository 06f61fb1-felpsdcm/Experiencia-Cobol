      * JOB QUE ABENDA FICA EM 'I' PARA SEMPRE - E ASSIM QUE O        *
      * RELATORIO DE CONTROLE DA MANHA (P3O99RJ) FLAGRA JOB MORTO NO  *
      * MEIO, JOB QUE NAO RODOU E CONTAGEM FORA DA MEDIA RECENTE.     *
      * UM JOB CUJO PRE-REQUISITO (JOB_DEPEND) NAO TERMINOU LIMPO NA  *
      * MESMA DATA_REF NEM CHEGA A RODAR: GRAVA SITUACAO 'R' (RETIDO) *
      * COM O PRE-REQUISITO PENDENTE EM OBSERVACAO E A QUANTIDADE DE  *
      * PENDENTES EM CONTAGEM. OBSERVACAO TEM DEFAULT EM BRANCO; NO   *
      * 'C' O JOB PODE DEIXAR UMA NOTA DO DESFECHO (EX.: SE A         *
      * RECONSTRUCAO P3O99RF/P3O99RQ TROCOU A SOMBRA OU MANTEVE A     *
      * TABELA ANTIGA), QUE O P3O99RJ IMPRIME NA LINHA DO JOB.        *
      * UM JOB QUE TERMINA COM RETURN-CODE ACIMA DE 4 GRAVA 'E'       *
      * (ERRO) NO LUGAR DO 'C': NAO LIBERA OS DEPENDENTES E O P3O99RJ *
      * O FLAGRA COM A OBSERVACAO DEIXADA PELO JOB.                   *
      ******************************************************************
           EXEC SQL DECLARE JOB_EXEC TABLE
           ( ID                             INTEGER NOT NULL,
             HORA_INI                       TIME NOT NULL,
             HORA_FIM                       TIME NOT NULL,
             SITUACAO                       CHAR(1) NOT NULL,
             CONTAGEM                       INTEGER NOT NULL,
             OBSERVACAO                     CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE JOB_EXEC                           *
           10 DCLJE-SITUACAO       PIC X(1).
      *                       CONTAGEM
           10 DCLJE-CONTAGEM       PIC S9(9) USAGE COMP.
      *                       OBSERVACAO
           10 DCLJE-OBSERVACAO     PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
