       77  WS-TOT-JEX-COMP                 PIC S9(09) COMP VALUE 0.
       77  WS-JEX-DATA-REG                 PIC 9(08).
       77  WS-JEX-HORA-REG                 PIC 9(08).
       77  WS-DEP-PENDENTES-COMP           PIC S9(09) COMP VALUE 0.
       77  WS-DEP-PENDENTES-ED             PIC 9(02).
       77  WS-DEP-PREREQ                   PIC X(08).
       01  WS-JEX-SQL-DATA.
           05 WS-JEX-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
              INCLUDE DCLJEXE
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJDEP
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           OPEN INPUT  CARGAENT
           STOP RUN
           .

      *----------------------------------------------------------------*
      * PORTAO DE DEPENDENCIAS: ANTES DE REGISTRAR O INICIO, CONFERE
      * EM JOB_DEPEND SE TODOS OS PRE-REQUISITOS DESTE PROGRAMA TEM
      * EXECUCAO LIMPA ('C') EM JOB_EXEC NA MESMA DATA_REF. FALTANDO
      * ALGUM, O JOB NAO RODA: GRAVA A EXECUCAO COMO RETIDA ('R') COM
      * O PRE-REQUISITO QUE FALTOU NA OBSERVACAO E TERMINA COM
      * RETURN-CODE 12, PARA O ESCALONADOR E O RELATORIO DA MANHA
      * (P3O99RJ) DISTINGUIREM JOB RETIDO DE JOB QUE FALHOU. UMA
      * FALHA NA PROPRIA CONSULTA NAO RETEM O JOB.
      *----------------------------------------------------------------*
       9700-VERIFICA-DEPENDENCIAS.
           PERFORM 9890-MONTA-DATA-HORA-JEX

           MOVE 'P3O99R3'                  TO DCLJD-PROGRAMA
           MOVE 0                          TO WS-DEP-PENDENTES-COMP
           MOVE SPACES                     TO WS-DEP-PREREQ

           EXEC SQL
              SELECT COUNT(*), COALESCE(MIN(D.PREREQUISITO), ' ')
                INTO :WS-DEP-PENDENTES-COMP, :WS-DEP-PREREQ
                FROM JOB_DEPEND D
               WHERE D.PROGRAMA = :DCLJD-PROGRAMA
                 AND NOT EXISTS
                     (SELECT 1
                        FROM JOB_EXEC E
                       WHERE E.PROGRAMA = D.PREREQUISITO
                         AND E.DATA_REF = :WS-JEX-SQL-DATA
                         AND E.SITUACAO = 'C')
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO CONFERIR JOB_DEPEND - JOB SEGUE'
               MOVE 0                      TO WS-DEP-PENDENTES-COMP
           END-IF

           IF WS-DEP-PENDENTES-COMP > 0
               MOVE WS-DEP-PENDENTES-COMP  TO WS-DEP-PENDENTES-ED
               MOVE SPACES                 TO DCLJE-OBSERVACAO
               STRING 'AGUARDANDO '        DELIMITED BY SIZE
                      WS-DEP-PREREQ        DELIMITED BY SIZE
                      ' - PENDENTES: '     DELIMITED BY SIZE
                      WS-DEP-PENDENTES-ED  DELIMITED BY SIZE
                 INTO DCLJE-OBSERVACAO
               END-STRING

               EXEC SQL
                  SELECT COALESCE(MAX(ID), 0) + 1
                    INTO :DCLJE-ID
                    FROM JOB_EXEC
               END-EXEC

               IF SQLCODE EQUAL 0
                   MOVE 'P3O99R3'          TO DCLJE-PROGRAMA
                   MOVE WS-JEX-SQL-DATA    TO DCLJE-DATA-REF
                   MOVE WS-JEX-SQL-HORA    TO DCLJE-HORA-INI
                   MOVE WS-JEX-SQL-HORA    TO DCLJE-HORA-FIM
                   MOVE 'R'                TO DCLJE-SITUACAO
                   MOVE WS-DEP-PENDENTES-COMP
                                           TO DCLJE-CONTAGEM

                   EXEC SQL
                      INSERT INTO JOB_EXEC
                         (ID, PROGRAMA, DATA_REF, HORA_INI, HORA_FIM,
                          SITUACAO, CONTAGEM, OBSERVACAO)
                      VALUES
                         (:DCLJE-ID, :DCLJE-PROGRAMA, :DCLJE-DATA-REF,
                          :DCLJE-HORA-INI, :DCLJE-HORA-FIM,
                          :DCLJE-SITUACAO, :DCLJE-CONTAGEM,
                          :DCLJE-OBSERVACAO)
                   END-EXEC

                   EXEC SQL
                      COMMIT
                   END-EXEC
               END-IF

               DISPLAY 'P3O99R3 - RETIDO POR DEPENDENCIA: '
                       DCLJE-OBSERVACAO
               MOVE 12                     TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO DO LOTE: REGISTRA INICIO/FIM E A
      * CONTAGEM-CHAVE DO JOB EM JOB_EXEC, PARA O RELATORIO DE
           END-IF
           .

      * FIM DA EXECUCAO: 'C' QUANDO O JOB TERMINA LIMPO. COM
      * RETURN-CODE ACIMA DE 4 A LINHA FICA 'E' (ERRO) - NAO LIBERA
      * OS DEPENDENTES EM JOB_DEPEND E SAI FLAGRADA NO P3O99RJ.
       9900-REGISTRA-FIM.
           IF WS-JOB-EXEC-ID-COMP > 0
               PERFORM 9890-MONTA-DATA-HORA-JEX

               IF RETURN-CODE > 4
                   MOVE 'E'                TO DCLJE-SITUACAO
               ELSE
                   MOVE 'C'                TO DCLJE-SITUACAO
               END-IF

               EXEC SQL
                  UPDATE JOB_EXEC
                     SET HORA_FIM = :WS-JEX-SQL-HORA,
                         SITUACAO = :DCLJE-SITUACAO,
                         CONTAGEM = :WS-TOT-JEX-COMP
                   WHERE ID = :WS-JOB-EXEC-ID-COMP
               END-EXEC
