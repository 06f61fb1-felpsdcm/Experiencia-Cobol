      *      E SOBRAS;
      *    - APONTA USUARIOS COM AUDITORIA NO DIA MAS SEM NENHUM JOGO
      *      TERMINADO NO DIA NEM JOGO ATIVO (ATIVIDADE SEM DESTINO).
      * O JOGO COOPERATIVO (HISTJOGO.COOP = 'S') GRAVA AS TENTATIVAS
      * DA DUPLA NAS DUAS LINHAS, MAS CADA JOGADOR SO TEM NA AUDITORIA
      * AS QUE ELE DIGITOU - ESSES JOGOS NAO SAO COMPARADOS (SO FECHAM
      * A JANELA DO JOGADOR) E SAEM CONTADOS A PARTE NOS TOTAIS. O
      * JOGO COOPERATIVO AINDA SEM RESULTADO CONTA COMO JOGO ATIVO, E
      * O DESAFIO DE COLEGA EM JOGO (DESAFIO_COLEGA SITUACAO 'J')
      * TAMBEM - O TERMINADO E CONFERIDO COMO UM JOGO NORMAL.
      * O RELATORIO SAI NO SYSOUT COM TOTAIS, PARA A CONFERENCIA DA
      * MANHA PROVAR QUE A TRILHA ESTA COMPLETA.
      *
       77  WS-TOT-FALTAS                   PIC 9(07) VALUE 0.
       77  WS-TOT-SOBRAS                   PIC 9(07) VALUE 0.
       77  WS-TOT-ORFAOS                   PIC 9(07) VALUE 0.
       77  WS-TOT-COOP                     PIC 9(07) VALUE 0.

      * JANELA DE HORARIO POR USUARIO: O FIM DO JOGO ANTERIOR DO
      * MESMO USERID (OU 00:00:00 NO PRIMEIRO JOGO DO DIA).
              INCLUDE DCLJOGOA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCOOP
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDCOL
           END-EXEC.

      * CONTROLE DE EXECUCAO DO LOTE (JOB_EXEC), PARA O RELATORIO DE
      * CONTROLE DA MANHA (P3O99RJ).
       77  WS-JOB-EXEC-ID-COMP             PIC S9(09) COMP VALUE 0.
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
      * POR HORARIO NAO SE APLICA E TODO ABANDONO SAIRIA COMO FALTA.
           EXEC SQL
              DECLARE CUR-JOGOS CURSOR FOR
                 SELECT USERID, RESULTADO, TENTATIVAS, HORA_JOGO, COOP
                   FROM HISTJOGO
                  WHERE DATA_JOGO = :WS-SQL-DATA-REF
                    AND SENHA_ID > 0
                        (SELECT 1
                           FROM JOGO_ATIVO J
                          WHERE J.USERID = A.USERID)
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGO_COOP C
                          WHERE C.RESULTADO = SPACES
                            AND (C.USERID_1 = A.USERID
                                 OR C.USERID_2 = A.USERID))
                    AND NOT EXISTS
                        (SELECT 1
                           FROM DESAFIO_COLEGA X
                          WHERE X.SITUACAO = 'J'
                            AND X.DESTINATARIO = A.USERID)
                  GROUP BY A.USERID
                  ORDER BY A.USERID
           END-EXEC.
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RC - CONCILIACAO AUDITORIA X HISTJOGO '
           EXEC SQL
              FETCH CUR-JOGOS
                INTO :DCLHJ-USERID, :DCLHJ-RESULTADO,
                     :DCLHJ-TENTATIVAS, :DCLHJ-HORA-JOGO,
                     :DCLHJ-COOP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '00:00:00'             TO WS-HORA-ANTERIOR
           END-IF

           IF DCLHJ-COOP EQUAL 'S'
               ADD 1                       TO WS-TOT-COOP
               MOVE DCLHJ-HORA-JOGO        TO WS-HORA-ANTERIOR
               GO TO 2100-CONFERE-1-JOGO-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONT-AUDIT-COMP
                   WS-TOT-FALTAS
           DISPLAY '   JOGOS COM JOGADAS SOBRANDO...........: '
                   WS-TOT-SOBRAS
           DISPLAY '   JOGOS COOPERATIVOS (NAO COMPARADOS)..: '
                   WS-TOT-COOP
           DISPLAY '   USUARIOS COM AUDITORIA SEM DESTINO...: '
                   WS-TOT-ORFAOS

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

           MOVE 'P3O99RC'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RC'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RC - RETIDO POR DEPENDENCIA: '
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
