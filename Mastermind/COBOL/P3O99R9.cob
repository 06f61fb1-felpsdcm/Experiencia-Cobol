      * VITORIAS E A COMPARACAO DO PERCENTUAL DE VITORIA COM O MES
      * ANTERIOR. A PAGINA DE FECHAMENTO LISTA OS 10 MAIORES
      * VENCEDORES DO MES.
      * OS TOTAIS VEM DO RESUMO DIARIO (RESUMO_DIA, MONTADO PELO JOB
      * P3O99RU), QUE JA EXCLUI OS JOGOS ANULADOS; O TREINO (MODO 'T')
      * FICA DE FORA AQUI. SO A MELHOR PONTUACAO AINDA VEM DO PLACAR.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           05 FILLER                       PIC X(13) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLRESD
           END-EXEC.

           EXEC SQL
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
      * UM GRUPO POR JOGADOR COM JOGOS NO MES DE REFERENCIA.
           EXEC SQL
              DECLARE CUR-JOGADORES CURSOR FOR
                 SELECT USERID, SUM(JOGOS),
                        COALESCE(SUM(VITORIAS), 0),
                        COALESCE(SUM(DERROTAS), 0),
                        COALESCE(SUM(ABANDONOS), 0),
                        COALESCE(SUM(PONTOS), 0),
                        COALESCE(SUM(TENTATIVAS_VIT), 0)
                   FROM RESUMO_DIA
                  WHERE DATA_JOGO >= :WS-SQL-MES-INI
                    AND DATA_JOGO <= :WS-SQL-MES-FIM
                    AND MODO <> 'T'
                  GROUP BY USERID
                  ORDER BY USERID
           END-EXEC.
           EXEC SQL
              DECLARE CUR-RANKING CURSOR FOR
                 SELECT USERID,
                        COALESCE(SUM(VITORIAS), 0)
                   FROM RESUMO_DIA
                  WHERE DATA_JOGO >= :WS-SQL-MES-INI
                    AND DATA_JOGO <= :WS-SQL-MES-FIM
                    AND MODO <> 'T'
                  GROUP BY USERID
                  ORDER BY 2 DESC
                  FETCH FIRST 10 ROWS ONLY
      * JOGADORES.
           EXEC SQL
              DECLARE CUR-EQUIPES CURSOR FOR
                 SELECT R.EQUIPE_ID, E.NOME,
                        COALESCE(SUM(R.VITORIAS), 0),
                        SUM(R.JOGOS),
                        COALESCE(SUM(R.PONTOS), 0)
                   FROM RESUMO_DIA R, EQUIPE E
                  WHERE R.EQUIPE_ID = E.ID
                    AND R.EQUIPE_ID > 0
                    AND R.DATA_JOGO >= :WS-SQL-MES-INI
                    AND R.DATA_JOGO <= :WS-SQL-MES-FIM
                    AND R.MODO <> 'T'
                  GROUP BY R.EQUIPE_ID, E.NOME
                  ORDER BY 3 DESC, 5 DESC
                  FETCH FIRST 10 ROWS ONLY
           END-EXEC.
      * CORRENTE. O MES ANTERIOR A ESSE SAI DA MESMA CONTA, UM MES
      * PARA TRAS.
       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           OPEN OUTPUT RELATOR
       2100-APURA-1-JOGADOR.
           EXEC SQL
              FETCH CUR-JOGADORES
                INTO :DCLRD-USERID, :WS-JOGOS-COMP,
                     :WS-VITORIAS-COMP, :WS-DERROTAS-COMP,
                     :WS-ABANDONOS-COMP, :WS-SOMA-PONTOS-COMP,
                     :WS-SOMA-TENTA-VIT-COMP
              SELECT COALESCE(MAX(PONTUACAO), 0)
                INTO :WS-MELHOR-PONTOS-COMP
                FROM PLACAR
               WHERE USERID = :DCLRD-USERID
                 AND DATA_JOGO >= :WS-SQL-MES-INI
                 AND DATA_JOGO <= :WS-SQL-MES-FIM
           END-EXEC

       2300-APURA-MES-ANTERIOR.
           EXEC SQL
              SELECT COALESCE(SUM(JOGOS), 0),
                     COALESCE(SUM(VITORIAS), 0)
                INTO :WS-JOGOS-ANT-COMP, :WS-VITORIAS-ANT-COMP
                FROM RESUMO_DIA
               WHERE USERID = :DCLRD-USERID
                 AND DATA_JOGO >= :WS-SQL-ANT-INI
                 AND DATA_JOGO <= :WS-SQL-ANT-FIM
                 AND MODO <> 'T'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE DCLRD-USERID               TO WS-LJ-USERID
           PERFORM 2500-BUSCA-NOME
           MOVE DCLJG-NOME                 TO WS-LJ-NOME
           MOVE WS-LINHA-JOGADOR           TO WS-REG-RELATOR
       3100-IMPRIME-1-POSICAO.
           EXEC SQL
              FETCH CUR-RANKING
                INTO :DCLRD-USERID, :WS-VITORIAS-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0

           ADD 1                           TO WS-POSICAO-RANKING
           MOVE WS-POSICAO-RANKING         TO WS-LR-POSICAO
           MOVE DCLRD-USERID               TO WS-LR-USERID
           MOVE WS-VITORIAS-COMP           TO WS-LR-VITORIAS
           PERFORM 2500-BUSCA-NOME
           MOVE DCLJG-NOME                 TO WS-LR-NOME
              SELECT NOME
                INTO :DCLJG-NOME
                FROM JOGADOR
               WHERE USERID = :DCLRD-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
           .

      * SECAO DE FECHAMENTO COMPANHEIRA: AS 10 MAIORES EQUIPES DO
      * MES, PELA EQUIPE GRAVADA NO JOGO (EQUIPE_ID DO RESUMO DIARIO).
       4000-IMPRIME-EQUIPES.
           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
       4100-IMPRIME-1-EQUIPE.
           EXEC SQL
              FETCH CUR-EQUIPES
                INTO :DCLRD-EQUIPE-ID, :DCLEQ-NOME,
                     :WS-VITORIAS-COMP, :WS-JOGOS-COMP,
                     :WS-SOMA-PONTOS-COMP
           END-EXEC
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

           MOVE 'P3O99R9'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99R9'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99R9 - RETIDO POR DEPENDENCIA: '
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
