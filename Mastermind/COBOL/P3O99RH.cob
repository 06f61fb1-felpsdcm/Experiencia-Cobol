      * EMPATE, PELA MEDIA DE PONTUACAO. MESMO ESTILO DE IMPRESSAO
      * DO RELATORIO DIARIO P3O99R1 (ARQUIVO RELATOR DE 80 BYTES).
      * JOGOS SEM EQUIPE (EQUIPE_ID ZERO) FICAM DE FORA.
      * OS TOTAIS VEM DO RESUMO DIARIO (RESUMO_DIA, MONTADO PELO JOB
      * P3O99RU), QUE JA EXCLUI OS JOGOS ANULADOS; O TREINO (MODO 'T')
      * FICA DE FORA AQUI. O CABECALHO TRAZ QUANTOS DOS 7 DIAS FORAM
      * UTEIS NO CALENDARIO (Y1D7); SEMANA SEM NENHUM DIA UTIL E SEM
      * JOGO DIZ ISSO NO LUGAR DE 'NENHUM JOGO'.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
      * JANELA DE 7 DIAS FECHADOS, NO FORMATO ISO DOS HOST-VARS DATE
      * DO DB2.
       77  WS-DATA-REG                     PIC 9(08).
      * DIAS UTEIS DA SEMANA NO CALENDARIO (Y1D7) - SEMANA INTEIRA DE
      * FERIADO OU RECESSO EXPLICA O RELATORIO VAZIO.
       77  WS-DIA-SEMANA-INT               PIC 9(08).
       77  WS-DIAS-UTEIS                   PIC 9(01) VALUE 0.
       01  WS-SQL-SEM-INI.
           05 WS-SI-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CAB-INI                   PIC X(10).
           05 FILLER                       PIC X(03) VALUE ' A '.
           05 WS-CAB-FIM                   PIC X(10).
           05 FILLER                       PIC X(14)
              VALUE '  DIAS UTEIS: '.
           05 WS-CAB-UTEIS                 PIC 9(01).
           05 FILLER                       PIC X(15) VALUE SPACES.

       01  WS-LINHA-TITULO.
           05 FILLER                       PIC X(04) VALUE 'POS '.
           05 FILLER                       PIC X(28) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLRESD
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEQUI
           END-EXEC.

      * CALENDARIO DE DIAS UTEIS (CALENDARIO, MANTIDO NA Y1D7): O DIA
      * CONSULTADO E A RESPOSTA DE 9600-VERIFICA-DIA-UTIL.
       77  WS-CAL-FOLGAS-COMP              PIC S9(09) COMP.
       77  WS-CAL-DIA-UTIL-SW              PIC X(01) VALUE 'S'.
           88 WS-CAL-DIA-UTIL                  VALUE 'S'.
       01  WS-CAL-SQL-DATA.
           05 WS-CAL-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CAL-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CAL-DIA                   PIC X(02).

           EXEC SQL
              INCLUDE DCLCALE
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
      * MEDIA DE PONTUACAO.
           EXEC SQL
              DECLARE CUR-EQUIPES CURSOR FOR
                 SELECT R.EQUIPE_ID, E.NOME,
                        COALESCE(SUM(R.VITORIAS), 0),
                        SUM(R.JOGOS),
                        COALESCE(SUM(R.PONTOS), 0)
                   FROM RESUMO_DIA R, EQUIPE E
                  WHERE R.EQUIPE_ID = E.ID
                    AND R.EQUIPE_ID > 0
                    AND R.DATA_JOGO >= :WS-SQL-SEM-INI
                    AND R.DATA_JOGO <= :WS-SQL-SEM-FIM
                    AND R.MODO <> 'T'
                  GROUP BY R.EQUIPE_ID, E.NOME
                  ORDER BY 3 DESC, 5 DESC
           END-EXEC.

      * A SEMANA DE REFERENCIA SAO OS 7 DIAS FECHADOS ATE ONTEM, POR
      * SUBTRACAO DE CALENDARIO DE VERDADE (COMO EM P3O99R1).
       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           OPEN OUTPUT RELATOR
           MOVE WS-DATA-REG(5:2)           TO WS-SI-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SI-DIA

           COMPUTE WS-DIA-SEMANA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REG)
           PERFORM 1100-CONTA-DIA-UTIL 7 TIMES
           MOVE WS-DIAS-UTEIS              TO WS-CAB-UTEIS

           MOVE WS-SQL-SEM-INI             TO WS-CAB-INI
           MOVE WS-SQL-SEM-FIM             TO WS-CAB-FIM
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       1100-CONTA-DIA-UTIL.
           COMPUTE WS-DATA-REG =
               FUNCTION DATE-OF-INTEGER(WS-DIA-SEMANA-INT)
           MOVE WS-DATA-REG(1:4)           TO WS-CAL-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-CAL-MES
           MOVE WS-DATA-REG(7:2)           TO WS-CAL-DIA
           PERFORM 9600-VERIFICA-DIA-UTIL
           IF WS-CAL-DIA-UTIL
               ADD 1                       TO WS-DIAS-UTEIS
           END-IF
           ADD 1                           TO WS-DIA-SEMANA-INT
           .

       2000-IMPRIME-RANKING.
           EXEC SQL
              OPEN CUR-EQUIPES
           END-EXEC

           IF WS-TOT-EQUIPES EQUAL 0
               IF WS-DIAS-UTEIS EQUAL 0
                   MOVE 'SEMANA SEM DIA UTIL NO CALENDARIO'
                                           TO WS-REG-RELATOR
               ELSE
                   MOVE 'NENHUM JOGO DE EQUIPE NA SEMANA'
                                           TO WS-REG-RELATOR
               END-IF
               WRITE WS-REG-RELATOR
           END-IF
           .
       2100-IMPRIME-1-EQUIPE.
           EXEC SQL
              FETCH CUR-EQUIPES
                INTO :DCLRD-EQUIPE-ID, :DCLEQ-NOME,
                     :WS-VITORIAS-COMP, :WS-JOGOS-COMP,
                     :WS-SOMA-PONTOS-COMP
           END-EXEC
           STOP RUN
           .

      *----------------------------------------------------------------*
      * CALENDARIO DE DIAS UTEIS: O DIA EM WS-CAL-SQL-DATA NAO E UTIL
      * QUANDO UM FERIADO ('F') OU RECESSO ('R') DE CALENDARIO O
      * COBRE E NENHUM DIA UTIL AVULSO ('U') O DEVOLVE. FIM DE SEMANA
      * NAO E TRATADO A PARTE - SO VALE O QUE ESTA NA TABELA. UMA
      * FALHA NA CONSULTA TRATA O DIA COMO UTIL, PARA O CALENDARIO
      * NUNCA PARAR A CADEIA.
      *----------------------------------------------------------------*
       9600-VERIFICA-DIA-UTIL.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CAL-FOLGAS-COMP
                FROM CALENDARIO F
               WHERE F.TIPO IN ('F', 'R')
                 AND F.DATA_INI <= :WS-CAL-SQL-DATA
                 AND F.DATA_FIM >= :WS-CAL-SQL-DATA
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CALENDARIO U
                       WHERE U.TIPO = 'U'
                         AND U.DATA_INI <= :WS-CAL-SQL-DATA
                         AND U.DATA_FIM >= :WS-CAL-SQL-DATA)
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-CAL-FOLGAS-COMP > 0
               MOVE 'N'                    TO WS-CAL-DIA-UTIL-SW
           ELSE
               MOVE 'S'                    TO WS-CAL-DIA-UTIL-SW
               IF SQLCODE NOT EQUAL 0
                   DISPLAY '*** ERRO SQLCODE ' SQLCODE
                           ' AO CONSULTAR CALENDARIO - DIA '
                           WS-CAL-SQL-DATA ' TRATADO COMO UTIL'
               END-IF
           END-IF
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

           MOVE 'P3O99RH'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RH'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RH - RETIDO POR DEPENDENCIA: '
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
