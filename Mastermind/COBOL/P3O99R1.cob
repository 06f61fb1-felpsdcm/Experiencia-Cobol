       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * RELATORIO ESTATISTICO DIARIO DO JOGO: LE O RESUMO DIARIO
      * (RESUMO_DIA, MONTADO PELO JOB P3O99RU A PARTIR DE HISTJOGO) E
      * O PLACAR DO DIA ANTERIOR E GRAVA O RESUMO EM RELATOR. UM DIA
      * QUE NAO E UTIL NO CALENDARIO (Y1D7) SAI MARCADO NO CABECALHO
      * E, SEM NENHUM JOGO, COM UMA LINHA DIZENDO POR QUE NO LUGAR DOS
      * TOTAIS ZERADOS.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-TOT-VITORIAS                 PIC 9(07) VALUE 0.
       77  WS-TOT-DERROTAS                 PIC 9(07) VALUE 0.
       77  WS-TOT-ABANDONOS                PIC 9(07) VALUE 0.
       77  WS-TOT-DICAS                    PIC 9(07) VALUE 0.
       77  WS-SOMA-TENTA-VIT               PIC 9(09) VALUE 0.
       77  WS-MEDIA-TENTA-VIT              PIC 9(05)V99 VALUE 0.

              VALUE 'RELATORIO DIARIO Y1B0'.
           05 FILLER                       PIC X(10) VALUE SPACES.
           05 WS-LINHA-CABEC-DATA          PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LINHA-CABEC-CAL           PIC X(24) VALUE SPACES.
           05 FILLER                       PIC X(13) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05 FILLER                       PIC X(20) VALUE SPACES.
           05 FILLER                       PIC X(10) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLRESD
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJGDR
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
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-APURA-HISTORICO
           IF WS-CAL-DIA-UTIL OR WS-TOT-JOGOS > 0
               PERFORM 3000-IMPRIME-RESUMO
           ELSE
               MOVE 'SEM MOVIMENTO - DIA NAO UTIL NO CALENDARIO'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           PERFORM 4000-IMPRIME-PLACAR
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           OPEN OUTPUT RELATOR
           MOVE WS-DATA-REG(5:2)           TO WS-SQL-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SQL-DIA

           MOVE WS-SQL-DATA-REF            TO WS-CAL-SQL-DATA
           PERFORM 9600-VERIFICA-DIA-UTIL
           IF NOT WS-CAL-DIA-UTIL
               MOVE '*** DIA NAO UTIL ***'  TO WS-LINHA-CABEC-CAL
           END-IF

           MOVE WS-SQL-DATA-REF            TO WS-LINHA-CABEC-DATA
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

      * SOMA JOGOS, VITORIAS, DERROTAS E TENTATIVAS DAS VITORIAS DO DIA
      * DE REFERENCIA, PARA CALCULAR A MEDIA DE TENTATIVAS POR VITORIA.
      * O RESUMO JA VEM SEM OS JOGOS ANULADOS; O TREINO E O MODO 'T'.
       2000-APURA-HISTORICO.
           EXEC SQL
              SELECT COALESCE(SUM(JOGOS), 0),
                     COALESCE(SUM(VITORIAS), 0),
                     COALESCE(SUM(DERROTAS), 0),
                     COALESCE(SUM(ABANDONOS), 0),
                     COALESCE(SUM(TENTATIVAS_VIT), 0),
                     COALESCE(SUM(DICAS), 0)
                INTO :WS-TOT-JOGOS, :WS-TOT-VITORIAS, :WS-TOT-DERROTAS,
                     :WS-TOT-ABANDONOS, :WS-SOMA-TENTA-VIT,
                     :WS-TOT-DICAS
                FROM RESUMO_DIA
               WHERE DATA_JOGO = :WS-SQL-DATA-REF
                 AND MODO <> 'T'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
           MOVE WS-LINHA-DETALHE            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'JOGOS COM DICA (PF2)'      TO WS-LINHA-DET-ROTULO
           MOVE WS-TOT-DICAS                TO WS-LINHA-DET-VALOR
           MOVE WS-LINHA-DETALHE            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'MEDIA DE TENTATIVAS/VITORIA' TO WS-LINHA-DET-ROTULO
           MOVE WS-MEDIA-TENTA-VIT          TO WS-LINHA-DET-VALOR
           MOVE WS-LINHA-DETALHE            TO WS-REG-RELATOR
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

           MOVE 'P3O99R1'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99R1'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99R1 - RETIDO POR DEPENDENCIA: '
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
