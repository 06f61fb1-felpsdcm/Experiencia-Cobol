      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99RU.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * RESUMO DIARIO DOS JOGOS: MONTA EM RESUMO_DIA, A PARTIR DE
      * HISTJOGO, UMA LINHA POR DIA, USERID, EQUIPE, MODO (NORMAL,
      * TREINO, COOPERATIVO, DESAFIO DE COLEGA OU SEM SENHA), MODO
      * DIFICIL, MODO BLITZ E NIVEL DA SENHA, COM JOGOS, VITORIAS,
      * DERROTAS, ABANDONOS, JOGOS COM DICA, PONTOS, TENTATIVAS E
      * TENTATIVAS DAS VITORIAS - VEJA DCLRESD. OS RELATORIOS P3O99R1,
      * P3O99R9, P3O99RH E P3O99RM, O PAINEL Y1C4 (HISTORICO) E O
      * MONITOR P3O99RK LEEM O RESUMO EM VEZ DE VARRER HISTJOGO. JOGOS
      * ANULADOS NAO ENTRAM.
      *
      * CADA DIA DO PERIODO E REFEITO INTEIRO NUMA UNIDADE DE
      * TRABALHO (DELETE DAS LINHAS DO DIA + INSERT DO AGRUPAMENTO +
      * COMMIT), ENTAO REEXECUTAR E SEMPRE SEGURO. DEPOIS DE ANULAR
      * JOGOS NA Y1C8 OU DE RESTAURAR HISTJOGO PELO P3O99R4, RODAR
      * ESTE JOB DE NOVO INFORMANDO O PERIODO AFETADO NO SYSIN.
      * DIA SEM NENHUMA LINHA EM HISTJOGO (JA EXPURGADO PELO P3O99R5)
      * MAS COM RESUMO GRAVADO NAO E TOCADO - O RESUMO FICA COMO ERA E
      * O DIA SAI COMO MANTIDO, PARA UM PERIODO ANTIGO DEMAIS NAO
      * APAGAR A UNICA ESTATISTICA QUE RESTOU.
      *
      * CARTAO SYSIN (UM REGISTRO):
      *    COLUNAS 1-10  PRIMEIRO DIA (AAAA-MM-DD);
      *    COLUNAS 12-21 ULTIMO DIA (AAAA-MM-DD) - EM BRANCO, SO O
      *                  PRIMEIRO DIA.
      * CARTAO EM BRANCO: OS WS-DIAS-NOITE DIAS ATE ONTEM (A EXECUCAO
      * NOTURNA NORMAL) - OS ABANDONOS GRAVADOS PELO P3O99R6 E PELO
      * P3O99RV LEVAM A DATA ORIGINAL DO JOGO, QUE FICA ALGUNS DIAS
      * PARA TRAS, E A JANELA E O QUE OS TRAZ PARA O RESUMO. O
      * ULTIMO DIA NAO PODE PASSAR DE ONTEM (O DIA DE HOJE AINDA ESTA
      * ABERTO - O PAINEL Y1C4 LE HOJE DIRETO DE HISTJOGO) E O PERIODO
      * TEM NO MAXIMO WS-MAX-DIAS DIAS. DATA INVALIDA OU FORA DESSES
      * LIMITES: NADA E REFEITO E O JOB TERMINA COM RETURN-CODE 8.
      *
      * A OBSERVACAO DE JOB_EXEC GUARDA O PERIODO REFEITO E A
      * QUANTIDADE DE DIAS; A CONTAGEM E O TOTAL DE LINHAS GRAVADAS
      * NO RESUMO. UM ERRO DE SQL NUM DIA DESFAZ AQUELE DIA, PARA O
      * PROCESSAMENTO E TERMINA COM RETURN-CODE 8 - A OBSERVACAO DIZ
      * ATE ONDE O PERIODO FOI REFEITO.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-PARM-OK                      PIC X(01) VALUE 'S'.
           88 WS-PARM-INVALIDO                 VALUE 'N'.
       77  WS-ERRO-SQL                     PIC X(01) VALUE 'N'.
           88 WS-DEU-ERRO-SQL                  VALUE 'S'.
      * MAIOR PERIODO ACEITO NUMA EXECUCAO, EM DIAS.
       77  WS-MAX-DIAS                     PIC 9(03) VALUE 366.
      * DIAS REFEITOS NA EXECUCAO NOTURNA (CARTAO EM BRANCO) - TEM
      * QUE COBRIR A RETENCAO DO P3O99R6 (7 DIAS) MAIS O DIA DA
      * EXPIRACAO.
       77  WS-DIAS-NOITE                   PIC 9(03) VALUE 10.
       77  WS-DIA-INT                      PIC 9(09) COMP.
       77  WS-INI-INT                      PIC 9(09) COMP.
       77  WS-FIM-INT                      PIC 9(09) COMP.
       77  WS-ONTEM-INT                    PIC 9(09) COMP.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-DATA-AUX                     PIC 9(08).
       77  WS-QTD-HIST-COMP                PIC S9(09) COMP.
       77  WS-QTD-RESUMO-COMP              PIC S9(09) COMP.
       77  WS-LINHAS-DIA                   PIC 9(09).
       77  WS-TOT-LINHAS                   PIC 9(09) VALUE 0.
       77  WS-TOT-DIAS                     PIC 9(05) VALUE 0.
       77  WS-TOT-MANTIDOS                 PIC 9(05) VALUE 0.
       77  WS-TOT-VAZIOS                   PIC 9(05) VALUE 0.
       77  WS-TOT-DIAS-ED                  PIC ZZZZ9.
       77  WS-ULTIMO-REFEITO               PIC X(10) VALUE SPACES.

      * PERIODO PEDIDO NO SYSIN.
       01  WS-CARTAO-SYSIN.
           05 WS-PARM-INI                  PIC X(10).
           05 FILLER                       PIC X(01).
           05 WS-PARM-FIM                  PIC X(10).
           05 FILLER                       PIC X(59).

      * VALIDACAO DE UMA DATA AAAA-MM-DD DO CARTAO.
       01  WS-DATA-CARTAO.
           05 WS-DC-ANO                    PIC X(04).
           05 WS-DC-TRACO1                 PIC X(01).
           05 WS-DC-MES                    PIC X(02).
           05 WS-DC-TRACO2                 PIC X(01).
           05 WS-DC-DIA                    PIC X(02).
       01  WS-DATA-NUM.
           05 WS-DN-ANO                    PIC 9(04).
           05 WS-DN-MES                    PIC 9(02).
           05 WS-DN-DIA                    PIC 9(02).
       01  WS-DATA-NUM-R REDEFINES WS-DATA-NUM
                                           PIC 9(08).
       77  WS-DATA-INT-VAL                 PIC 9(09) COMP.

      * DATAS NO FORMATO ISO DOS HOST-VARS DATE/TIME DO DB2.
       01  WS-SQL-DIA.
           05 WS-SD-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SD-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SD-DIA                    PIC X(02).
       01  WS-SQL-PER-INI                  PIC X(10).
       01  WS-SQL-PER-FIM                  PIC X(10).
       77  WS-HORA-REG                     PIC 9(08).
       01  WS-SQL-HOJE.
           05 WS-SH-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SH-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SH-DIA                    PIC X(02).
       01  WS-SQL-AGORA.
           05 WS-SA-HH                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SA-MM                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SA-SS                     PIC X(02).

           EXEC SQL
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSENHA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRESD
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
           05 WS-JEX-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-JEX-DIA                   PIC X(02).
       01  WS-JEX-SQL-HORA.
           05 WS-JEX-HH                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-JEX-MM                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-JEX-SS                    PIC X(02).

           EXEC SQL
              INCLUDE DCLJEXE
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJDEP
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA

           IF NOT WS-PARM-INVALIDO
               PERFORM 2000-REFAZ-DIA THRU
                       2000-REFAZ-DIA-EXIT
                   VARYING WS-DIA-INT FROM WS-INI-INT BY 1
                     UNTIL WS-DIA-INT > WS-FIM-INT
                        OR WS-DEU-ERRO-SQL
           END-IF

           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RU - RESUMO DIARIO DOS JOGOS INICIADO'

           ACCEPT WS-CARTAO-SYSIN FROM SYSIN

      * O ULTIMO DIA ACEITO E ONTEM, PELA SUBTRACAO DE CALENDARIO DE
      * 1000-INICIALIZA DE P3O99R1.
           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           COMPUTE WS-ONTEM-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 1

           PERFORM 8500-MONTA-DATA-HORA

           IF WS-PARM-INI EQUAL SPACES
               COMPUTE WS-INI-INT = WS-ONTEM-INT - WS-DIAS-NOITE + 1
               MOVE WS-ONTEM-INT           TO WS-FIM-INT
           ELSE
               MOVE WS-PARM-INI            TO WS-DATA-CARTAO
               PERFORM 1100-VALIDA-DATA THRU
                       1100-VALIDA-DATA-EXIT
               MOVE WS-DATA-INT-VAL        TO WS-INI-INT
               IF WS-PARM-FIM EQUAL SPACES
                   MOVE WS-INI-INT         TO WS-FIM-INT
               ELSE
                   MOVE WS-PARM-FIM        TO WS-DATA-CARTAO
                   PERFORM 1100-VALIDA-DATA THRU
                           1100-VALIDA-DATA-EXIT
                   MOVE WS-DATA-INT-VAL    TO WS-FIM-INT
               END-IF
           END-IF

           IF NOT WS-PARM-INVALIDO
               IF WS-INI-INT > WS-FIM-INT
                  OR WS-FIM-INT > WS-ONTEM-INT
                  OR WS-FIM-INT - WS-INI-INT NOT < WS-MAX-DIAS
                   MOVE 'N'                TO WS-PARM-OK
               END-IF
           END-IF

           IF WS-PARM-INVALIDO
               DISPLAY '*** CARTAO SYSIN INVALIDO: ' WS-CARTAO-SYSIN
               DISPLAY '*** PERIODO AAAA-MM-DD AAAA-MM-DD, ATE ONTEM, '
                       'COM NO MAXIMO ' WS-MAX-DIAS ' DIAS'
               DISPLAY '*** NADA FOI REFEITO'
               MOVE 'CARTAO SYSIN INVALIDO - NADA REFEITO'
                                           TO DCLJE-OBSERVACAO
           ELSE
               MOVE WS-INI-INT             TO WS-DIA-INT
               PERFORM 8000-MONTA-SQL-DIA
               MOVE WS-SQL-DIA             TO WS-SQL-PER-INI
               MOVE WS-FIM-INT             TO WS-DIA-INT
               PERFORM 8000-MONTA-SQL-DIA
               MOVE WS-SQL-DIA             TO WS-SQL-PER-FIM
               DISPLAY 'PERIODO A REFAZER: ' WS-SQL-PER-INI
                       ' A ' WS-SQL-PER-FIM
           END-IF
           .

      * DATA DO CARTAO EM WS-DATA-CARTAO: DEVOLVE O DIA JULIANO EM
      * WS-DATA-INT-VAL OU MARCA O CARTAO COMO INVALIDO. A VOLTA PELO
      * DATE-OF-INTEGER PEGA DIA QUE NAO EXISTE NO MES (2026-02-30).
       1100-VALIDA-DATA.
           MOVE 0                          TO WS-DATA-INT-VAL

           IF WS-DC-ANO NOT NUMERIC
              OR WS-DC-MES NOT NUMERIC
              OR WS-DC-DIA NOT NUMERIC
              OR WS-DC-TRACO1 NOT EQUAL '-'
              OR WS-DC-TRACO2 NOT EQUAL '-'
               MOVE 'N'                    TO WS-PARM-OK
               GO TO 1100-VALIDA-DATA-EXIT
           END-IF

           MOVE WS-DC-ANO                  TO WS-DN-ANO
           MOVE WS-DC-MES                  TO WS-DN-MES
           MOVE WS-DC-DIA                  TO WS-DN-DIA

           IF WS-DN-ANO < 1601
              OR WS-DN-MES < 1 OR WS-DN-MES > 12
              OR WS-DN-DIA < 1 OR WS-DN-DIA > 31
               MOVE 'N'                    TO WS-PARM-OK
               GO TO 1100-VALIDA-DATA-EXIT
           END-IF

           COMPUTE WS-DATA-INT-VAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM-R)
           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INT-VAL)

           IF WS-DATA-AUX NOT EQUAL WS-DATA-NUM-R
               MOVE 'N'                    TO WS-PARM-OK
               MOVE 0                      TO WS-DATA-INT-VAL
           END-IF
           .
       1100-VALIDA-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REFAZ O RESUMO DE UM DIA (WS-DIA-INT). O DELETE E O INSERT
      * VAO NA MESMA UNIDADE DE TRABALHO - QUEM LE O RESUMO NUNCA VE
      * O DIA PELA METADE.
      *----------------------------------------------------------------*
       2000-REFAZ-DIA.
           PERFORM 8000-MONTA-SQL-DIA

      * CONTA TODAS AS LINHAS DO DIA, INCLUSIVE AS ANULADAS: ZERO
      * AQUI SIGNIFICA DIA SEM JOGO OU JA EXPURGADO DE HISTJOGO.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-QTD-HIST-COMP
                FROM HISTJOGO
               WHERE DATA_JOGO = :WS-SQL-DIA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO CONTAR HISTJOGO DE ' WS-SQL-DIA
               MOVE 'S'                    TO WS-ERRO-SQL
               GO TO 2000-REFAZ-DIA-EXIT
           END-IF

           IF WS-QTD-HIST-COMP EQUAL 0
               PERFORM 2100-DIA-SEM-HISTORICO THRU
                       2100-DIA-SEM-HISTORICO-EXIT
               GO TO 2000-REFAZ-DIA-EXIT
           END-IF

           EXEC SQL
              DELETE FROM RESUMO_DIA
               WHERE DATA_JOGO = :WS-SQL-DIA
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' NO DELETE DE RESUMO_DIA DE ' WS-SQL-DIA
               GO TO 2900-DESFAZ-DIA
           END-IF

      * MODO: TREINO PRIMEIRO (TREINO TAMBEM TEM SENHA), DEPOIS O
      * COOPERATIVO E O DESAFIO DE COLEGA (TAMBEM TEM SENHA), DEPOIS SEM
      * SENHA RASTREAVEL, O RESTO E NORMAL. MODO_DIFICIL/MODO_BLITZ EM
      * BRANCO (JOGOS ANTERIORES AS COLUNAS) VIRAM 'N'.
           EXEC SQL
              INSERT INTO RESUMO_DIA
                 (DATA_JOGO, USERID, EQUIPE_ID, MODO, MODO_DIFICIL,
                  MODO_BLITZ, NIVEL, JOGOS, VITORIAS, DERROTAS,
                  ABANDONOS, DICAS, PONTOS, TENTATIVAS,
                  TENTATIVAS_VIT, DATA_ATU, HORA_ATU)
              SELECT H.DATA_JOGO, H.USERID, H.EQUIPE_ID,
                     CASE WHEN H.TREINO = 'S'  THEN 'T'
                          WHEN H.COOP = 'S'    THEN 'C'
                          WHEN H.DESAFIO_COLEGA = 'S' THEN 'X'
                          WHEN H.SENHA_ID = 0  THEN 'D'
                          ELSE 'N' END,
                     CASE WHEN H.MODO_DIFICIL = 'S' THEN 'S'
                          ELSE 'N' END,
                     CASE WHEN H.MODO_BLITZ = 'S' THEN 'S'
                          ELSE 'N' END,
                     COALESCE(S.NIVEL, 0),
                     COUNT(*),
                     SUM(CASE WHEN H.RESULTADO = 'S' THEN 1
                              ELSE 0 END),
                     SUM(CASE WHEN H.RESULTADO = 'N' THEN 1
                              ELSE 0 END),
                     SUM(CASE WHEN H.RESULTADO = 'A' THEN 1
                              ELSE 0 END),
                     SUM(CASE WHEN H.USOU_DICA = 'S' THEN 1
                              ELSE 0 END),
                     SUM(H.PONTUACAO),
                     SUM(H.TENTATIVAS),
                     SUM(CASE WHEN H.RESULTADO = 'S'
                              THEN H.TENTATIVAS ELSE 0 END),
                     :WS-SQL-HOJE, :WS-SQL-AGORA
                FROM HISTJOGO H
                LEFT JOIN SENHAS S
                  ON S.ID = H.SENHA_ID
               WHERE H.DATA_JOGO = :WS-SQL-DIA
                 AND H.ANULADO  <> 'S'
               GROUP BY H.DATA_JOGO, H.USERID, H.EQUIPE_ID,
                     CASE WHEN H.TREINO = 'S'  THEN 'T'
                          WHEN H.COOP = 'S'    THEN 'C'
                          WHEN H.DESAFIO_COLEGA = 'S' THEN 'X'
                          WHEN H.SENHA_ID = 0  THEN 'D'
                          ELSE 'N' END,
                     CASE WHEN H.MODO_DIFICIL = 'S' THEN 'S'
                          ELSE 'N' END,
                     CASE WHEN H.MODO_BLITZ = 'S' THEN 'S'
                          ELSE 'N' END,
                     COALESCE(S.NIVEL, 0)
           END-EXEC

      * +100 AQUI E DIA SO COM JOGOS ANULADOS - O DIA FICA VAZIO.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)           TO WS-LINHAS-DIA
              WHEN +100
                 MOVE 0                    TO WS-LINHAS-DIA
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE ' SQLCODE
                         ' NO INSERT DE RESUMO_DIA DE ' WS-SQL-DIA
                 GO TO 2900-DESFAZ-DIA
           END-EVALUATE

           EXEC SQL
              COMMIT
           END-EXEC

           ADD WS-LINHAS-DIA               TO WS-TOT-LINHAS
           ADD 1                           TO WS-TOT-DIAS
           MOVE WS-SQL-DIA                 TO WS-ULTIMO-REFEITO

           DISPLAY 'DIA ' WS-SQL-DIA ' REFEITO - JOGOS EM HISTJOGO: '
                   WS-QTD-HIST-COMP ' LINHAS NO RESUMO: '
                   WS-LINHAS-DIA
           GO TO 2000-REFAZ-DIA-EXIT
           .
       2900-DESFAZ-DIA.
           EXEC SQL
              ROLLBACK
           END-EXEC

           MOVE 'S'                        TO WS-ERRO-SQL
           DISPLAY '*** DIA ' WS-SQL-DIA ' DESFEITO - PROCESSAMENTO '
                   'INTERROMPIDO'
           .
       2000-REFAZ-DIA-EXIT.
           EXIT.

      * DIA SEM NADA EM HISTJOGO: SE JA TEM RESUMO, O HISTORICO FOI
      * EXPURGADO DEPOIS DA APURACAO E O RESUMO E A UNICA FONTE QUE
      * SOBROU - FICA COMO ESTA.
       2100-DIA-SEM-HISTORICO.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-QTD-RESUMO-COMP
                FROM RESUMO_DIA
               WHERE DATA_JOGO = :WS-SQL-DIA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO CONTAR RESUMO_DIA DE ' WS-SQL-DIA
               MOVE 'S'                    TO WS-ERRO-SQL
               GO TO 2100-DIA-SEM-HISTORICO-EXIT
           END-IF

           IF WS-QTD-RESUMO-COMP > 0
               ADD 1                       TO WS-TOT-MANTIDOS
               DISPLAY 'DIA ' WS-SQL-DIA ' SEM HISTJOGO (EXPURGADO) - '
                       'RESUMO MANTIDO COM ' WS-QTD-RESUMO-COMP
                       ' LINHAS'
           ELSE
               ADD 1                       TO WS-TOT-VAZIOS
               DISPLAY 'DIA ' WS-SQL-DIA ' SEM JOGOS'
           END-IF
           .
       2100-DIA-SEM-HISTORICO-EXIT.
           EXIT.

      * DIA JULIANO DE WS-DIA-INT PARA O FORMATO ISO EM WS-SQL-DIA.
       8000-MONTA-SQL-DIA.
           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           MOVE WS-DATA-AUX(1:4)           TO WS-SD-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-SD-MES
           MOVE WS-DATA-AUX(7:2)           TO WS-SD-DIA
           .

      * DATA E HORA DA APURACAO, GRAVADAS EM CADA LINHA DO RESUMO.
       8500-MONTA-DATA-HORA.
           ACCEPT WS-HORA-REG FROM TIME

           MOVE WS-DATA-REG(1:4)           TO WS-SH-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-SH-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SH-DIA

           MOVE WS-HORA-REG(1:2)           TO WS-SA-HH
           MOVE WS-HORA-REG(3:2)           TO WS-SA-MM
           MOVE WS-HORA-REG(5:2)           TO WS-SA-SS
           .

       9000-ENCERRA.
           IF NOT WS-PARM-INVALIDO
               PERFORM 9100-MONTA-OBSERVACAO
           END-IF

           IF WS-PARM-INVALIDO OR WS-DEU-ERRO-SQL
               MOVE 8                      TO RETURN-CODE
           END-IF

           MOVE WS-TOT-LINHAS              TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'DIAS REFEITOS.................: ' WS-TOT-DIAS
           DISPLAY 'DIAS MANTIDOS (SEM HISTJOGO)..: ' WS-TOT-MANTIDOS
           DISPLAY 'DIAS SEM JOGOS................: ' WS-TOT-VAZIOS
           DISPLAY 'LINHAS GRAVADAS NO RESUMO.....: ' WS-TOT-LINHAS

           DISPLAY 'P3O99RU - RESUMO DIARIO DOS JOGOS CONCLUIDO'
           STOP RUN
           .

      * OBSERVACAO DE JOB_EXEC: O PERIODO PEDIDO E QUANTOS DIAS FORAM
      * REFEITOS - COM ERRO, ATE QUE DIA O PERIODO FICOU PRONTO.
       9100-MONTA-OBSERVACAO.
           MOVE WS-TOT-DIAS                TO WS-TOT-DIAS-ED
           MOVE SPACES                     TO DCLJE-OBSERVACAO

           IF WS-DEU-ERRO-SQL
               IF WS-ULTIMO-REFEITO EQUAL SPACES
                   MOVE 'ERRO SQL - NENHUM DIA REFEITO'
                                           TO DCLJE-OBSERVACAO
               ELSE
                   STRING 'ERRO SQL - PRONTO ATE '
                                           DELIMITED BY SIZE
                          WS-ULTIMO-REFEITO
                                           DELIMITED BY SIZE
                     INTO DCLJE-OBSERVACAO
                   END-STRING
               END-IF
           ELSE
               STRING 'DIAS '              DELIMITED BY SIZE
                      WS-SQL-PER-INI       DELIMITED BY SIZE
                      ' A '                DELIMITED BY SIZE
                      WS-SQL-PER-FIM       DELIMITED BY SIZE
                      ' -'                 DELIMITED BY SIZE
                      WS-TOT-DIAS-ED       DELIMITED BY SIZE
                 INTO DCLJE-OBSERVACAO
               END-STRING
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

           MOVE 'P3O99RU'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RU'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RU - RETIDO POR DEPENDENCIA: '
                       DCLJE-OBSERVACAO
               MOVE 12                     TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO DO LOTE: REGISTRA INICIO/FIM E A
      * CONTAGEM-CHAVE DO JOB EM JOB_EXEC, PARA O RELATORIO DE
      * CONTROLE DA MANHA (P3O99RJ) FLAGRAR JOB FALTANDO, ABENDADO
      * (FICA EM 'I') OU COM CONTAGEM FORA DA MEDIA. UMA FALHA AQUI
      * NAO IMPEDE O JOB DE RODAR.
      *----------------------------------------------------------------*
       9800-REGISTRA-INICIO.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-JOB-EXEC-ID-COMP
                FROM JOB_EXEC
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-JOB-EXEC-ID-COMP
           END-IF

           IF WS-JOB-EXEC-ID-COMP > 0
               PERFORM 9890-MONTA-DATA-HORA-JEX

               MOVE WS-JOB-EXEC-ID-COMP    TO DCLJE-ID
               MOVE 'P3O99RU'              TO DCLJE-PROGRAMA
               MOVE WS-JEX-SQL-DATA        TO DCLJE-DATA-REF
               MOVE WS-JEX-SQL-HORA        TO DCLJE-HORA-INI
               MOVE '00:00:00'             TO DCLJE-HORA-FIM
               MOVE 'I'                    TO DCLJE-SITUACAO
               MOVE 0                      TO DCLJE-CONTAGEM

               EXEC SQL
                  INSERT INTO JOB_EXEC
                     (ID, PROGRAMA, DATA_REF, HORA_INI, HORA_FIM,
                      SITUACAO, CONTAGEM)
                  VALUES
                     (:DCLJE-ID, :DCLJE-PROGRAMA, :DCLJE-DATA-REF,
                      :DCLJE-HORA-INI, :DCLJE-HORA-FIM,
                      :DCLJE-SITUACAO, :DCLJE-CONTAGEM)
               END-EXEC

               IF SQLCODE NOT EQUAL 0
                   MOVE 0                  TO WS-JOB-EXEC-ID-COMP
               END-IF

      * O REGISTRO DE INICIO PRECISA SOBREVIVER A UM ABEND DO JOB -
      * E ASSIM QUE A MANHA ENXERGA UM JOB QUE MORREU NO MEIO.
               EXEC SQL
                  COMMIT
               END-EXEC
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
                         CONTAGEM = :WS-TOT-JEX-COMP,
                         OBSERVACAO = :DCLJE-OBSERVACAO
                   WHERE ID = :WS-JOB-EXEC-ID-COMP
               END-EXEC
           END-IF
           .

       9890-MONTA-DATA-HORA-JEX.
           ACCEPT WS-JEX-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-JEX-HORA-REG FROM TIME

           MOVE WS-JEX-DATA-REG(1:4)       TO WS-JEX-ANO
           MOVE WS-JEX-DATA-REG(5:2)       TO WS-JEX-MES
           MOVE WS-JEX-DATA-REG(7:2)       TO WS-JEX-DIA

           MOVE WS-JEX-HORA-REG(1:2)       TO WS-JEX-HH
           MOVE WS-JEX-HORA-REG(3:2)       TO WS-JEX-MM
           MOVE WS-JEX-HORA-REG(5:2)       TO WS-JEX-SS
           .
