      * PARA MANUTENCAO'), MOSTRADA A QUEM TENTAR COMECAR OU RETOMAR
      * UM JOGO ENQUANTO FECHADO. REABRIR E NA MESMA TELA. SO
      * USERIDS DE MANUT_AUTORIZ (OS MESMOS DA MANUTENCAO DE SENHAS)
      * PODEM ALTERAR A SITUACAO. CADA GRAVACAO DEIXA A IMAGEM DE
      * ANTES E DE DEPOIS EM OPER_LOG (CONSULTA NA Y1D4).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-CONT-AUTORIZ-COMP            PIC S9(09) COMP.
       77  WS-AUTORIZADO-SW                PIC X(01) VALUE 'N'.
           88 WS-AUTORIZADO                    VALUE 'S'.
       77  WS-PROX-OLOG-ID-COMP            PIC S9(09) COMP.
       77  WS-SIT-ANT                      PIC X(01).
       77  WS-MSG-ANT                      PIC X(60).
       77  WS-SIT-ANT-SW                   PIC X(01).
           88 WS-SIT-ANT-EXISTE                VALUE 'S'.

      *----------------------------------------------------------------*
      * VARIAVEIS DE DATA E HORARIO
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SEG-F                     PIC X(02).

      * DATA/HORA NO FORMATO ESPERADO PELOS HOST-VARS DATE/TIME DO
      * DB2.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-HORA-REG                     PIC 9(08).
       01  WS-SQL-DATA.
           05 WS-SQL-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA                   PIC X(02).
       01  WS-SQL-HORA.
           05 WS-SQL-HH                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-MM                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-SS                    PIC X(02).

      * LINHA DA SITUACAO ATUAL MOSTRADA NA TELA.
       01  WS-LINHA-ATUAL.
           05 FILLER                       PIC X(09)
              INCLUDE DCLMAUT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLOLOG
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
                 MOVE SPACES               TO DCLSI-MENSAGEM
           END-EVALUATE

      * GUARDA A SITUACAO ANTERIOR PARA O HISTORICO DE OPERACAO.
           MOVE 'N'                        TO WS-SIT-ANT-SW
           EXEC SQL
              SELECT SITUACAO, MENSAGEM
                INTO :WS-SIT-ANT, :WS-MSG-ANT
                FROM SISTEMA_CTRL
           END-EXEC
           IF SQLCODE EQUAL 0
               MOVE 'S'                    TO WS-SIT-ANT-SW
           END-IF

      * TABELA DE UMA LINHA SO - MESMO PADRAO DELETE+INSERT DE
      * SENHAS_CTRL.
           EXEC SQL
           END-EXEC

           IF SQLCODE EQUAL 0
               PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT
               IF DCLSI-SITUACAO EQUAL 'F'
                   MOVE 'SISTEMA FECHADO PARA MANUTENCAO' TO MSGO
               ELSE
           PERFORM 999-TRATA-FASE2
           .

      * REGISTRA A TROCA DE SITUACAO EM OPER_LOG, COM A IMAGEM DE
      * ANTES (SE HAVIA LINHA) E A DE DEPOIS. UMA FALHA AQUI NAO
      * DESFAZ A TROCA JA GRAVADA.
       999-GRAVA-OPER-LOG.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-OLOG-ID-COMP
                FROM OPER_LOG
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-GRAVA-OPER-LOG-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           MOVE SPACES                     TO DCLOL-VALOR-ANT
                                              DCLOL-VALOR-NOV
           IF WS-SIT-ANT-EXISTE
               MOVE 'A'                    TO DCLOL-FUNCAO
               STRING 'SITUACAO='          DELIMITED BY SIZE
                      WS-SIT-ANT           DELIMITED BY SIZE
                      ' MENSAGEM='         DELIMITED BY SIZE
                      WS-MSG-ANT           DELIMITED BY SIZE
                 INTO DCLOL-VALOR-ANT
               END-STRING
           ELSE
               MOVE 'I'                    TO DCLOL-FUNCAO
           END-IF
           STRING 'SITUACAO='              DELIMITED BY SIZE
                  DCLSI-SITUACAO           DELIMITED BY SIZE
                  ' MENSAGEM='             DELIMITED BY SIZE
                  DCLSI-MENSAGEM           DELIMITED BY SIZE
             INTO DCLOL-VALOR-NOV
           END-STRING

           MOVE WS-PROX-OLOG-ID-COMP       TO DCLOL-ID
           MOVE 'Y1C5'                     TO DCLOL-TRANSACAO
           MOVE EIBUSERID                  TO DCLOL-USERID-OPER
           MOVE 'SISTEMA_CTRL'             TO DCLOL-TABELA
           MOVE 'LINHA UNICA'              TO DCLOL-CHAVE
           MOVE WS-SQL-DATA                TO DCLOL-DATA-ALT
           MOVE WS-SQL-HORA                TO DCLOL-HORA-ALT

           EXEC SQL
              INSERT INTO OPER_LOG
                 (ID, TRANSACAO, USERID_OPER, FUNCAO, TABELA, CHAVE,
                  VALOR_ANT, VALOR_NOV, DATA_ALT, HORA_ALT)
              VALUES
                 (:DCLOL-ID, :DCLOL-TRANSACAO, :DCLOL-USERID-OPER,
                  :DCLOL-FUNCAO, :DCLOL-TABELA, :DCLOL-CHAVE,
                  :DCLOL-VALOR-ANT, :DCLOL-VALOR-NOV,
                  :DCLOL-DATA-ALT, :DCLOL-HORA-ALT)
           END-EXEC
           .
       999-GRAVA-OPER-LOG-EXIT.
           EXIT.

      * MONTA DATA/HORA NO FORMATO ISO ESPERADO PELOS HOST-VARS DATE/
      * TIME DO DB2 (YYYY-MM-DD / HH:MM:SS).
       999-MONTA-DATA-HORA.
           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME

           MOVE WS-DATA-REG(1:4)           TO WS-SQL-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-SQL-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SQL-DIA

           MOVE WS-HORA-REG(1:2)           TO WS-SQL-HH
           MOVE WS-HORA-REG(3:2)           TO WS-SQL-MM
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS
           .

       999-VERIFICA-AUTORIZACAO.
           MOVE 'N'                        TO WS-AUTORIZADO-SW

