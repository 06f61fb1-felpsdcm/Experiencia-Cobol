      *    EM BRANCO = SO ATUALIZA A LISTA.
      * CADA JOGO TERMINADO E CREDITADO EM HISTJOGO.EQUIPE_ID A
      * EQUIPE DO JOGADOR NO MOMENTO DO JOGO; O RANKING SEMANAL DE
      * EQUIPES SAI NO JOB P3O99RH. CRIACAO DE EQUIPE E TROCA DE
      * FILIACAO FICAM REGISTRADAS EM OPER_LOG (CONSULTA NA Y1D4).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-CONT-DUPL-COMP               PIC S9(09) COMP.
       77  WS-MEMBROS-COMP                 PIC S9(09) COMP.
       77  WS-EQUIPE-ID-COMP               PIC S9(09) COMP.
       77  WS-PROX-OLOG-ID-COMP            PIC S9(09) COMP.
       77  WS-OLOG-ID-ED                   PIC Z(08)9.
       77  WS-EQUIPE-ANT-SW                PIC X(01).
           88 WS-EQUIPE-ANT-EXISTE             VALUE 'S'.

      *----------------------------------------------------------------*
      * VARIAVEIS DE DATA E HORARIO
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-SS                    PIC X(02).

      * IMAGEM DA FILIACAO A UMA EQUIPE PARA O OPER_LOG.
       01  WS-OLOG-IMAGEM-MEMBRO.
           05 FILLER                       PIC X(10) VALUE 'EQUIPE_ID='.
           05 WS-OM-EQUIPE-ID              PIC Z(08)9.
           05 FILLER                       PIC X(09) VALUE ' ENTRADA='.
           05 WS-OM-DATA                   PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-OM-HORA                   PIC X(08).

      * LINHA DA SITUACAO DO JOGADOR.
       01  WS-LINHA-SITUACAO.
           05 FILLER                       PIC X(12)
              INCLUDE DCLEQMB
           END-EXEC.

           EXEC SQL
              INCLUDE DCLOLOG
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
               GO TO 230-CRIA-EQUIPE-EXIT
           END-IF

      * REGISTRA A CRIACAO EM OPER_LOG.
           MOVE 'I'                        TO DCLOL-FUNCAO
           MOVE 'EQUIPE'                   TO DCLOL-TABELA
           MOVE DCLEQ-ID                   TO WS-OLOG-ID-ED
           MOVE SPACES                     TO DCLOL-CHAVE
                                              DCLOL-VALOR-ANT
                                              DCLOL-VALOR-NOV
           STRING 'EQUIPE ID '             DELIMITED BY SIZE
                  WS-OLOG-ID-ED            DELIMITED BY SIZE
             INTO DCLOL-CHAVE
           END-STRING
           STRING 'NOME='                  DELIMITED BY SIZE
                  DCLEQ-NOME               DELIMITED BY SIZE
                  ' CRIADOR='              DELIMITED BY SIZE
                  DCLEQ-USERID-CRIADOR     DELIMITED BY SIZE
                  ' CRIACAO='              DELIMITED BY SIZE
                  DCLEQ-DATA-CRIACAO       DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  DCLEQ-HORA-CRIACAO       DELIMITED BY SIZE
             INTO DCLOL-VALOR-NOV
           END-STRING
           PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT

           MOVE WS-PROX-ID-COMP            TO WS-EQUIPE-ID-COMP
           PERFORM 999-FILIA-JOGADOR
           MOVE 'EQUIPE CRIADA - VOCE JA ESTA NELA' TO MSGO
      * SUBSTITUINDO A FILIACAO ANTERIOR (MESMO PADRAO DE UPSERT POR
      * DELETE+INSERT DE ULTIMA_SENHA).
       999-FILIA-JOGADOR.
      * GUARDA A FILIACAO ANTERIOR PARA O HISTORICO DE OPERACAO.
           MOVE 'N'                        TO WS-EQUIPE-ANT-SW
           MOVE SPACES                     TO DCLOL-VALOR-ANT
                                              DCLOL-VALOR-NOV
           EXEC SQL
              SELECT EQUIPE_ID, DATA_ENTRADA, HORA_ENTRADA
                INTO :DCLEM-EQUIPE-ID, :DCLEM-DATA-ENTRADA,
                     :DCLEM-HORA-ENTRADA
                FROM EQUIPE_MEMBRO
               WHERE USERID = :EIBUSERID
           END-EXEC
           IF SQLCODE EQUAL 0
               MOVE 'S'                    TO WS-EQUIPE-ANT-SW
               PERFORM 999-MONTA-IMAGEM-MEMBRO
               MOVE WS-OLOG-IMAGEM-MEMBRO  TO DCLOL-VALOR-ANT
           END-IF

           EXEC SQL
              DELETE FROM EQUIPE_MEMBRO
               WHERE USERID = :EIBUSERID
                 (:DCLEM-EQUIPE-ID, :DCLEM-USERID,
                  :DCLEM-DATA-ENTRADA, :DCLEM-HORA-ENTRADA)
           END-EXEC

           IF SQLCODE EQUAL 0
               IF WS-EQUIPE-ANT-EXISTE
                   MOVE 'A'                TO DCLOL-FUNCAO
               ELSE
                   MOVE 'I'                TO DCLOL-FUNCAO
               END-IF
               MOVE 'EQUIPE_MEMBRO'        TO DCLOL-TABELA
               MOVE SPACES                 TO DCLOL-CHAVE
               STRING 'USERID '            DELIMITED BY SIZE
                      EIBUSERID            DELIMITED BY SIZE
                 INTO DCLOL-CHAVE
               END-STRING
               PERFORM 999-MONTA-IMAGEM-MEMBRO
               MOVE WS-OLOG-IMAGEM-MEMBRO  TO DCLOL-VALOR-NOV
               PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT
           END-IF
           .

       999-MONTA-IMAGEM-MEMBRO.
           MOVE DCLEM-EQUIPE-ID            TO WS-OM-EQUIPE-ID
           MOVE DCLEM-DATA-ENTRADA         TO WS-OM-DATA
           MOVE DCLEM-HORA-ENTRADA         TO WS-OM-HORA
           .

      * REGISTRA EM OPER_LOG A ALTERACAO JA GRAVADA - TABELA, CHAVE,
      * FUNCAO E IMAGENS VEM MONTADAS. O INSTANTE E O JA MONTADO
      * PARA A PROPRIA ALTERACAO. UMA FALHA AQUI NAO DESFAZ NADA.
       999-GRAVA-OPER-LOG.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-OLOG-ID-COMP
                FROM OPER_LOG
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-GRAVA-OPER-LOG-EXIT
           END-IF

           MOVE WS-PROX-OLOG-ID-COMP       TO DCLOL-ID
           MOVE 'Y1C7'                     TO DCLOL-TRANSACAO
           MOVE EIBUSERID                  TO DCLOL-USERID-OPER
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

       220-PF3.
           EXEC CICS XCTL
               PROGRAM('P3O99B8')
