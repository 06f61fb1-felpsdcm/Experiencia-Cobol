      * (Y1C8) CONSEGUIR REVOGA-LA DEPOIS.
       77  WS-FIM-JOGO-DATA                PIC X(10) VALUE SPACES.
       77  WS-FIM-JOGO-HORA                PIC X(08) VALUE SPACES.
      * PUBLICACAO DOS EVENTOS DO DUELO NA FILA TD Y1EV, PARA O
      * PAINEL DA INTRANET (VEJA EVTFILA). A RESPOSTA DO WRITEQ E
      * OLHADA AQUI E NAO PELO HANDLE CONDITION - UMA FALHA NA FILA
      * NAO DERRUBA O JOGO.
       77  WS-EVT-RESP                     PIC S9(08) COMP.
       77  WS-EVT-TENTATIVAS               PIC 9(02).

      * VARIAVEIS DO AJUSTE DE RATING DO DUELO DECIDIDO - O DELTA E
      * PONDERADO PELO RATING DO OPONENTE, VEJA A FORMULA EM DCLRTNG.
      * EQUIPE DO JOGADOR NO MOMENTO DO JOGO (EQUIPE_MEMBRO) - ZERO
      * QUANDO ELE NAO TEM EQUIPE.
       77  WS-EQUIPE-ID-COMP               PIC S9(09) COMP.

      * AVISO DEIXADO NA CAIXA DE MENSAGENS DO CRIADOR DO DUELO
      * QUANDO O OPONENTE ENTRA (MENSAGEM, LIDA NA Y1D3).
       77  WS-PROX-MENS-ID-COMP            PIC S9(09) COMP.
       77  WS-MENS-DUELO-ED                PIC Z(08)9.
       01  WS-LINHA-LOBBY.
           05 WS-LL-POSICAO                PIC 9(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.
      *REGISTRO DA FILA TD DE EVENTOS DO JOGO (Y1EV)
           COPY EVTFILA.

           EXEC SQL
              INCLUDE DCLSENHA
              INCLUDE DCLSIST
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMENS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPPAR
           END-EXEC.
      * ENTRAR DE NOVO NELE MESMO COMO LADO 2.
       230-ENTRA-DUELO.
           EXEC SQL
              SELECT SENHA, TERMINAL_1, USERID_1, TERMINAL_2,
                     TENTATIVAS_2, PONTUACAO_2
                INTO :DCLDU-SENHA, :DCLDU-TERMINAL-1, :DCLDU-USERID-1,
                     :DCLDU-TERMINAL-2,
                     :DCLDU-TENTATIVAS-2, :DCLDU-PONTUACAO-2
                FROM JOGO_DUELO
               WHERE ID = :WS-DUELO-ID
              ELSE
                 MOVE 0                    TO WS-CONT-TENTATIVAS
                 MOVE WS-PAR-PONTOS-INICIAIS TO WS-PONTUACAO
                 PERFORM 999-POSTA-MENSAGEM-DUELO THRU
                         999-POSTA-MENSAGEM-DUELO-EXIT
              END-IF
              MOVE 'VOCE ENTROU NO DUELO/ BOA SORTE' TO MSGO
              PERFORM 999-TRATA-FASE3

           IF SQLCODE EQUAL 0 AND DCLDU-VENCEDOR EQUAL EIBTRMID
               PERFORM 999-GRAVA-HISTORICO-DUELO
               PERFORM 999-PUBLICA-DUELO
               PERFORM 999-CONCEDE-CONQ-DUELO THRU
                       999-CONCEDE-CONQ-DUELO-EXIT
               PERFORM 999-ATUALIZA-RATING-DUELO THRU
                 (:DCLCQ-USERID, :DCLCQ-CODIGO,
                  :DCLCQ-DATA-CONQ, :DCLCQ-HORA-CONQ)
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE SPACES                 TO WS-REG-EVENTO
               MOVE 'CQ'                   TO WS-EVT-TIPO
               MOVE WS-USERID              TO WS-EVT-USERID
               MOVE 5                      TO WS-EVT-VALOR
               MOVE 'VITORIA EM DUELO'     TO WS-EVT-TEXTO
               PERFORM 999-GRAVA-EVENTO
           END-IF
           .
       999-CONCEDE-CONQ-DUELO-EXIT.
           EXIT.

      * PUBLICA NA FILA TD Y1EV (PAINEL DA INTRANET, VEJA EVTFILA) O
      * DUELO DECIDIDO: O VENCEDOR, O OPONENTE (LIDO DE JOGO_DUELO
      * PELO 999-GRAVA-HISTORICO-DUELO; EM BRANCO SE O DUELO SUMIU
      * OU O CRIADOR VENCEU SOZINHO) E O ID DO DUELO.
       999-PUBLICA-DUELO.
           MOVE SPACES                     TO WS-REG-EVENTO
           MOVE 'DD'                       TO WS-EVT-TIPO
           MOVE WS-USERID                  TO WS-EVT-USERID

           IF WS-FIM-JOGO-DATA EQUAL SPACES
               PERFORM 999-MONTA-DATA-HORA
               MOVE WS-SQL-DATA            TO WS-FIM-JOGO-DATA
               MOVE WS-SQL-HORA            TO WS-FIM-JOGO-HORA
           ELSE
               IF WS-SOU-LADO-1
                   MOVE DCLDU-USERID-2     TO WS-EVT-USERID-2
               ELSE
                   MOVE DCLDU-USERID-1     TO WS-EVT-USERID-2
               END-IF
           END-IF

           MOVE WS-DUELO-ID                TO WS-EVT-VALOR
           MOVE WS-CONT-TENTATIVAS         TO WS-EVT-TENTATIVAS
           STRING 'DUELO VENCIDO EM '      DELIMITED BY SIZE
                  WS-EVT-TENTATIVAS        DELIMITED BY SIZE
                  ' TENTATIVAS'            DELIMITED BY SIZE
             INTO WS-EVT-TEXTO
           END-STRING

           PERFORM 999-GRAVA-EVENTO
           .

       999-GRAVA-EVENTO.
           MOVE WS-FIM-JOGO-DATA           TO WS-EVT-DATA
           MOVE WS-FIM-JOGO-HORA           TO WS-EVT-HORA
           MOVE EIBTRNID                   TO WS-EVT-ORIGEM

           EXEC CICS WRITEQ TD
              QUEUE ('Y1EV')
              FROM  (WS-REG-EVENTO)
              LENGTH(LENGTH OF WS-REG-EVENTO)
              RESP  (WS-EVT-RESP)
           END-EXEC
           .

      * GRAVA O DUELO TERMINADO EM HISTJOGO COMO DOIS JOGOS
      * TERMINADOS (VENCEDOR 'S', PERDEDOR 'N'), PARA O RELATORIO
      * DIARIO E O EXTRATO MENSAL ENXERGAREM OS DUELOS. SENHA_ID VAI
           MOVE SPACE                      TO DCLHJ-ANULADO
           MOVE SPACE                      TO DCLHJ-TREINO
           MOVE SPACE                      TO DCLHJ-MODO-DIFICIL
           MOVE SPACE                      TO DCLHJ-MODO-BLITZ
           MOVE SPACE                      TO DCLHJ-USOU-DICA
           MOVE SPACE                      TO DCLHJ-COOP
           MOVE SPACE                      TO DCLHJ-DESAFIO-COLEGA

           EXEC SQL
              INSERT INTO HISTJOGO
                 (ID, USERID, RESULTADO, TENTATIVAS, PONTUACAO,
                  DATA_JOGO, HORA_JOGO, SENHA_ID, EQUIPE_ID,
                  ANULADO, TREINO, MODO_DIFICIL, MODO_BLITZ,
                  USOU_DICA, COOP, DESAFIO_COLEGA)
              VALUES
                 (:DCLHJ-ID, :DCLHJ-USERID, :DCLHJ-RESULTADO,
                  :DCLHJ-TENTATIVAS, :DCLHJ-PONTUACAO,
                  :DCLHJ-DATA-JOGO, :DCLHJ-HORA-JOGO,
                  :DCLHJ-SENHA-ID, :DCLHJ-EQUIPE-ID,
                  :DCLHJ-ANULADO, :DCLHJ-TREINO,
                  :DCLHJ-MODO-DIFICIL, :DCLHJ-MODO-BLITZ,
                  :DCLHJ-USOU-DICA, :DCLHJ-COOP,
                  :DCLHJ-DESAFIO-COLEGA)
           END-EXEC
           .

      * AVISA O CRIADOR DO DUELO (LADO 1) NA CAIXA DE MENSAGENS DELE
      * QUE UM OPONENTE ACABOU DE ENTRAR - SO NA PRIMEIRA ENTRADA, NAO
      * NA RE-ENTRADA DO MESMO TERMINAL. COMO NO HISTORICO, UMA FALHA
      * AQUI NAO DERRUBA O DUELO.
       999-POSTA-MENSAGEM-DUELO.
           IF DCLDU-USERID-1 EQUAL SPACES
               GO TO 999-POSTA-MENSAGEM-DUELO-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-MENS-ID-COMP
                FROM MENSAGEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-POSTA-MENSAGEM-DUELO-EXIT
           END-IF

           MOVE WS-DUELO-ID                TO WS-MENS-DUELO-ED
           MOVE SPACES                     TO DCLMS-TEXTO
           STRING WS-USERID                DELIMITED BY SPACE
                  ' ENTROU NO SEU DUELO ' DELIMITED BY SIZE
                  WS-MENS-DUELO-ED         DELIMITED BY SIZE
             INTO DCLMS-TEXTO
           END-STRING

           MOVE WS-PROX-MENS-ID-COMP       TO DCLMS-ID
           MOVE DCLDU-USERID-1             TO DCLMS-USERID
           MOVE 'DU'                       TO DCLMS-TIPO
           MOVE 'N'                        TO DCLMS-LIDA
           MOVE WS-SQL-DATA                TO DCLMS-DATA-MSG
           MOVE WS-SQL-HORA                TO DCLMS-HORA-MSG

           EXEC SQL
              INSERT INTO MENSAGEM
                 (ID, USERID, TIPO, TEXTO, LIDA, DATA_MSG, HORA_MSG)
              VALUES
                 (:DCLMS-ID, :DCLMS-USERID, :DCLMS-TIPO,
                  :DCLMS-TEXTO, :DCLMS-LIDA,
                  :DCLMS-DATA-MSG, :DCLMS-HORA-MSG)
           END-EXEC
           .
       999-POSTA-MENSAGEM-DUELO-EXIT.
           EXIT.

      * EQUIPE ATUAL DO JOGADOR DA LINHA DE HISTORICO SENDO GRAVADA
      * (WS-HIST-USERID), PARA O RANKING DE EQUIPES - SEM FILIACAO,
