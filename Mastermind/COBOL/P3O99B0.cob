      * REVOGA-LA DEPOIS.
       77  WS-FIM-JOGO-DATA                PIC X(10).
       77  WS-FIM-JOGO-HORA                PIC X(08).
      * PUBLICACAO DOS EVENTOS DO JOGO NA FILA TD Y1EV, PARA O PAINEL
      * DA INTRANET (VEJA EVTFILA). A RESPOSTA DO WRITEQ E OLHADA
      * AQUI E NAO PELO HANDLE CONDITION - UMA FALHA NA FILA NAO
      * DERRUBA O JOGO.
       77  WS-EVT-RESP                     PIC S9(08) COMP.
       77  WS-EVT-TENTATIVAS               PIC 9(02).

      * VARIAVEIS DA VALIDACAO DO MODO DIFICIL: POSICOES JA
      * REVELADAS (LETRA CERTA NO LUGAR CERTO) E LETRAS JA
           05 WS-SQL-MM                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-SS                    PIC X(02).

      * POLITICA DE USO DO DEPARTAMENTO (POLITICA_JOGO, MANTIDA NA
      * Y1E1) NO INICIO DE UM JOGO: AS JANELAS DA LINHA EM TABELA, O
      * HORARIO DE AGORA EM HHMM E A MENSAGEM DA RECUSA. 9999 EM
      * WS-POL-PROX-HOJE/WS-POL-PRIMEIRA = NENHUMA JANELA.
       77  WS-POL-RECUSA-SW                PIC X(01) VALUE 'N'.
           88 WS-POL-RECUSADO                  VALUE 'S'.
       77  WS-POL-DENTRO-SW                PIC X(01) VALUE 'N'.
           88 WS-POL-DENTRO                    VALUE 'S'.
       77  WS-POL-J                        PIC 9(01).
       77  WS-POL-QTD-JAN                  PIC 9(01).
       77  WS-POL-AGORA                    PIC 9(04).
       77  WS-POL-PROX-HOJE                PIC 9(04).
       77  WS-POL-PRIMEIRA                 PIC 9(04).
       77  WS-POL-JOGOS-HOJE-COMP          PIC S9(09) COMP.
       77  WS-POL-PROX-ID-COMP             PIC S9(09) COMP.
       77  WS-POL-QUANDO                   PIC X(15).
       77  WS-POL-MENSAGEM                 PIC X(60).
       01  WS-POL-JANELAS.
           05 WS-POL-JANELA                OCCURS 3 TIMES.
              10 WS-POL-INI                PIC 9(04).
              10 WS-POL-FIM                PIC 9(04).
       01  WS-POL-HORA.
           05 WS-POL-HH                    PIC X(02).
           05 WS-POL-MM                    PIC X(02).
       01  WS-POL-HORA-NUM REDEFINES WS-POL-HORA
                                           PIC 9(04).
      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
       01  WS-DFHCOMMAREA.
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.
      *REGISTRO DA FILA TD DE EVENTOS DO JOGO (Y1EV)
           COPY EVTFILA.

           EXEC SQL
              INCLUDE DCLSENHA
              INCLUDE DCLSUSO
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJGDR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPOLJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRECJ
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
               MOVE WS-CONT-TENTATIVAS     TO CONTO
               PERFORM 999-TRATA-FASE2
           ELSE
      * SO O JOGO NOVO PASSA PELA POLITICA DO DEPARTAMENTO - O
      * RETOMADO ACIMA SEMPRE PODE TERMINAR.
               PERFORM 999-VERIFICA-POLITICA THRU
                       999-VERIFICA-POLITICA-EXIT
               IF WS-POL-RECUSADO
                   MOVE +80                TO WS-LENGTH
                   MOVE WS-POL-MENSAGEM    TO WS-MSG-ERRO
                   PERFORM 999-ENCERRA-TRANSACAO
               END-IF
               MOVE WS-CONT-TENTATIVAS     TO CONTO
               PERFORM 120-SORTEIA-NOVA-SENHA
               PERFORM 999-INICIA-JOGO-ATIVO
           END-IF
      * AS CONQUISTAS SAO AVALIADAS DEPOIS DO HISTORICO GRAVADO - A
      * PRIMEIRA VITORIA E A SEQUENCIA DE VITORIAS SAO CONTADAS NO
      * PROPRIO HISTJOGO, JA INCLUINDO O JOGO QUE ACABOU. A VITORIA
      * VAI PARA A FILA DE EVENTOS ANTES DAS CONQUISTAS QUE ELA DEU.
           IF WS-VITORIA EQUAL 'S'
              AND NOT WS-JOGO-TREINO
               PERFORM 999-PUBLICA-VITORIA
               PERFORM 999-AVALIA-CONQUISTAS
           END-IF
           EVALUATE WS-VITORIA
           ELSE
               MOVE SPACE                  TO DCLHJ-MODO-DIFICIL
           END-IF
           IF WS-JOGO-BLITZ
               MOVE 'S'                    TO DCLHJ-MODO-BLITZ
           ELSE
               MOVE SPACE                  TO DCLHJ-MODO-BLITZ
           END-IF
           IF WS-USOU-DICA EQUAL 'S'
               MOVE 'S'                    TO DCLHJ-USOU-DICA
           ELSE
               MOVE SPACE                  TO DCLHJ-USOU-DICA
           END-IF
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
      * UMA FALHA AO GRAVAR O HISTORICO NAO PODE DERRUBAR O JOGO DO
      * JOGADOR - SO O RESULTADO DO SQLCODE E IGNORADO AQUI DE
               STRING 'CONQUISTA: ' DELIMITED SIZE
                      WS-CONQ-DESCRICAO DELIMITED SIZE
                      INTO WS-CONQ-NOVA
               PERFORM 999-PUBLICA-CONQUISTA
           END-IF
           .
       999-CONCEDE-CONQUISTA-EXIT.
           EXIT.

      * PUBLICA NA FILA TD Y1EV (PAINEL DA INTRANET, VEJA EVTFILA) O
      * JOGO VENCIDO, COM O MESMO INSTANTE GRAVADO EM HISTJOGO - E
      * POR ELE QUE O MONITOR P3O99RK ACHA VITORIA SEM EVENTO.
       999-PUBLICA-VITORIA.
           MOVE SPACES                     TO WS-REG-EVENTO
           MOVE 'JV'                       TO WS-EVT-TIPO
           MOVE WS-USERID                  TO WS-EVT-USERID
           MOVE WS-PONTUACAO               TO WS-EVT-VALOR
           MOVE WS-CONT-TENTATIVAS         TO WS-EVT-TENTATIVAS
           STRING 'VITORIA EM '            DELIMITED BY SIZE
                  WS-EVT-TENTATIVAS        DELIMITED BY SIZE
                  ' TENTATIVAS'            DELIMITED BY SIZE
             INTO WS-EVT-TEXTO
           END-STRING

           PERFORM 999-GRAVA-EVENTO
           .

      * PUBLICA A CONQUISTA RECEM-CONCEDIDA (CODIGO E DESCRICAO).
       999-PUBLICA-CONQUISTA.
           MOVE SPACES                     TO WS-REG-EVENTO
           MOVE 'CQ'                       TO WS-EVT-TIPO
           MOVE WS-USERID                  TO WS-EVT-USERID
           MOVE WS-CONQ-CODIGO             TO WS-EVT-VALOR
           MOVE WS-CONQ-DESCRICAO          TO WS-EVT-TEXTO

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

      * ATUALIZA O RATING DO JOGADOR PELO RESULTADO DO JOGO QUE
      * ACABOU. FORMULA (A MESMA DA RECONSTRUCAO P3O99RF): VITORIA
      * +8 X NIVEL; DERROTA -(16 - 4 X NIVEL); NUNCA NEGATIVO. COMO
       999-RESTAURA-1-TENTATIVA-EXIT.
           EXIT.

      * POLITICA DE USO DO DEPARTAMENTO DO JOGADOR (POLITICA_JOGO,
      * MANTIDA NA Y1E1) NO INICIO DE UM JOGO NOVO - A MESMA
      * CONFERENCIA DO MENU Y1B8, PARA QUEM ENTRA DIRETO NA Y1B0: FORA
      * DAS JANELAS DE HORARIO, OU COM A COTA DE JOGOS NORMAIS DO DIA
      * ESGOTADA, O JOGO NAO COMECA - A RECUSA VAI PARA RECUSA_JOGO E
      * A MENSAGEM COM A PROXIMA HORA EM QUE ELE PODE JOGAR FICA EM
      * WS-POL-MENSAGEM. O TREINO SO RESPEITA AS JANELAS. O JOGO
      * RETOMADO DE JOGO_ATIVO NAO PASSA AQUI. SEM LINHA DE POLITICA,
      * OU COM FALHA NA LEITURA, O JOGO E LIBERADO.
       999-VERIFICA-POLITICA.
           MOVE 'N'                        TO WS-POL-RECUSA-SW

           PERFORM 999-LE-POLITICA
           IF SQLCODE NOT EQUAL 0
               GO TO 999-VERIFICA-POLITICA-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-HORA-REG(1:4)           TO WS-POL-AGORA
           PERFORM 999-TESTA-JANELAS

           IF WS-POL-QTD-JAN > 0 AND NOT WS-POL-DENTRO
               IF WS-POL-PROX-HOJE NOT EQUAL 9999
                   MOVE WS-POL-PROX-HOJE   TO WS-POL-HORA-NUM
                   MOVE 'HOJE AS '         TO WS-POL-QUANDO
               ELSE
                   MOVE WS-POL-PRIMEIRA    TO WS-POL-HORA-NUM
                   MOVE 'AMANHA AS '       TO WS-POL-QUANDO
               END-IF
               MOVE SPACES                 TO WS-POL-MENSAGEM
               STRING 'FORA DO HORARIO DE JOGO - PROXIMO HORARIO: '
                                           DELIMITED BY SIZE
                      WS-POL-QUANDO        DELIMITED BY '  '
                      ' '                  DELIMITED BY SIZE
                      WS-POL-HH            DELIMITED BY SIZE
                      ':'                  DELIMITED BY SIZE
                      WS-POL-MM            DELIMITED BY SIZE
                 INTO WS-POL-MENSAGEM
               END-STRING
               MOVE 'H'                    TO DCLRJ-MOTIVO
               PERFORM 999-GRAVA-RECUSA
               GO TO 999-VERIFICA-POLITICA-EXIT
           END-IF

           IF DCLPJ-MAX-JOGOS-DIA NOT > 0
              OR WS-JOGO-TREINO
               GO TO 999-VERIFICA-POLITICA-EXIT
           END-IF

      * CONTA SO O JOGO NORMAL TERMINADO HOJE: TREINO, COOPERATIVO E
      * DESAFIO DE COLEGA TEM MARCA PROPRIA, E O DUELO GRAVA
      * SENHA_ID ZERO.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-POL-JOGOS-HOJE-COMP
                FROM HISTJOGO
               WHERE USERID = :WS-USERID
                 AND DATA_JOGO = :WS-SQL-DATA
                 AND SENHA_ID > 0
                 AND TREINO <> 'S'
                 AND COOP <> 'S'
                 AND DESAFIO_COLEGA <> 'S'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              OR WS-POL-JOGOS-HOJE-COMP < DCLPJ-MAX-JOGOS-DIA
               GO TO 999-VERIFICA-POLITICA-EXIT
           END-IF

           MOVE SPACES                     TO WS-POL-MENSAGEM
           IF WS-POL-QTD-JAN > 0
               MOVE WS-POL-PRIMEIRA        TO WS-POL-HORA-NUM
               STRING 'COTA DO DIA ESGOTADA - PROXIMO JOGO: AMANHA AS '
                                           DELIMITED BY SIZE
                      WS-POL-HH            DELIMITED BY SIZE
                      ':'                  DELIMITED BY SIZE
                      WS-POL-MM            DELIMITED BY SIZE
                 INTO WS-POL-MENSAGEM
               END-STRING
           ELSE
               MOVE 'COTA DO DIA ESGOTADA - PROXIMO JOGO: AMANHA'
                                           TO WS-POL-MENSAGEM
           END-IF
           MOVE 'Q'                        TO DCLRJ-MOTIVO
           PERFORM 999-GRAVA-RECUSA
           .
       999-VERIFICA-POLITICA-EXIT.
           EXIT.

      * A LINHA DO DEPARTAMENTO DO JOGADOR OU, SEM ELA, A '*PADRAO'.
      * USERID FORA DO CADASTRO FICA COM O DEPARTAMENTO EM BRANCO E
      * CAI NA PADRAO. DEVOLVE O SQLCODE DA ULTIMA LEITURA.
       999-LE-POLITICA.
           EXEC SQL
              SELECT DEPARTAMENTO
                INTO :DCLJG-DEPARTAMENTO
                FROM JOGADOR
               WHERE USERID = :WS-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE SPACES                 TO DCLJG-DEPARTAMENTO
           END-IF

           EXEC SQL
              SELECT JANELA1_INI, JANELA1_FIM, JANELA2_INI,
                     JANELA2_FIM, JANELA3_INI, JANELA3_FIM,
                     MAX_JOGOS_DIA
                INTO :DCLPJ-JANELA1-INI, :DCLPJ-JANELA1-FIM,
                     :DCLPJ-JANELA2-INI, :DCLPJ-JANELA2-FIM,
                     :DCLPJ-JANELA3-INI, :DCLPJ-JANELA3-FIM,
                     :DCLPJ-MAX-JOGOS-DIA
                FROM POLITICA_JOGO
               WHERE DEPARTAMENTO = :DCLJG-DEPARTAMENTO
           END-EXEC

           IF SQLCODE EQUAL 100
               EXEC SQL
                  SELECT JANELA1_INI, JANELA1_FIM, JANELA2_INI,
                         JANELA2_FIM, JANELA3_INI, JANELA3_FIM,
                         MAX_JOGOS_DIA
                    INTO :DCLPJ-JANELA1-INI, :DCLPJ-JANELA1-FIM,
                         :DCLPJ-JANELA2-INI, :DCLPJ-JANELA2-FIM,
                         :DCLPJ-JANELA3-INI, :DCLPJ-JANELA3-FIM,
                         :DCLPJ-MAX-JOGOS-DIA
                    FROM POLITICA_JOGO
                   WHERE DEPARTAMENTO = '*PADRAO'
               END-EXEC
           END-IF
           .

      * PASSA AS TRES JANELAS DA POLITICA: QUANTAS ESTAO EM USO, SE
      * AGORA ESTA DENTRO DE ALGUMA, A PROXIMA QUE AINDA ABRE HOJE E
      * A PRIMEIRA DO DIA (QUE E QUANDO SE JOGA AMANHA).
       999-TESTA-JANELAS.
           MOVE DCLPJ-JANELA1-INI          TO WS-POL-INI(1)
           MOVE DCLPJ-JANELA1-FIM          TO WS-POL-FIM(1)
           MOVE DCLPJ-JANELA2-INI          TO WS-POL-INI(2)
           MOVE DCLPJ-JANELA2-FIM          TO WS-POL-FIM(2)
           MOVE DCLPJ-JANELA3-INI          TO WS-POL-INI(3)
           MOVE DCLPJ-JANELA3-FIM          TO WS-POL-FIM(3)

           MOVE 0                          TO WS-POL-QTD-JAN
           MOVE 'N'                        TO WS-POL-DENTRO-SW
           MOVE 9999                       TO WS-POL-PROX-HOJE
           MOVE 9999                       TO WS-POL-PRIMEIRA

           PERFORM 999-TESTA-1-JANELA THRU 999-TESTA-1-JANELA-EXIT
               VARYING WS-POL-J FROM 1 BY 1
                 UNTIL WS-POL-J > 3
           .

       999-TESTA-1-JANELA.
           IF WS-POL-INI(WS-POL-J) EQUAL 0
              AND WS-POL-FIM(WS-POL-J) EQUAL 0
               GO TO 999-TESTA-1-JANELA-EXIT
           END-IF

           ADD 1                           TO WS-POL-QTD-JAN

           IF WS-POL-AGORA NOT < WS-POL-INI(WS-POL-J)
              AND WS-POL-AGORA < WS-POL-FIM(WS-POL-J)
               MOVE 'S'                    TO WS-POL-DENTRO-SW
           END-IF

           IF WS-POL-INI(WS-POL-J) < WS-POL-PRIMEIRA
               MOVE WS-POL-INI(WS-POL-J)   TO WS-POL-PRIMEIRA
           END-IF

           IF WS-POL-INI(WS-POL-J) > WS-POL-AGORA
              AND WS-POL-INI(WS-POL-J) < WS-POL-PROX-HOJE
               MOVE WS-POL-INI(WS-POL-J)   TO WS-POL-PROX-HOJE
           END-IF
           .
       999-TESTA-1-JANELA-EXIT.
           EXIT.

      * GRAVA A RECUSA PARA O RELATORIO SEMANAL (P3O99S3). O MOTIVO
      * JA VEM EM DCLRJ-MOTIVO. COMO NA AUDITORIA, UMA FALHA AQUI
      * NAO MUDA A RESPOSTA AO JOGADOR.
       999-GRAVA-RECUSA.
           MOVE 'S'                        TO WS-POL-RECUSA-SW

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-POL-PROX-ID-COMP
                FROM RECUSA_JOGO
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE WS-POL-PROX-ID-COMP    TO DCLRJ-ID
               MOVE WS-USERID              TO DCLRJ-USERID
               MOVE DCLJG-DEPARTAMENTO     TO DCLRJ-DEPARTAMENTO
               MOVE 'Y1B0'                 TO DCLRJ-TRANSACAO
               MOVE WS-SQL-DATA            TO DCLRJ-DATA-RECUSA
               MOVE WS-SQL-HORA            TO DCLRJ-HORA-RECUSA

               EXEC SQL
                  INSERT INTO RECUSA_JOGO
                     (ID, USERID, DEPARTAMENTO, MOTIVO, TRANSACAO,
                      DATA_RECUSA, HORA_RECUSA)
                  VALUES
                     (:DCLRJ-ID, :DCLRJ-USERID, :DCLRJ-DEPARTAMENTO,
                      :DCLRJ-MOTIVO, :DCLRJ-TRANSACAO,
                      :DCLRJ-DATA-RECUSA, :DCLRJ-HORA-RECUSA)
               END-EXEC
           END-IF
           .

      * CONSULTA A SITUACAO DO SISTEMA EM SISTEMA_CTRL (MANTIDA PELA
      * TRANSACAO DE OPERACAO Y1C5). FECHADO ('F'), A TRANSACAO
      * TERMINA MOSTRANDO A MENSAGEM DO OPERADOR; SEM LINHA NA
