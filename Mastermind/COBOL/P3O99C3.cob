      * EM DESAFIO_JOGO; O RANKING DO DIA (PF2, E AUTOMATICO AO
      * TERMINAR) ORDENA POR PONTUACAO E DEPOIS POR TENTATIVAS. A
      * APURACAO DA TENTATIVA E A PONTUACAO SAO AS MESMAS DO JOGO
      * NORMAL (P3O99B0). EM DIA NAO UTIL DO CALENDARIO (FERIADO OU
      * RECESSO, VEJA DCLCALE) NAO HA SORTEIO NEM DESAFIO. O DESAFIO
      * RESOLVIDO VAI PARA A FILA DE EVENTOS DA INTRANET (FILA TD
      * Y1EV, VEJA EVTFILA).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  I                               PIC 9(04).
       77  WS-CHAR                         PIC X(01).
       77  WS-QTD-RANKING                  PIC 9(04).
       77  WS-CAL-FOLGAS-COMP              PIC S9(09) COMP.

      * VARIAVEIS DA SERIE (STREAK) DO JOGADOR E DO RANKING DE
      * SERIES (APURADAS PELO JOB NOTURNO P3O99RP).
       77  WS-HORA-REG                     PIC 9(08).
      * DATA QUE DECIDE A VIGENCIA DOS PARAMETROS DE PONTUACAO.
       77  WS-PAR-DATA-REF                 PIC X(10).
      * PUBLICACAO DO DESAFIO RESOLVIDO NA FILA TD Y1EV, PARA O
      * PAINEL DA INTRANET (VEJA EVTFILA). A RESPOSTA DO WRITEQ E
      * OLHADA AQUI E NAO PELO HANDLE CONDITION - UMA FALHA NA FILA
      * NAO DERRUBA O JOGO.
       77  WS-EVT-RESP                     PIC S9(08) COMP.
       77  WS-EVT-TENTATIVAS               PIC 9(02).
       01  WS-SQL-DATA.
           05 WS-SQL-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.
      *REGISTRO DA FILA TD DE EVENTOS DO JOGO (Y1EV)
           COPY EVTFILA.

           EXEC SQL
              INCLUDE DCLDDIA
              INCLUDE DCLSDES
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCALE
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
               WHERE DATA_REF = :WS-SQL-DATA
           END-EXEC

      * SEM A LINHA DE HOJE: OU O SORTEIO AINDA NAO RODOU, OU HOJE
      * NAO E DIA UTIL NO CALENDARIO E O P3O99RA NAO SORTEOU MESMO.
           IF SQLCODE NOT EQUAL 0
               MOVE +80                    TO WS-LENGTH
               MOVE 'O DESAFIO DE HOJE AINDA NAO FOI SORTEADO'
                                           TO WS-MSG-ERRO
               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-CAL-FOLGAS-COMP
                    FROM CALENDARIO F
                   WHERE F.TIPO IN ('F', 'R')
                     AND F.DATA_INI <= :WS-SQL-DATA
                     AND F.DATA_FIM >= :WS-SQL-DATA
                     AND NOT EXISTS
                         (SELECT 1
                            FROM CALENDARIO U
                           WHERE U.TIPO = 'U'
                             AND U.DATA_INI <= :WS-SQL-DATA
                             AND U.DATA_FIM >= :WS-SQL-DATA)
               END-EXEC
               IF SQLCODE EQUAL 0 AND WS-CAL-FOLGAS-COMP > 0
                   MOVE 'SEM DESAFIO HOJE - DIA NAO UTIL NO CALENDARIO'
                                           TO WS-MSG-ERRO
               END-IF
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF

                   MOVE WS-ACERTOS-POSICAO-ERRADA  TO ERRADASI
                   MOVE 'S'                TO DCLDJ-RESULTADO
                   PERFORM 999-ENCERRA-SERIE
                   IF SQLCODE EQUAL 0
                       PERFORM 999-PUBLICA-DESAFIO
                   END-IF
                   PERFORM 999-MONTA-RANKING
                   MOVE 'SENHA DECODIFICADA/ VOCE VENCEU O DESAFIO'
                                                   TO MSGO
           END-EXEC
           .

      * PUBLICA NA FILA TD Y1EV (PAINEL DA INTRANET, VEJA EVTFILA) O
      * DESAFIO DO DIA RESOLVIDO, COM A HORA GRAVADA EM HORA_FIM.
       999-PUBLICA-DESAFIO.
           MOVE SPACES                     TO WS-REG-EVENTO
           MOVE 'DS'                       TO WS-EVT-TIPO
           MOVE WS-SQL-DATA                TO WS-EVT-DATA
           MOVE WS-SQL-HORA                TO WS-EVT-HORA
           MOVE WS-USERID                  TO WS-EVT-USERID
           MOVE WS-PONTUACAO               TO WS-EVT-VALOR
           MOVE WS-CONT-TENTATIVAS         TO WS-EVT-TENTATIVAS
           STRING 'DESAFIO EM '            DELIMITED BY SIZE
                  WS-EVT-TENTATIVAS        DELIMITED BY SIZE
                  ' TENTATIVAS'            DELIMITED BY SIZE
             INTO WS-EVT-TEXTO
           END-STRING
           MOVE EIBTRNID                   TO WS-EVT-ORIGEM

           EXEC CICS WRITEQ TD
              QUEUE ('Y1EV')
              FROM  (WS-REG-EVENTO)
              LENGTH(LENGTH OF WS-REG-EVENTO)
              RESP  (WS-EVT-RESP)
           END-EXEC
           .

       999-MONTA-RANKING.
           MOVE 0                          TO WS-QTD-RANKING

