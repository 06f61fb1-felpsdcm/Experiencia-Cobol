           05 WS-LINHA-RAT-NOME            PIC X(18).
           05 FILLER                       PIC X(06) VALUE SPACES.

      * CONTAGEM DAS MENSAGENS NAO LIDAS DO JOGADOR, MOSTRADA EM
      * MENSO A CADA TELA DO MENU.
       77  WS-QTD-MENS-COMP                PIC S9(09) COMP.
       01  WS-LINHA-MENS.
           05 FILLER                       PIC X(21)
              VALUE 'MENSAGENS NAO LIDAS: '.
           05 WS-LINHA-MENS-QTD            PIC ZZ9.
           05 FILLER                       PIC X(16)
              VALUE ' - VEJA OPCAO M'.

      * VARIAVEIS DA GRAVACAO DA SESSAO DE MENU (SESSAO) - CADA
      * OPCAO ESCOLHIDA VIRA UMA LINHA, PARA O RELATORIO DE USO
      * P3O99RM.
           05 WS-JC-PAR-BONUS-NIVEL        PIC 9(04).
           05 WS-JC-PAR-BLITZ-SEG          PIC 9(04).

      * POLITICA DE USO DO DEPARTAMENTO (POLITICA_JOGO, MANTIDA NA
      * Y1E1) NO INICIO DE UM JOGO: AS JANELAS DA LINHA EM TABELA, O
      * HORARIO DE AGORA EM HHMM E A MENSAGEM DA RECUSA. 9999 EM
      * WS-POL-PROX-HOJE/WS-POL-PRIMEIRA = NENHUMA JANELA.
       77  WS-POL-RECUSA-SW                PIC X(01) VALUE 'N'.
           88 WS-POL-RECUSADO                  VALUE 'S'.
       77  WS-POL-SO-JANELA-SW             PIC X(01) VALUE 'N'.
           88 WS-POL-SO-JANELA                 VALUE 'S'.
       77  WS-POL-ANDAMENTO-SW             PIC X(01) VALUE 'N'.
           88 WS-POL-EM-ANDAMENTO              VALUE 'S'.
       77  WS-POL-DENTRO-SW                PIC X(01) VALUE 'N'.
           88 WS-POL-DENTRO                    VALUE 'S'.
       77  WS-POL-J                        PIC 9(01).
       77  WS-POL-QTD-JAN                  PIC 9(01).
       77  WS-POL-AGORA                    PIC 9(04).
       77  WS-POL-PROX-HOJE                PIC 9(04).
       77  WS-POL-PRIMEIRA                 PIC 9(04).
       77  WS-POL-ATIVOS-COMP              PIC S9(09) COMP.
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
       77  WS-POL-DATA-ONTEM               PIC 9(08).
       01  WS-POL-SQL-ONTEM.
           05 WS-PO-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-PO-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-PO-DIA                    PIC X(02).

      *MAPA REFERENTE AO MENU PRINCIPAL
           COPY M3O99B8.
           COPY DFHAID.
              INCLUDE DCLAVIS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMENS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTERM
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

      * CURSOR DOS 5 MAIORES PONTUADORES DE TODOS OS TEMPOS, PARA A
      * OPCAO DE PLACAR DO MENU. NESTE E NOS DEMAIS RANKINGS DO MENU,
      * QUEM A CARGA DO RH TROUXE COMO DESLIGADO (JOGADOR.SITUACAO
      * 'D') NAO APARECE.
           EXEC SQL
              DECLARE CUR-PLACAR CURSOR FOR
                 SELECT INICIAIS, PONTUACAO, TENTATIVAS, USERID,
                        MODO_DIFICIL
                   FROM PLACAR
                  WHERE NOT EXISTS
                      (SELECT 1
                         FROM JOGADOR J
                        WHERE J.USERID = PLACAR.USERID
                          AND J.SITUACAO = 'D')
                  ORDER BY PONTUACAO DESC
                  FETCH FIRST 5 ROWS ONLY
           END-EXEC.
                        MODO_DIFICIL
                   FROM PLACAR
                  WHERE DATA_JOGO >= :WS-SQL-TEMP-INI
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = PLACAR.USERID
                            AND J.SITUACAO = 'D')
                  ORDER BY PONTUACAO DESC
                  FETCH FIRST 5 ROWS ONLY
           END-EXEC.
              DECLARE CUR-RATING CURSOR FOR
                 SELECT USERID, RATING
                   FROM RATING
                  WHERE NOT EXISTS
                      (SELECT 1
                         FROM JOGADOR J
                        WHERE J.USERID = RATING.USERID
                          AND J.SITUACAO = 'D')
                  ORDER BY RATING DESC
                  FETCH FIRST 5 ROWS ONLY
           END-EXEC.
                           FROM JOGO_DUELO
                          WHERE VENCEDOR <> SPACES
                            AND USERID_2 <> SPACES) AS DU
                  WHERE NOT EXISTS
                      (SELECT 1
                         FROM JOGADOR J
                        WHERE J.USERID = DU.USERID
                          AND J.SITUACAO = 'D')
                  GROUP BY DU.USERID
                  ORDER BY 2 DESC
                  FETCH FIRST 5 ROWS ONLY

           MOVE DFHCOMMAREA                TO WS-DFHCOMMAREA

           PERFORM 999-VERIFICA-DESLIGADO
           PERFORM 999-VERIFICA-TERMINAL

           IF EIBCALEN EQUAL 0
              MOVE '1'                     TO WS-FASE
      * A PRIMEIRA ESCOLHA DA OPCAO 3 ALTERNA A PARTIR DA VISAO
       100-FASE1.
           MOVE LOW-VALUES                 TO MAPAMNUO
           MOVE -1                         TO OPCAOL
           MOVE
           '1-9 RTEVPMFCDH (RAT TORN EQP REPL TRE MSG PRF COOP COL GAL)'
                                           TO MSGO
           PERFORM 999-TRATA-FASE2
           .
              WHEN 'E' PERFORM 286-EQUIPES
              WHEN 'V' PERFORM 287-REPLAY
              WHEN 'P' PERFORM 288-TREINAR
              WHEN 'M' PERFORM 289-MENSAGENS
              WHEN 'F' PERFORM 291-PERFIL
              WHEN 'C' PERFORM 292-COOPERATIVO
              WHEN 'D' PERFORM 293-DESAFIO-COLEGA
              WHEN 'H' PERFORM 294-GALERIA-FAMA
              WHEN OTHER
                 MOVE 'OPCAO INVALIDA - USE 1-9,R,T,E,V,P,M,F,C,D,H'
                                           TO MSGO
                 PERFORM 999-TRATA-FASE2
           END-EVALUATE
      * DESAFIO DIARIO, SEM PASSAR COMMAREA - A TRANSACAO Y1C3 BUSCA
      * A SENHA DO DIA E A SERIE DO JOGADOR SOZINHA.
       290-DESAFIO.
           PERFORM 999-VERIFICA-JANELA THRU 999-VERIFICA-JANELA-EXIT
           EXEC CICS XCTL
              PROGRAM('P3O99C3')
           END-EXEC
           .

      * CAIXA DE MENSAGENS DO JOGADOR, SEM PASSAR COMMAREA.
       289-MENSAGENS.
           EXEC CICS XCTL
              PROGRAM('P3O99D3')
           END-EXEC
           .

      * PERFIL DO JOGADOR, SEM PASSAR COMMAREA - A TRANSACAO Y1D5
      * PEGA O USERID DO TERMINAL SOZINHA.
       291-PERFIL.
           EXEC CICS XCTL
              PROGRAM('P3O99D5')
           END-EXEC
           .

      * JOGO COOPERATIVO COM UM COLEGA DE EQUIPE, SEM PASSAR
      * COMMAREA - A TRANSACAO Y1D9 CONFERE A EQUIPE DO JOGADOR E
      * RETOMA O JOGO EM ANDAMENTO SOZINHA.
       292-COOPERATIVO.
           PERFORM 999-VERIFICA-JANELA THRU 999-VERIFICA-JANELA-EXIT
           EXEC CICS XCTL
              PROGRAM('P3O99D9')
           END-EXEC
           .

      * DESAFIO DE COLEGA (ENVIAR UMA SENHA ESCOLHIDA A UM COLEGA OU
      * JOGAR UM DESAFIO RECEBIDO), SEM PASSAR COMMAREA - A TRANSACAO
      * Y1E0 RETOMA O DESAFIO EM JOGO SOZINHA.
       293-DESAFIO-COLEGA.
           PERFORM 999-VERIFICA-JANELA THRU 999-VERIFICA-JANELA-EXIT
           EXEC CICS XCTL
              PROGRAM('P3O99E0')
           END-EXEC
           .

      * GALERIA DA FAMA DOS ANOS FECHADOS, SEM PASSAR COMMAREA - A
      * TRANSACAO Y1E2 ABRE NO ANO MAIS RECENTE SOZINHA.
       294-GALERIA-FAMA.
           EXEC CICS XCTL
              PROGRAM('P3O99E2')
           END-EXEC
           .

      * CONSULTA DAS CONQUISTAS DO JOGADOR, SEM PASSAR COMMAREA.
       280-CONQUISTAS.
           EXEC CICS XCTL
      * ANTES DE INICIAR O JOGO, PERGUNTA O NIVEL DE DIFICULDADE DA
      * SENHA - O SORTEIO EM P3O99B0 FICA RESTRITO AS SENHAS DESSE
      * NIVEL (SE JA HOUVER UM JOGO EM ANDAMENTO PARA O TERMINAL,
      * 100-FASE1 DE P3O99B0 O RETOMA NO NIVEL ORIGINAL). A POLITICA
      * DE USO DO DEPARTAMENTO E CONFERIDA ANTES DA PRIMEIRA PERGUNTA,
      * PARA O JOGADOR NAO RESPONDER NIVEL, BLITZ E MODO DIFICIL E SO
      * ENTAO SER RECUSADO.
       220-JOGAR.
           MOVE 'N'                        TO WS-TREINO-ESCOLHIDO
           PERFORM 999-VERIFICA-POLITICA THRU 999-VERIFICA-POLITICA-EXIT
           IF WS-POL-RECUSADO
               MOVE WS-POL-MENSAGEM        TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF
           MOVE 'INFORME O NIVEL: 1=FACIL 2=MEDIO 3=DIFICIL' TO MSGO
           MOVE -1                         TO OPCAOL
           PERFORM 999-MANDA-TELA
      * MARCADA E P3O99B0/P3O99B4 FAZEM O RESTO.
       288-TREINAR.
           MOVE 'S'                        TO WS-TREINO-ESCOLHIDO
           PERFORM 999-VERIFICA-POLITICA THRU 999-VERIFICA-POLITICA-EXIT
           IF WS-POL-RECUSADO
               MOVE WS-POL-MENSAGEM        TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF
           MOVE 'TREINO - INFORME O NIVEL: 1 2 OU 3' TO MSGO
           MOVE -1                         TO OPCAOL
           PERFORM 999-MANDA-TELA
      * CHEGA A P3O99B9 PELA TELA DE LOBBY (FASE 1), SEJA PARA CRIAR
      * UM DUELO OU PARA ENTRAR NUM JA EXISTENTE.
       250-DUELO.
           PERFORM 999-VERIFICA-JANELA THRU 999-VERIFICA-JANELA-EXIT
           EXEC CICS XCTL
              PROGRAM('P3O99B9')
           END-EXEC
           END-IF
           .

      * USERID QUE A CARGA DO RH (P3O99RD) TROUXE COMO DESLIGADO NAO
      * ENTRA MAIS NO JOGO. USERID FORA DO CADASTRO CONTINUA ENTRANDO,
      * COMO SEMPRE ENTROU.
       999-VERIFICA-DESLIGADO.
           EXEC SQL
              SELECT SITUACAO
                INTO :DCLJG-SITUACAO
                FROM JOGADOR
               WHERE USERID = :EIBUSERID
           END-EXEC

           IF SQLCODE EQUAL 0 AND DCLJG-SITUACAO EQUAL 'D'
               MOVE +80                    TO WS-LENGTH
               MOVE 'USERID DESLIGADO DA EMPRESA - JOGO ENCERRADO'
                                           TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .

      * TERMINAL QUE O OPERADOR BLOQUEOU NO INVENTARIO (Y1D8) NAO
      * ENTRA NO JOGO. TERMINAL FORA DO INVENTARIO CONTINUA ENTRANDO -
      * O MONITOR P3O99RK E QUEM AVISA QUE ELE APARECEU.
       999-VERIFICA-TERMINAL.
           EXEC SQL
              SELECT SITUACAO
                INTO :DCLTR-SITUACAO
                FROM TERMINAL_INV
               WHERE TERMINAL = :EIBTRMID
           END-EXEC

           IF SQLCODE EQUAL 0 AND DCLTR-SITUACAO EQUAL 'B'
               MOVE +80                    TO WS-LENGTH
               MOVE 'TERMINAL BLOQUEADO PARA O JOGO - PROCURE O SUPORTE'
                                           TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .

      * POLITICA DE USO DO DEPARTAMENTO DO JOGADOR (POLITICA_JOGO,
      * MANTIDA NA Y1E1) NO INICIO DE UM JOGO: FORA DAS JANELAS DE
      * HORARIO, OU COM A COTA DE JOGOS NORMAIS DO DIA ESGOTADA, O
      * JOGO NAO COMECA - A RECUSA VAI PARA RECUSA_JOGO E A MENSAGEM
      * COM A PROXIMA HORA EM QUE ELE PODE JOGAR FICA EM
      * WS-POL-MENSAGEM. O TREINO SO RESPEITA AS JANELAS. JOGO EM
      * ANDAMENTO NO TERMINAL PASSA DIRETO (A Y1B0 O RETOMA EM VEZ DE
      * COMECAR OUTRO). SEM LINHA DE POLITICA, OU COM FALHA NA
      * LEITURA, O JOGO E LIBERADO. P3O99B0 FAZ A MESMA CONFERENCIA
      * PARA QUEM ENTRA DIRETO NA Y1B0. COM WS-POL-SO-JANELA (VEJA
      * 999-VERIFICA-JANELA) A COTA TAMBEM NAO E CONFERIDA.
       999-VERIFICA-POLITICA.
           MOVE 'N'                        TO WS-POL-RECUSA-SW

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-POL-ATIVOS-COMP
                FROM JOGO_ATIVO
               WHERE TERMINAL = :EIBTRMID
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-POL-ATIVOS-COMP > 0
               GO TO 999-VERIFICA-POLITICA-EXIT
           END-IF

           PERFORM 999-LE-POLITICA
           IF SQLCODE NOT EQUAL 0
               GO TO 999-VERIFICA-POLITICA-EXIT
           END-IF

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME

           MOVE WS-DATA-REG(1:4)           TO WS-SQL-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-SQL-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SQL-DIA

           MOVE WS-HORA-REG(1:2)           TO WS-SQL-HH
           MOVE WS-HORA-REG(3:2)           TO WS-SQL-MM
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS

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
              OR WS-TREINO-ESCOLHIDO EQUAL 'S'
              OR WS-POL-SO-JANELA
               GO TO 999-VERIFICA-POLITICA-EXIT
           END-IF

      * CONTA SO O JOGO NORMAL TERMINADO HOJE: TREINO, COOPERATIVO E
      * DESAFIO DE COLEGA TEM MARCA PROPRIA, E O DUELO GRAVA
      * SENHA_ID ZERO.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-POL-JOGOS-HOJE-COMP
                FROM HISTJOGO
               WHERE USERID = :EIBUSERID
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

      * DUELO, DESAFIO DIARIO, COOPERATIVO E DESAFIO DE COLEGA SAEM
      * DO MENU POR XCTL: ANTES, SO AS JANELAS DE HORARIO DA POLITICA
      * SAO CONFERIDAS (A COTA E SO DE JOGO NORMAL), COM A MESMA
      * MENSAGEM E A MESMA LINHA EM RECUSA_JOGO DO 220-JOGAR. RECUSADO,
      * O JOGADOR FICA NO MENU. COMO O JOGO_ATIVO DO TERMINAL EM
      * 999-VERIFICA-POLITICA, PARTIDA DESSES MODOS JA EM ANDAMENTO
      * PARA O USERID PASSA DIRETO - A JANELA SO BARRA O COMECO DE
      * PARTIDA NOVA.
       999-VERIFICA-JANELA.
           PERFORM 999-CONFERE-ANDAMENTO THRU
                   999-CONFERE-ANDAMENTO-EXIT
           IF WS-POL-EM-ANDAMENTO
               GO TO 999-VERIFICA-JANELA-EXIT
           END-IF

           MOVE 'S'                        TO WS-POL-SO-JANELA-SW
           PERFORM 999-VERIFICA-POLITICA THRU 999-VERIFICA-POLITICA-EXIT
           IF WS-POL-RECUSADO
               MOVE WS-POL-MENSAGEM        TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF
           .
       999-VERIFICA-JANELA-EXIT.
           EXIT.

      * PARTIDA EM ANDAMENTO DO USERID: COOPERATIVO SEM RESULTADO OU
      * DUELO SEM VENCEDOR DE ONTEM PARA CA (OS MAIS VELHOS FICARAM
      * ABANDONADOS, COMO NA Y1D9), OU DESAFIO DE COLEGA RECEBIDO EM
      * JOGO ('J'). FALHA NA LEITURA NAO CONTA COMO ANDAMENTO.
       999-CONFERE-ANDAMENTO.
           MOVE 'N'                        TO WS-POL-ANDAMENTO-SW

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           COMPUTE WS-POL-DATA-ONTEM =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 1)
           MOVE WS-POL-DATA-ONTEM(1:4)     TO WS-PO-ANO
           MOVE WS-POL-DATA-ONTEM(5:2)     TO WS-PO-MES
           MOVE WS-POL-DATA-ONTEM(7:2)     TO WS-PO-DIA

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-POL-ATIVOS-COMP
                FROM JOGO_COOP
               WHERE RESULTADO = SPACES
                 AND DATA_JOGO >= :WS-POL-SQL-ONTEM
                 AND (USERID_1 = :EIBUSERID
                      OR USERID_2 = :EIBUSERID)
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-POL-ATIVOS-COMP > 0
               MOVE 'S'                    TO WS-POL-ANDAMENTO-SW
               GO TO 999-CONFERE-ANDAMENTO-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-POL-ATIVOS-COMP
                FROM DESAFIO_COLEGA
               WHERE DESTINATARIO = :EIBUSERID
                 AND SITUACAO = 'J'
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-POL-ATIVOS-COMP > 0
               MOVE 'S'                    TO WS-POL-ANDAMENTO-SW
               GO TO 999-CONFERE-ANDAMENTO-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-POL-ATIVOS-COMP
                FROM JOGO_DUELO
               WHERE VENCEDOR = SPACES
                 AND DATA_JOGO >= :WS-POL-SQL-ONTEM
                 AND (USERID_1 = :EIBUSERID
                      OR USERID_2 = :EIBUSERID)
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-POL-ATIVOS-COMP > 0
               MOVE 'S'                    TO WS-POL-ANDAMENTO-SW
           END-IF
           .
       999-CONFERE-ANDAMENTO-EXIT.
           EXIT.

      * A LINHA DO DEPARTAMENTO DO JOGADOR OU, SEM ELA, A '*PADRAO'.
      * USERID FORA DO CADASTRO FICA COM O DEPARTAMENTO EM BRANCO E
      * CAI NA PADRAO. DEVOLVE O SQLCODE DA ULTIMA LEITURA.
       999-LE-POLITICA.
           EXEC SQL
              SELECT DEPARTAMENTO
                INTO :DCLJG-DEPARTAMENTO
                FROM JOGADOR
               WHERE USERID = :EIBUSERID
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
      * JA VEM EM DCLRJ-MOTIVO. COMO NA SESSAO, UMA FALHA AQUI NAO
      * MUDA A RESPOSTA AO JOGADOR.
       999-GRAVA-RECUSA.
           MOVE 'S'                        TO WS-POL-RECUSA-SW

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-POL-PROX-ID-COMP
                FROM RECUSA_JOGO
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE WS-POL-PROX-ID-COMP    TO DCLRJ-ID
               MOVE EIBUSERID              TO DCLRJ-USERID
               MOVE DCLJG-DEPARTAMENTO     TO DCLRJ-DEPARTAMENTO
               MOVE 'Y1B8'                 TO DCLRJ-TRANSACAO
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

       240-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1B8'
      * OS AVISOS AGENDADOS VIGENTES SAO RECARREGADOS A CADA TELA -
      * AVISO VENCIDO SOME SOZINHO NO PROXIMO ENTER.
           PERFORM 999-CARREGA-AVISOS
           PERFORM 999-CONTA-MENSAGENS

           EXEC CICS SEND
              MAP ('MAPAMNU')
           END-IF
           .

      * CONTA AS MENSAGENS NAO LIDAS DO JOGADOR DO TERMINAL (TABELA
      * MENSAGEM, LIDA NA Y1D3). COMO NOS AVISOS, UMA FALHA AQUI NAO
      * DERRUBA O MENU - A LINHA SO FICA VAZIA.
       999-CONTA-MENSAGENS.
           MOVE SPACES                     TO MENSO

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-QTD-MENS-COMP
                FROM MENSAGEM
               WHERE USERID = :EIBUSERID
                 AND LIDA = 'N'
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-QTD-MENS-COMP > 0
               IF WS-QTD-MENS-COMP > 999
                   MOVE 999                TO WS-LINHA-MENS-QTD
               ELSE
                   MOVE WS-QTD-MENS-COMP   TO WS-LINHA-MENS-QTD
               END-IF
               MOVE WS-LINHA-MENS          TO MENSO
           END-IF
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

