      *          MONTA A RODADA SEGUINTE COM OS VENCEDORES. QUANDO
      *          SOBRA UM SO VENCEDOR, O TORNEIO ENCERRA, O CAMPEAO
      *          E ANUNCIADO E GANHA A CONQUISTA 06.
      * CADA CONFRONTO MONTADO DEIXA UM AVISO NA CAIXA DE MENSAGENS
      * (MENSAGEM) DOS DOIS JOGADORES, COM A RODADA E O OPONENTE - E
      * NO BYE, SO PARA QUEM AVANCOU.
      * OS CONFRONTOS SAO DECIDIDOS POR DUELOS NORMAIS (Y1B9), QUE
      * RECONHECEM O CONFRONTO PENDENTE E GRAVAM O VENCEDOR EM
      * TORNEIO_JOGO.
      * CADA CONFRONTO MONTADO E A CONQUISTA DO CAMPEAO TAMBEM VAO
      * PARA A FILA DE EVENTOS DA INTRANET - DIRETO EM EVENTO_FILA,
      * PORQUE O LOTE NAO ALCANCA A FILA TD Y1EV DO CICS.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-CHAVE-COMP                   PIC S9(09) COMP.
       77  I                               PIC 9(04).

      * AVISO DE CONFRONTO PARA A CAIXA DE MENSAGENS DO JOGADOR.
       77  WS-MENS-USERID                  PIC X(08).
       77  WS-MENS-OPONENTE                PIC X(08).
       77  WS-MENS-RODADA-ED               PIC Z9.

      * PUBLICACAO DE EVENTO EM EVENTO_FILA (VEJA DCLEVTF).
       77  WS-EVT-TENTATIVAS               PIC 9(01).
       77  WS-EVT-GRAVADO-SW               PIC X(01).
           88 WS-EVT-GRAVADO                   VALUE 'S'.

      * CARTAO SYSIN: FUNCAO NAS COLUNAS 1-6 E O NOME DO TORNEIO
      * (SO NA FUNCAO CRIA) A PARTIR DA COLUNA 8.
       01  WS-CARTAO-SYSIN.
              INCLUDE DCLCONQ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMENS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEVTF
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
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RG - CHAVEAMENTO DO TORNEIO INICIADO'
               DISPLAY '*** ERRO SQLCODE AO GRAVAR O CONFRONTO: '
                       SQLCODE
               MOVE 9999                   TO I
               GO TO 3310-MONTA-1-CONFRONTO-EXIT
           END-IF

           MOVE DCLTJ-USERID-1             TO WS-MENS-USERID
           MOVE DCLTJ-USERID-2             TO WS-MENS-OPONENTE
           PERFORM 8200-POSTA-MENSAGEM THRU 8200-POSTA-MENSAGEM-EXIT

           IF DCLTJ-USERID-2 NOT EQUAL SPACES
               MOVE DCLTJ-USERID-2         TO WS-MENS-USERID
               MOVE DCLTJ-USERID-1         TO WS-MENS-OPONENTE
               PERFORM 8200-POSTA-MENSAGEM THRU
                       8200-POSTA-MENSAGEM-EXIT
           END-IF

           MOVE 'TR'                       TO DCLEF-TIPO
           MOVE DCLTJ-USERID-1             TO DCLEF-USERID
           MOVE DCLTJ-USERID-2             TO DCLEF-USERID-2
           MOVE WS-RODADA-NOVA-COMP        TO DCLEF-VALOR
           MOVE SPACES                     TO DCLEF-TEXTO
           STRING 'TORNEIO '               DELIMITED BY SIZE
                  DCLTO-NOME               DELIMITED BY SIZE
             INTO DCLEF-TEXTO
           END-STRING
           PERFORM 8300-PUBLICA-EVENTO
           .
       3310-MONTA-1-CONFRONTO-EXIT.
           EXIT.
                 (:DCLCQ-USERID, :DCLCQ-CODIGO,
                  :DCLCQ-DATA-CONQ, :DCLCQ-HORA-CONQ)
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE 'CQ'                   TO DCLEF-TIPO
               MOVE DCLTO-CAMPEAO          TO DCLEF-USERID
               MOVE SPACES                 TO DCLEF-USERID-2
               MOVE 6                      TO DCLEF-VALOR
               MOVE 'CAMPEAO DE TORNEIO'   TO DCLEF-TEXTO
               PERFORM 8300-PUBLICA-EVENTO
           END-IF
           .
       4000-ENCERRA-TORNEIO-EXIT.
           EXIT.
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS
           .

      * AVISA WS-MENS-USERID DO CONFRONTO NA CAIXA DE MENSAGENS DELE
      * (OPONENTE EM BRANCO E BYE). UMA FALHA AQUI SO VAI PARA O
      * SYSOUT - O CHAVEAMENTO NAO DEPENDE DO AVISO.
       8200-POSTA-MENSAGEM.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-ID-COMP
                FROM MENSAGEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO NUMERAR A MENSAGEM: '
                       SQLCODE
               GO TO 8200-POSTA-MENSAGEM-EXIT
           END-IF

           PERFORM 8100-MONTA-DATA-HORA

           MOVE WS-RODADA-NOVA-COMP        TO WS-MENS-RODADA-ED
           MOVE SPACES                     TO DCLMS-TEXTO
           IF WS-MENS-OPONENTE EQUAL SPACES
               STRING 'TORNEIO '           DELIMITED BY SIZE
                      DCLTO-NOME           DELIMITED BY '  '
                      ' RODADA '           DELIMITED BY SIZE
                      WS-MENS-RODADA-ED    DELIMITED BY SIZE
                      ': VOCE AVANCOU POR BYE'
                                           DELIMITED BY SIZE
                 INTO DCLMS-TEXTO
               END-STRING
           ELSE
               STRING 'TORNEIO '           DELIMITED BY SIZE
                      DCLTO-NOME           DELIMITED BY '  '
                      ' RODADA '           DELIMITED BY SIZE
                      WS-MENS-RODADA-ED    DELIMITED BY SIZE
                      ': DUELO CONTRA '    DELIMITED BY SIZE
                      WS-MENS-OPONENTE     DELIMITED BY SPACE
                 INTO DCLMS-TEXTO
               END-STRING
           END-IF

           MOVE WS-PROX-ID-COMP            TO DCLMS-ID
           MOVE WS-MENS-USERID             TO DCLMS-USERID
           MOVE 'TR'                       TO DCLMS-TIPO
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

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO AVISAR ' WS-MENS-USERID
                       ': ' SQLCODE
           END-IF
           .
       8200-POSTA-MENSAGEM-EXIT.
           EXIT.

      * PUBLICA O EVENTO MONTADO EM DCL-EVENTO-FILA (TIPO, USERIDS,
      * VALOR E TEXTO) NA FILA DE EVENTOS DA INTRANET, NA MESMA
      * NUMERACAO MAX + 1 DA TRANSACAO Y1E3. SE A Y1E3 GRAVAR O MESMO
      * NUMERO NO MESMO INSTANTE (-803), RENUMERA E TENTA DE NOVO,
      * ATE 3 VEZES. COMO NO AVISO, UMA FALHA AQUI SO VAI PARA O
      * SYSOUT.
       8300-PUBLICA-EVENTO.
           PERFORM 8100-MONTA-DATA-HORA

           MOVE WS-SQL-DATA                TO DCLEF-DATA-EVENTO
           MOVE WS-SQL-HORA                TO DCLEF-HORA-EVENTO
           MOVE WS-SQL-DATA                TO DCLEF-DATA-FILA
           MOVE WS-SQL-HORA                TO DCLEF-HORA-FILA
           MOVE 'RG'                       TO DCLEF-ORIGEM
           MOVE 0                          TO WS-EVT-TENTATIVAS
           MOVE 'N'                        TO WS-EVT-GRAVADO-SW

           PERFORM 8310-GRAVA-1-EVENTO THRU 8310-GRAVA-1-EVENTO-EXIT
               UNTIL WS-EVT-GRAVADO OR WS-EVT-TENTATIVAS > 2

           IF NOT WS-EVT-GRAVADO
               DISPLAY '*** ERRO SQLCODE AO PUBLICAR O EVENTO '
                       DCLEF-TIPO ' DE ' DCLEF-USERID ': ' SQLCODE
           END-IF
           .

       8310-GRAVA-1-EVENTO.
           ADD 1                           TO WS-EVT-TENTATIVAS

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :DCLEF-ID
                FROM EVENTO_FILA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 9                      TO WS-EVT-TENTATIVAS
               GO TO 8310-GRAVA-1-EVENTO-EXIT
           END-IF

           EXEC SQL
              INSERT INTO EVENTO_FILA
                 (ID, TIPO, DATA_EVENTO, HORA_EVENTO, USERID,
                  USERID_2, VALOR, TEXTO, ORIGEM, DATA_FILA,
                  HORA_FILA)
              VALUES
                 (:DCLEF-ID, :DCLEF-TIPO, :DCLEF-DATA-EVENTO,
                  :DCLEF-HORA-EVENTO, :DCLEF-USERID,
                  :DCLEF-USERID-2, :DCLEF-VALOR, :DCLEF-TEXTO,
                  :DCLEF-ORIGEM, :DCLEF-DATA-FILA, :DCLEF-HORA-FILA)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S'                  TO WS-EVT-GRAVADO-SW
              WHEN -803
                 CONTINUE
              WHEN OTHER
                 MOVE 9                    TO WS-EVT-TENTATIVAS
           END-EVALUATE
           .
       8310-GRAVA-1-EVENTO-EXIT.
           EXIT.

       9000-ENCERRA.
           MOVE WS-QTD-CLASSIF        TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM
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

           MOVE 'P3O99RG'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RG'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RG - RETIDO POR DEPENDENCIA: '
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
