      *    - REVOGA AS CONQUISTAS CONCEDIDAS NO INSTANTE DESSE JOGO
      *      (MESMO USERID, DATA E HORA DA CONCESSAO);
      *    - GRAVA O ANTES/DEPOIS EM ANULA_LOG, COMO O MANUT_LOG
      *      FAZ NAS ALTERACOES DE SENHA;
      *    - AVISA O DONO DO JOGO NA CAIXA DE MENSAGENS DELE
      *      (MENSAGEM, LIDA NA Y1D3).
      * O RATING E REACERTADO PELA RECONSTRUCAO NOTURNA (P3O99RF),
      * QUE IGNORA JOGOS ANULADOS; O RESUMO DIARIO (RESUMO_DIA) SO
      * PERDE O JOGO QUANDO O P3O99RU E RODADO DE NOVO PARA A DATA
      * DELE (DATA DO JOGO NA TELA). SO USERIDS DE MANUT_AUTORIZ (OS
      * MESMOS DA MANUTENCAO Y1B7) PODEM ANULAR.
      * A APURACAO DE SUSPEITAS (Y1D2) REPASSA PARA CA, NA COMMAREA,
      * O JOGO E O MOTIVO DA DISPOSICAO 'ANULADO': A TELA JA ABRE
      * PREENCHIDA, O OPERADOR CONFIRMA COM ENTER E O PF3 VOLTA PARA
      * A FILA DE APURACAO. A SUSPEITA REPASSADA SO E FECHADA ('F',
      * COM A LINHA DE SUSPEITA_APUR) AQUI, JUNTO COM A ANULACAO
      * CONFIRMADA - SAINDO SEM CONFIRMAR, ELA CONTINUA ABERTA.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-PLACAR-REM-COMP              PIC S9(09) COMP.
       77  WS-CONQ-REV-COMP                PIC S9(09) COMP.
       77  WS-PROX-LOG-ID-COMP             PIC S9(09) COMP.
       77  WS-PROX-MENS-ID-COMP            PIC S9(09) COMP.
       77  WS-MENS-JOGO-ED                 PIC Z(08)9.
       77  WS-PLACAR-EDIT                  PIC Z(03)9.
       77  WS-CONQ-EDIT                    PIC Z(03)9.
       77  WS-SUSP-ID-COMP                 PIC S9(09) COMP.
       77  WS-PROX-APUR-ID-COMP            PIC S9(09) COMP.

      *----------------------------------------------------------------*
      * VARIAVEIS DE DATA E HORARIO
           05 FILLER                       PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA - O REPASSE VEM PREENCHIDO QUANDO A
      * TRANSACAO E ABERTA PELA APURACAO Y1D2 (O LAYOUT TEM DE BATER
      * COM A WS-C8-COMMAREA DE P3O99D2).
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-REPASSE-IDH               PIC 9(09).
           05 WS-REPASSE-MOTIVO            PIC X(40).
           05 WS-REPASSE-ORIGEM            PIC X(08).
           05 WS-REPASSE-SUSP-ID           PIC 9(09).
           05 WS-REPASSE-SUSP-USERID       PIC X(08).
           05 WS-REPASSE-OBSERVACAO        PIC X(40).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DE ANULACAO DE JOGO
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMENS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMAUT
           END-EXEC.
              INCLUDE DCLALOG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSUSP
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSAPU
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           IF EIBCALEN EQUAL 0
              MOVE '1'                     TO WS-FASE
              MOVE 0                       TO WS-REPASSE-IDH
              MOVE SPACES                  TO WS-REPASSE-MOTIVO
              MOVE SPACES                  TO WS-REPASSE-ORIGEM
              MOVE 0                       TO WS-REPASSE-SUSP-ID
              MOVE SPACES                  TO WS-REPASSE-SUSP-USERID
              MOVE SPACES                  TO WS-REPASSE-OBSERVACAO
           END-IF

           EVALUATE WS-FASE
       100-FASE1.
           MOVE LOW-VALUES                 TO MAPAANUO
           MOVE -1                         TO IDHL

           IF WS-REPASSE-IDH > 0
               MOVE WS-REPASSE-IDH         TO IDHO
               MOVE WS-REPASSE-MOTIVO      TO MOTO
               MOVE 'CONFIRA O JOGO E O MOTIVO E TECLE ENTER'
                                           TO MSGO
           ELSE
               MOVE 'INFORME O ID DO JOGO (HISTJOGO) E O MOTIVO'
                                           TO MSGO
           END-IF
           PERFORM 999-TRATA-FASE2
           .

               PERFORM 999-TRATA-FASE2
           END-IF

      * NO REPASSE DA Y1D2 O JOGO E O MOTIVO FORAM EXIBIDOS PELO
      * PROGRAMA - SE O OPERADOR NAO OS ALTEROU, NAO VOLTAM NO
      * RECEIVE E VALEM OS DA COMMAREA.
           IF WS-REPASSE-IDH > 0
               IF IDHL NOT > 0
                   MOVE WS-REPASSE-IDH     TO IDHI
                   MOVE +9                 TO IDHL
               END-IF
               IF MOTL NOT > 0
                   MOVE WS-REPASSE-MOTIVO  TO MOTI
                   MOVE +40                TO MOTL
               END-IF
           END-IF

           IF IDHL NOT > 0
               MOVE 'INFORME O ID DO JOGO A ANULAR' TO MSGO
               PERFORM 999-TRATA-FASE2
               PERFORM 999-TRATA-FASE2
           END-IF

      * O JOGO TROCADO NA TELA DURANTE O REPASSE AINDA TEM DE SER DO
      * JOGADOR DA SUSPEITA, COMO NA Y1D2.
           IF WS-REPASSE-SUSP-ID > 0
              AND WS-REPASSE-SUSP-USERID NOT EQUAL SPACES
              AND DCLHJ-USERID NOT EQUAL WS-REPASSE-SUSP-USERID
               MOVE 'O JOGO NAO E DO JOGADOR DA SUSPEITA' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           PERFORM 300-ANULA-JOGO
           IF WS-REPASSE-SUSP-ID > 0
               PERFORM 310-FECHA-SUSPEITA
           END-IF
           MOVE 0                          TO WS-REPASSE-IDH
           MOVE 0                          TO WS-REPASSE-SUSP-ID
           PERFORM 999-TRATA-FASE2
           .

           END-IF

           PERFORM 999-GRAVA-ANULA-LOG
           PERFORM 999-POSTA-MENSAGEM-ANULACAO THRU
                   999-POSTA-MENSAGEM-ANULACAO-EXIT

           MOVE DCLHJ-USERID               TO WS-D1-USERID
           MOVE DCLHJ-RESULTADO            TO WS-D1-RESULTADO
                                           TO MSGO
           .

      * FECHA A SUSPEITA REPASSADA PELA Y1D2 COM A DISPOSICAO 'N' E
      * O JOGO QUE FOI ANULADO DE FATO. SE O CASO JA FOI FECHADO POR
      * OUTRO OPERADOR OU A APURACAO NAO GRAVA, A ANULACAO TAMBEM E
      * DESFEITA - OS DOIS ANDAM JUNTOS.
       310-FECHA-SUSPEITA.
           MOVE WS-REPASSE-SUSP-ID         TO WS-SUSP-ID-COMP

           EXEC SQL
              UPDATE SUSPEITA
                 SET SITUACAO = 'F'
               WHERE ID = :WS-SUSP-ID-COMP
                 AND SITUACAO = 'A'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 PERFORM 999-DESFAZ-ANULACAO
                 MOVE 'SUSPEITA JA APURADA - NADA FOI ANULADO' TO MSGO
                 PERFORM 999-TRATA-FASE2
              WHEN OTHER
                 PERFORM 999-DESFAZ-ANULACAO
                 MOVE 'ERRO NA SUSPEITA - NADA FOI ANULADO' TO MSGO
                 PERFORM 999-TRATA-FASE2
           END-EVALUATE

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-APUR-ID-COMP
                FROM SUSPEITA_APUR
           END-EXEC

           MOVE WS-PROX-APUR-ID-COMP       TO DCLSA-ID
           MOVE WS-SUSP-ID-COMP            TO DCLSA-SUSPEITA-ID
           MOVE 'N'                        TO DCLSA-DISPOSICAO
           MOVE WS-REPASSE-OBSERVACAO      TO DCLSA-OBSERVACAO
           MOVE WS-HISTJOGO-ID-COMP        TO DCLSA-HISTJOGO-ID
           MOVE EIBUSERID                  TO DCLSA-USERID-OPER
           MOVE WS-SQL-DATA                TO DCLSA-DATA-APUR
           MOVE WS-SQL-HORA                TO DCLSA-HORA-APUR

           EXEC SQL
              INSERT INTO SUSPEITA_APUR
                 (ID, SUSPEITA_ID, DISPOSICAO, OBSERVACAO,
                  HISTJOGO_ID, USERID_OPER, DATA_APUR, HORA_APUR)
              VALUES
                 (:DCLSA-ID, :DCLSA-SUSPEITA-ID, :DCLSA-DISPOSICAO,
                  :DCLSA-OBSERVACAO, :DCLSA-HISTJOGO-ID,
                  :DCLSA-USERID-OPER, :DCLSA-DATA-APUR,
                  :DCLSA-HORA-APUR)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 999-DESFAZ-ANULACAO
               MOVE 'ERRO NA APURACAO - NADA FOI ANULADO' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           MOVE 'JOGO ANULADO E SUSPEITA FECHADA' TO MSGO
           .

      * DESFAZ A ANULACAO INTEIRA (HISTJOGO, PLACAR, CONQUISTAS, LOG
      * E MENSAGEM) E LIMPA O RESULTADO DA TELA.
       999-DESFAZ-ANULACAO.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC

           MOVE SPACES                     TO DET1O
           MOVE SPACES                     TO DET2O
           .

      * GRAVA O REGISTRO COMPLETO DA ANULACAO, COMO O MANUT_LOG DAS
      * SENHAS: QUEM, QUANDO, MOTIVO E A IMAGEM DO JOGO ANTES DE SER
      * ANULADO. COMO NOS DEMAIS LOGS, UMA FALHA AQUI NAO DERRUBA A
           END-EXEC
           .

      * AVISA O DONO DO JOGO ANULADO NA CAIXA DE MENSAGENS DELE, COM
      * O NUMERO E A DATA DO JOGO. USA O INSTANTE JA MONTADO PARA O
      * ANULA_LOG. COMO NO LOG, UMA FALHA AQUI NAO DERRUBA A
      * TRANSACAO DO OPERADOR.
       999-POSTA-MENSAGEM-ANULACAO.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-MENS-ID-COMP
                FROM MENSAGEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-POSTA-MENSAGEM-ANULACAO-EXIT
           END-IF

           MOVE WS-HISTJOGO-ID-COMP        TO WS-MENS-JOGO-ED
           MOVE SPACES                     TO DCLMS-TEXTO
           STRING 'SEU JOGO '              DELIMITED BY SIZE
                  WS-MENS-JOGO-ED          DELIMITED BY SIZE
                  ' DE '                   DELIMITED BY SIZE
                  DCLHJ-DATA-JOGO          DELIMITED BY SIZE
                  ' FOI ANULADO PELA OPERACAO'
                                           DELIMITED BY SIZE
             INTO DCLMS-TEXTO
           END-STRING

           MOVE WS-PROX-MENS-ID-COMP       TO DCLMS-ID
           MOVE DCLHJ-USERID               TO DCLMS-USERID
           MOVE 'AN'                       TO DCLMS-TIPO
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
       999-POSTA-MENSAGEM-ANULACAO-EXIT.
           EXIT.

       999-VERIFICA-AUTORIZACAO.
           MOVE 'N'                        TO WS-AUTORIZADO-SW

           .

       220-PF3.
           IF WS-REPASSE-ORIGEM EQUAL 'P3O99D2'
               EXEC CICS XCTL
                   PROGRAM('P3O99D2')
               END-EXEC
           END-IF

           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1C8'
                                           TO WS-MSG-ERRO
