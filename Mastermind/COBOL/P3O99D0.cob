      * NOVO NA MESMA DATA SUBSTITUI A VIGENCIA DAQUELA DATA
      * (DELETE+INSERT), E O HISTORICO DAS DEMAIS FICA INTACTO. SO
      * USERIDS DE MANUT_AUTORIZ (OS MESMOS DA Y1C5) PODEM INCLUIR.
      * CADA INCLUSAO OU SUBSTITUICAO DEIXA A IMAGEM DE ANTES E DE
      * DEPOIS EM OPER_LOG, COM O OPERADOR E O INSTANTE - E A TRILHA
      * QUE A AUDITORIA CONSULTA NA Y1D4.
      *
      * FUNCOES: C = CONSULTAR A LINHA VIGENTE NA DATA INFORMADA
      * (HOJE SE EM BRANCO); I = INCLUIR A VIGENCIA DIGITADA.
           88 WS-AUTORIZADO                    VALUE 'S'.
       77  WS-DATA-FILTRO-SW               PIC X(01).
           88 WS-DATA-FILTRO-OK                VALUE 'S'.
       77  WS-PROX-OLOG-ID-COMP            PIC S9(09) COMP.
       77  WS-VIG-ANT-SW                   PIC X(01).
           88 WS-VIG-ANT-EXISTE                VALUE 'S'.

      *----------------------------------------------------------------*
      * VARIAVEIS DE DATA E HORARIO
           05 WS-SQL-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA                   PIC X(02).
       77  WS-HORA-REG                     PIC 9(08).
       01  WS-SQL-HORA.
           05 WS-SQL-HH                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-MM                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-SS                    PIC X(02).

      * IMAGEM DOS SEIS VALORES DE UMA VIGENCIA PARA O OPER_LOG.
       01  WS-OLOG-IMAGEM.
           05 FILLER                       PIC X(04) VALUE 'INI='.
           05 WS-OI-INICIAIS               PIC -(04)9.
           05 FILLER                       PIC X(05) VALUE ' PEN='.
           05 WS-OI-PENAL                  PIC -(04)9.
           05 FILLER                       PIC X(05) VALUE ' CER='.
           05 WS-OI-CERTA                  PIC -(04)9.
           05 FILLER                       PIC X(05) VALUE ' ERR='.
           05 WS-OI-ERRADA                 PIC -(04)9.
           05 FILLER                       PIC X(05) VALUE ' NIV='.
           05 WS-OI-BONUS                  PIC -(04)9.
           05 FILLER                       PIC X(05) VALUE ' BLZ='.
           05 WS-OI-BLITZ                  PIC -(04)9.

      * LINHA DA VIGENCIA MOSTRADA NA TELA.
       01  WS-LINHA-ATUAL.
              INCLUDE DCLMAUT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLOLOG
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
               PERFORM 999-TRATA-FASE2
           END-IF

      * GUARDA A IMAGEM DA VIGENCIA QUE SERA SUBSTITUIDA (SE HOUVER)
      * PARA O HISTORICO DE OPERACAO.
           MOVE DTVI                       TO DCLPP-DATA-VIGENCIA
           MOVE 'N'                        TO WS-VIG-ANT-SW
           MOVE SPACES                     TO DCLOL-VALOR-ANT
           EXEC SQL
              SELECT PONTOS_INICIAIS, PENAL_TENTATIVA,
                     PONTOS_POS_CERTA, PONTOS_POS_ERRADA,
                     BONUS_NIVEL, BLITZ_SEGUNDOS
                INTO :DCLPP-PONTOS-INICIAIS, :DCLPP-PENAL-TENTATIVA,
                     :DCLPP-PONTOS-POS-CERTA, :DCLPP-PONTOS-POS-ERRADA,
                     :DCLPP-BONUS-NIVEL, :DCLPP-BLITZ-SEGUNDOS
                FROM PARAM_PONTUACAO
               WHERE DATA_VIGENCIA = :DCLPP-DATA-VIGENCIA
           END-EXEC
           IF SQLCODE EQUAL 0
               MOVE 'S'                    TO WS-VIG-ANT-SW
               PERFORM 999-MONTA-IMAGEM-VIGENCIA
               MOVE WS-OLOG-IMAGEM         TO DCLOL-VALOR-ANT
           END-IF

           MOVE PINII                      TO DCLPP-PONTOS-INICIAIS
           MOVE PTENI                      TO DCLPP-PENAL-TENTATIVA
           MOVE PCERI                      TO DCLPP-PONTOS-POS-CERTA
           END-EXEC

           IF SQLCODE EQUAL 0
               PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT
               MOVE 'VIGENCIA GRAVADA COM SUCESSO' TO MSGO
           ELSE
               MOVE 'ERRO AO GRAVAR A VIGENCIA' TO MSGO
           PERFORM 999-TRATA-FASE2
           .

      * REGISTRA A INCLUSAO (OU A SUBSTITUICAO, SE JA HAVIA VIGENCIA
      * NA MESMA DATA) EM OPER_LOG. A IMAGEM DE ANTES JA FOI MONTADA
      * EM 400-INCLUI, ANTES DO DELETE. UMA FALHA AQUI NAO DESFAZ A
      * VIGENCIA JA GRAVADA.
       999-GRAVA-OPER-LOG.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-OLOG-ID-COMP
                FROM OPER_LOG
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-GRAVA-OPER-LOG-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HOJE
           ACCEPT WS-HORA-REG FROM TIME
           MOVE WS-HORA-REG(1:2)           TO WS-SQL-HH
           MOVE WS-HORA-REG(3:2)           TO WS-SQL-MM
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS

           IF WS-VIG-ANT-EXISTE
               MOVE 'A'                    TO DCLOL-FUNCAO
           ELSE
               MOVE 'I'                    TO DCLOL-FUNCAO
           END-IF
           PERFORM 999-MONTA-IMAGEM-VIGENCIA
           MOVE WS-OLOG-IMAGEM             TO DCLOL-VALOR-NOV

           MOVE WS-PROX-OLOG-ID-COMP       TO DCLOL-ID
           MOVE 'Y1D0'                     TO DCLOL-TRANSACAO
           MOVE EIBUSERID                  TO DCLOL-USERID-OPER
           MOVE 'PARAM_PONTUACAO'          TO DCLOL-TABELA
           MOVE SPACES                     TO DCLOL-CHAVE
           STRING 'VIGENCIA '              DELIMITED BY SIZE
                  DCLPP-DATA-VIGENCIA      DELIMITED BY SIZE
             INTO DCLOL-CHAVE
           END-STRING
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

       999-MONTA-IMAGEM-VIGENCIA.
           MOVE DCLPP-PONTOS-INICIAIS      TO WS-OI-INICIAIS
           MOVE DCLPP-PENAL-TENTATIVA      TO WS-OI-PENAL
           MOVE DCLPP-PONTOS-POS-CERTA     TO WS-OI-CERTA
           MOVE DCLPP-PONTOS-POS-ERRADA    TO WS-OI-ERRADA
           MOVE DCLPP-BONUS-NIVEL          TO WS-OI-BONUS
           MOVE DCLPP-BLITZ-SEGUNDOS       TO WS-OI-BLITZ
           .

      * CONFERE O FORMATO AAAA-MM-DD DA DATA DIGITADA, COMO NA
      * CONSULTA DE AUDITORIA (999-VALIDA-FILTRO-DATA DE P3O99C1).
       999-VALIDA-DATA.
