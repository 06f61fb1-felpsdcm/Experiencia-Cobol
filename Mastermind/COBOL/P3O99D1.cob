      * FUNCOES: I = INCLUIR (TEXTO, DATA/HORA DE INICIO E DE FIM);
      * E = EXCLUIR (PELO ID); EM BRANCO = SO LISTAR. SO USERIDS DE
      * MANUT_AUTORIZ (OS MESMOS DA Y1C5) PODEM INCLUIR/EXCLUIR; A
      * LISTA E ABERTA. TODA INCLUSAO E EXCLUSAO FICA REGISTRADA EM
      * OPER_LOG COM A IMAGEM DO AVISO (CONSULTA NA Y1D4).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-ID-COMP                      PIC S9(09) COMP.
       77  WS-QTD-LINHAS                   PIC 9(04).
       77  WS-SQLCODE-SALVO                PIC S9(09) COMP.
       77  WS-PROX-OLOG-ID-COMP            PIC S9(09) COMP.
       77  WS-OLOG-ID-ED                   PIC Z(08)9.

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

      * IMAGEM DE UM AVISO PARA O OPER_LOG.
       01  WS-OLOG-IMAGEM.
           05 FILLER                       PIC X(03) VALUE 'DE '.
           05 WS-OI-DATA-INI               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-OI-HORA-INI               PIC X(08).
           05 FILLER                       PIC X(05) VALUE ' ATE '.
           05 WS-OI-DATA-FIM               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-OI-HORA-FIM               PIC X(08).
           05 FILLER                       PIC X(07) VALUE ' TEXTO='.
           05 WS-OI-TEXTO                  PIC X(60).

      * LINHA DA LISTA DE AVISOS CADASTRADOS.
       01  WS-LINHA-AVISO.
           05 WS-LA-ID                     PIC Z(03)9.
              INCLUDE DCLMAUT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLOLOG
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * NO INSERT (-181) - O ERRO VOLTA COMO MENSAGEM NA TELA.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'I'                  TO DCLOL-FUNCAO
                 MOVE SPACES               TO DCLOL-VALOR-ANT
                 PERFORM 999-MONTA-IMAGEM-AVISO
                 MOVE WS-OLOG-IMAGEM       TO DCLOL-VALOR-NOV
                 PERFORM 999-GRAVA-OPER-LOG THRU
                         999-GRAVA-OPER-LOG-EXIT
                 MOVE 'AVISO INCLUIDO - JA APARECE NO MENU NA VIGENCIA'
                                           TO MSGO
              WHEN OTHER

           MOVE IDVI                       TO WS-ID-COMP

      * LE O AVISO ANTES DE APAGAR, PARA A IMAGEM DO OPER_LOG.
           MOVE SPACES                     TO DCLOL-VALOR-ANT
           EXEC SQL
              SELECT ID, TEXTO, DATA_INI, HORA_INI, DATA_FIM, HORA_FIM
                INTO :DCLAV-ID, :DCLAV-TEXTO, :DCLAV-DATA-INI,
                     :DCLAV-HORA-INI, :DCLAV-DATA-FIM, :DCLAV-HORA-FIM
                FROM AVISO
               WHERE ID = :WS-ID-COMP
           END-EXEC
           IF SQLCODE EQUAL 0
               PERFORM 999-MONTA-IMAGEM-AVISO
               MOVE WS-OLOG-IMAGEM         TO DCLOL-VALOR-ANT
           END-IF

           EXEC SQL
              DELETE FROM AVISO
               WHERE ID = :WS-ID-COMP

           MOVE SQLCODE                    TO WS-SQLCODE-SALVO
           EVALUATE WS-SQLCODE-SALVO
              WHEN 0     MOVE 'E'      TO DCLOL-FUNCAO
                         MOVE SPACES   TO DCLOL-VALOR-NOV
                         MOVE WS-ID-COMP TO DCLAV-ID
                         PERFORM 999-GRAVA-OPER-LOG THRU
                                 999-GRAVA-OPER-LOG-EXIT
                         MOVE 'AVISO EXCLUIDO' TO MSGO
              WHEN 100   MOVE 'ID NAO ENCONTRADO' TO MSGO
              WHEN OTHER MOVE 'ERRO AO EXCLUIR O AVISO' TO MSGO
           END-EVALUATE
       999-LISTA-1-AVISO-EXIT.
           EXIT.

      * REGISTRA A INCLUSAO OU EXCLUSAO DO AVISO DCLAV-ID EM
      * OPER_LOG. FUNCAO E IMAGENS JA VEM MONTADAS. UMA FALHA AQUI
      * NAO DESFAZ A ALTERACAO JA GRAVADA.
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

           MOVE DCLAV-ID                   TO WS-OLOG-ID-ED
           MOVE SPACES                     TO DCLOL-CHAVE
           STRING 'AVISO ID '              DELIMITED BY SIZE
                  WS-OLOG-ID-ED            DELIMITED BY SIZE
             INTO DCLOL-CHAVE
           END-STRING

           MOVE WS-PROX-OLOG-ID-COMP       TO DCLOL-ID
           MOVE 'Y1D1'                     TO DCLOL-TRANSACAO
           MOVE EIBUSERID                  TO DCLOL-USERID-OPER
           MOVE 'AVISO'                    TO DCLOL-TABELA
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

       999-MONTA-IMAGEM-AVISO.
           MOVE DCLAV-DATA-INI             TO WS-OI-DATA-INI
           MOVE DCLAV-HORA-INI             TO WS-OI-HORA-INI
           MOVE DCLAV-DATA-FIM             TO WS-OI-DATA-FIM
           MOVE DCLAV-HORA-FIM             TO WS-OI-HORA-FIM
           MOVE DCLAV-TEXTO                TO WS-OI-TEXTO
           .

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

