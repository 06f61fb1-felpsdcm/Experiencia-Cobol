      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99D8.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * MANUTENCAO DO INVENTARIO DE TERMINAIS (Y1D8 - TRANSACAO DE
      * OPERADOR, FORA DO MENU DOS JOGADORES): ONDE CADA TERMINAL
      * FICA (SITE, ANDAR E AREA) E SE ESTA BLOQUEADO PARA O JOGO
      * (VEJA DCLTERM). A LOCALIZACAO VEM DO ARQUIVO DA EQUIPE DE
      * REDE PELA CARGA P3O99S2; AQUI O OPERADOR CADASTRA O TERMINAL
      * QUE A REDE AINDA NAO MANDOU, CORRIGE A LOCALIZACAO E BLOQUEIA
      * OU LIBERA - O BLOQUEIO SO SE DESFAZ AQUI, A CARGA NAO MEXE
      * NELE. TERMINAL BLOQUEADO E RECUSADO NA ENTRADA DO MENU Y1B8.
      *
      * FUNCOES: I = INCLUIR (TERMINAL, SITE, ANDAR E AREA - ENTRA
      * ATIVO); A = ALTERAR A LOCALIZACAO; B = BLOQUEAR; L = LIBERAR;
      * E = EXCLUIR; EM BRANCO = SO LISTAR, EM ORDEM DE TERMINAL A
      * PARTIR DO TERMINAL DIGITADO. SO USERIDS DE MANUT_AUTORIZ (OS
      * MESMOS DA Y1C5) PODEM ALTERAR; A LISTA E ABERTA. TODA
      * ALTERACAO FICA REGISTRADA EM OPER_LOG COM A IMAGEM DE ANTES E
      * DE DEPOIS (CONSULTA NA Y1D4).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-LENGTH                       PIC S9(04) COMP.
       77  WS-CONT-AUTORIZ-COMP            PIC S9(09) COMP.
       77  WS-AUTORIZADO-SW                PIC X(01) VALUE 'N'.
           88 WS-AUTORIZADO                    VALUE 'S'.
       77  WS-QTD-LINHAS                   PIC 9(04).
       77  WS-SQLCODE-SALVO                PIC S9(09) COMP.
       77  WS-RECUSA-SW                    PIC X(01) VALUE 'N'.
           88 WS-RECUSADO                      VALUE 'S'.
       77  WS-PROX-OLOG-ID-COMP            PIC S9(09) COMP.

      * TERMINAL DIGITADO (MAIUSCULO), PONTO DE PARTIDA DA LISTA, A
      * SITUACAO NOVA DO BLOQUEIO/LIBERACAO E A MENSAGEM GUARDADA
      * ENQUANTO A TELA E LIMPA PARA A LISTA NOVA.
       77  WS-TERMINAL                     PIC X(04).
       77  WS-LISTA-DESDE                  PIC X(04).
       77  WS-SITUACAO-NOVA                PIC X(01).
       77  WS-MSG-TELA                     PIC X(40).

      *----------------------------------------------------------------*
      * VARIAVEIS DE DATA E HORARIO
      *----------------------------------------------------------------*
       01  WS-DATA.
           05 WS-ANO                       PIC X(04).
           05 WS-MES                       PIC X(02).
           05 WS-DIA                       PIC X(02).

       01  WS-HORARIO.
           05 WS-HORA                      PIC X(02).
           05 WS-MIN                       PIC X(02).
           05 WS-SEG                       PIC X(02).

       01  WS-DATA-F.
           05 WS-DIA-F                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-MES-F                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-ANO-F                     PIC X(04).

       01  WS-HORARIO-F.
           05 WS-HORA-F                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-MIN-F                     PIC X(02).
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

      * IMAGEM DE UM TERMINAL DO INVENTARIO PARA O OPER_LOG.
       01  WS-OLOG-IMAGEM.
           05 FILLER                       PIC X(05) VALUE 'SITE='.
           05 WS-OI-SITE                   PIC X(08).
           05 FILLER                       PIC X(07) VALUE ' ANDAR='.
           05 WS-OI-ANDAR                  PIC X(03).
           05 FILLER                       PIC X(06) VALUE ' AREA='.
           05 WS-OI-AREA                   PIC X(20).
           05 FILLER                       PIC X(10) VALUE ' SITUACAO='.
           05 WS-OI-SITUACAO               PIC X(01).
           05 FILLER                       PIC X(08) VALUE ' ORIGEM='.
           05 WS-OI-ORIGEM                 PIC X(01).

      * LINHA DA LISTA DO INVENTARIO.
       01  WS-LINHA-TERMINAL.
           05 WS-LT-TERMINAL               PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LT-SITE                   PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LT-ANDAR                  PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LT-AREA                   PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LT-SITUACAO               PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LT-ORIGEM                 PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LT-DATA-ALT               PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LT-USERID-OPER            PIC X(08).
           05 FILLER                       PIC X(09) VALUE SPACES.

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DO INVENTARIO DE TERMINAIS
           COPY M3O99D8.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLTERM
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMAUT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLOLOG
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * OS TERMINAIS EM ORDEM A PARTIR DO DIGITADO - ATE 8 CABEM NA
      * TELA.
           EXEC SQL
              DECLARE CUR-TERMINAIS CURSOR FOR
                 SELECT TERMINAL, SITE, ANDAR, AREA, SITUACAO, ORIGEM,
                        USERID_OPER, DATA_ALT
                   FROM TERMINAL_INV
                  WHERE TERMINAL >= :WS-LISTA-DESDE
                  ORDER BY TERMINAL
                  FETCH FIRST 8 ROWS ONLY
           END-EXEC.
      *----------------------------------------------------------------*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05 OCCURS 0 TO 24579 TIMES DEPENDING ON EIBCALEN
                                           PIC X(01).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
           EXEC CICS HANDLE CONDITION
              MAPFAIL(999-MAPFAIL)
              ERROR(999-ERROR)
           END-EXEC

           MOVE DFHCOMMAREA                TO WS-DFHCOMMAREA

           IF EIBCALEN EQUAL 0
              MOVE '1'                     TO WS-FASE
           END-IF

           EVALUATE WS-FASE
              WHEN '1' PERFORM 100-FASE1
              WHEN '2' PERFORM 200-FASE2
              WHEN OTHER
                 MOVE +80                  TO WS-LENGTH
                 MOVE 'ERRO NO NUMERO DA FASE'
                                           TO WS-MSG-ERRO
                 PERFORM 999-ENCERRA-TRANSACAO
           END-EVALUATE
           .

       100-FASE1.
           MOVE LOW-VALUES                 TO MAPATERO
           MOVE -1                         TO FUNCL
           MOVE SPACES                     TO WS-LISTA-DESDE
           PERFORM 999-LISTA-TERMINAIS
           MOVE 'I A B L E=INCLUIR ALT BLOQ LIB EXCL' TO MSGO
           PERFORM 999-TRATA-FASE2
           .

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
              PF3     (220-PF3)
              PF12    (240-PF12)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPATER')
              MAPSET('M3O99D8')
              INTO  (MAPATERI)
           END-EXEC
           .

       210-ENTER.
           MOVE SPACES                     TO WS-TERMINAL
           IF TRML > 0
               MOVE FUNCTION UPPER-CASE(TRMI) TO WS-TERMINAL
           END-IF
           MOVE WS-TERMINAL                TO WS-LISTA-DESDE

           EVALUATE FUNCTION UPPER-CASE(FUNCI)
              WHEN 'I'
                 PERFORM 300-INCLUI THRU 300-INCLUI-EXIT
              WHEN 'A'
                 PERFORM 400-ALTERA THRU 400-ALTERA-EXIT
              WHEN 'B'
                 MOVE 'B'                  TO WS-SITUACAO-NOVA
                 PERFORM 500-MUDA-SITUACAO THRU 500-MUDA-SITUACAO-EXIT
              WHEN 'L'
                 MOVE 'A'                  TO WS-SITUACAO-NOVA
                 PERFORM 500-MUDA-SITUACAO THRU 500-MUDA-SITUACAO-EXIT
              WHEN 'E'
                 PERFORM 600-EXCLUI THRU 600-EXCLUI-EXIT
              WHEN OTHER
                 MOVE 'I A B L E=INCLUIR ALT BLOQ LIB EXCL'
                                           TO MSGO
           END-EVALUATE

           MOVE MSGO                       TO WS-MSG-TELA
           MOVE LOW-VALUES                 TO MAPATERO
           MOVE -1                         TO FUNCL
           MOVE WS-MSG-TELA                TO MSGO
           PERFORM 999-LISTA-TERMINAIS
           PERFORM 999-TRATA-FASE2
           .

      * INCLUI UM TERMINAL NO INVENTARIO, ATIVO - SO OPERADOR
      * AUTORIZADO.
       300-INCLUI.
           PERFORM 999-VALIDA-LOCAL THRU 999-VALIDA-LOCAL-EXIT
           IF WS-RECUSADO
               GO TO 300-INCLUI-EXIT
           END-IF

           PERFORM 999-PEGA-LOCAL

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-TERMINAL                TO DCLTR-TERMINAL
           MOVE 'A'                        TO DCLTR-SITUACAO
           MOVE 'O'                        TO DCLTR-ORIGEM
           MOVE EIBUSERID                  TO DCLTR-USERID-OPER
           MOVE WS-SQL-DATA                TO DCLTR-DATA-ALT

           EXEC SQL
              INSERT INTO TERMINAL_INV
                 (TERMINAL, SITE, ANDAR, AREA, SITUACAO, ORIGEM,
                  USERID_OPER, DATA_ALT)
              VALUES
                 (:DCLTR-TERMINAL, :DCLTR-SITE, :DCLTR-ANDAR,
                  :DCLTR-AREA, :DCLTR-SITUACAO, :DCLTR-ORIGEM,
                  :DCLTR-USERID-OPER, :DCLTR-DATA-ALT)
           END-EXEC

           MOVE SQLCODE                    TO WS-SQLCODE-SALVO
           EVALUATE WS-SQLCODE-SALVO
              WHEN 0
                 MOVE 'I'                  TO DCLOL-FUNCAO
                 MOVE SPACES               TO DCLOL-VALOR-ANT
                 PERFORM 999-MONTA-IMAGEM-TERMINAL
                 MOVE WS-OLOG-IMAGEM       TO DCLOL-VALOR-NOV
                 PERFORM 999-GRAVA-OPER-LOG THRU
                         999-GRAVA-OPER-LOG-EXIT
                 MOVE 'TERMINAL INCLUIDO NO INVENTARIO' TO MSGO
              WHEN -803
                 MOVE 'TERMINAL JA CADASTRADO - USE A' TO MSGO
              WHEN OTHER
                 MOVE 'ERRO AO INCLUIR O TERMINAL' TO MSGO
           END-EVALUATE
           .
       300-INCLUI-EXIT.
           EXIT.

      * TROCA SITE, ANDAR E AREA DE UM TERMINAL JA CADASTRADO. A
      * SITUACAO FICA COMO ESTAVA; A LINHA PASSA A SER DO OPERADOR
      * ATE A PROXIMA CARGA TRAZER O TERMINAL DE NOVO.
       400-ALTERA.
           PERFORM 999-VALIDA-LOCAL THRU 999-VALIDA-LOCAL-EXIT
           IF WS-RECUSADO
               GO TO 400-ALTERA-EXIT
           END-IF

           PERFORM 999-LE-TERMINAL THRU 999-LE-TERMINAL-EXIT
           IF WS-RECUSADO
               GO TO 400-ALTERA-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HORA
           PERFORM 999-PEGA-LOCAL

           MOVE 'O'                        TO DCLTR-ORIGEM
           MOVE EIBUSERID                  TO DCLTR-USERID-OPER
           MOVE WS-SQL-DATA                TO DCLTR-DATA-ALT

           EXEC SQL
              UPDATE TERMINAL_INV
                 SET SITE        = :DCLTR-SITE,
                     ANDAR       = :DCLTR-ANDAR,
                     AREA        = :DCLTR-AREA,
                     ORIGEM      = :DCLTR-ORIGEM,
                     USERID_OPER = :DCLTR-USERID-OPER,
                     DATA_ALT    = :DCLTR-DATA-ALT
               WHERE TERMINAL = :WS-TERMINAL
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE 'A'                    TO DCLOL-FUNCAO
               PERFORM 999-MONTA-IMAGEM-TERMINAL
               MOVE WS-OLOG-IMAGEM         TO DCLOL-VALOR-NOV
               PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT
               MOVE 'LOCALIZACAO DO TERMINAL ALTERADA' TO MSGO
           ELSE
               MOVE 'ERRO AO ALTERAR O TERMINAL' TO MSGO
           END-IF
           .
       400-ALTERA-EXIT.
           EXIT.

      * BLOQUEIA (B) OU LIBERA (L) O TERMINAL PARA O JOGO - A NOVA
      * SITUACAO JA VEM EM WS-SITUACAO-NOVA.
       500-MUDA-SITUACAO.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               GO TO 500-MUDA-SITUACAO-EXIT
           END-IF

           PERFORM 999-LE-TERMINAL THRU 999-LE-TERMINAL-EXIT
           IF WS-RECUSADO
               GO TO 500-MUDA-SITUACAO-EXIT
           END-IF

           IF DCLTR-SITUACAO EQUAL WS-SITUACAO-NOVA
               IF WS-SITUACAO-NOVA EQUAL 'B'
                   MOVE 'TERMINAL JA ESTA BLOQUEADO' TO MSGO
               ELSE
                   MOVE 'TERMINAL JA ESTA LIBERADO' TO MSGO
               END-IF
               GO TO 500-MUDA-SITUACAO-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-SITUACAO-NOVA           TO DCLTR-SITUACAO
           MOVE EIBUSERID                  TO DCLTR-USERID-OPER
           MOVE WS-SQL-DATA                TO DCLTR-DATA-ALT

           EXEC SQL
              UPDATE TERMINAL_INV
                 SET SITUACAO    = :DCLTR-SITUACAO,
                     USERID_OPER = :DCLTR-USERID-OPER,
                     DATA_ALT    = :DCLTR-DATA-ALT
               WHERE TERMINAL = :WS-TERMINAL
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE 'A'                    TO DCLOL-FUNCAO
               PERFORM 999-MONTA-IMAGEM-TERMINAL
               MOVE WS-OLOG-IMAGEM         TO DCLOL-VALOR-NOV
               PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT
               IF WS-SITUACAO-NOVA EQUAL 'B'
                   MOVE 'TERMINAL BLOQUEADO PARA O JOGO' TO MSGO
               ELSE
                   MOVE 'TERMINAL LIBERADO PARA O JOGO' TO MSGO
               END-IF
           ELSE
               MOVE 'ERRO AO MUDAR A SITUACAO DO TERMINAL' TO MSGO
           END-IF
           .
       500-MUDA-SITUACAO-EXIT.
           EXIT.

       600-EXCLUI.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               GO TO 600-EXCLUI-EXIT
           END-IF

           PERFORM 999-LE-TERMINAL THRU 999-LE-TERMINAL-EXIT
           IF WS-RECUSADO
               GO TO 600-EXCLUI-EXIT
           END-IF

           EXEC SQL
              DELETE FROM TERMINAL_INV
               WHERE TERMINAL = :WS-TERMINAL
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE 'E'                    TO DCLOL-FUNCAO
               MOVE SPACES                 TO DCLOL-VALOR-NOV
               PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT
               MOVE 'TERMINAL EXCLUIDO DO INVENTARIO' TO MSGO
           ELSE
               MOVE 'ERRO AO EXCLUIR O TERMINAL' TO MSGO
           END-IF
           .
       600-EXCLUI-EXIT.
           EXIT.

      * CONFERE O QUE A INCLUSAO E A ALTERACAO PEDEM: AUTORIZACAO,
      * TERMINAL E SITE (ANDAR E AREA PODEM FICAR EM BRANCO). NA
      * RECUSA, O MOTIVO FICA EM MSGO.
       999-VALIDA-LOCAL.
           MOVE 'S'                        TO WS-RECUSA-SW

           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               GO TO 999-VALIDA-LOCAL-EXIT
           END-IF

           IF WS-TERMINAL EQUAL SPACES
               MOVE 'INFORME O TERMINAL'   TO MSGO
               GO TO 999-VALIDA-LOCAL-EXIT
           END-IF

           IF SITEL NOT > 0 OR SITEI EQUAL SPACES
               MOVE 'INFORME O SITE DO TERMINAL' TO MSGO
               GO TO 999-VALIDA-LOCAL-EXIT
           END-IF

           MOVE 'N'                        TO WS-RECUSA-SW
           .
       999-VALIDA-LOCAL-EXIT.
           EXIT.

      * A LOCALIZACAO DIGITADA, EM MAIUSCULAS, PARA DCLTR-.
       999-PEGA-LOCAL.
           MOVE FUNCTION UPPER-CASE(SITEI) TO DCLTR-SITE
           MOVE SPACES                     TO DCLTR-ANDAR DCLTR-AREA
           IF ANDRL > 0
               MOVE FUNCTION UPPER-CASE(ANDRI) TO DCLTR-ANDAR
           END-IF
           IF AREAL > 0
               MOVE FUNCTION UPPER-CASE(AREAI) TO DCLTR-AREA
           END-IF
           .

      * LE O TERMINAL DIGITADO ANTES DE ALTERAR OU EXCLUIR, PARA A
      * IMAGEM DE ANTES DO OPER_LOG. NA RECUSA, O MOTIVO FICA EM
      * MSGO.
       999-LE-TERMINAL.
           MOVE 'S'                        TO WS-RECUSA-SW

           IF WS-TERMINAL EQUAL SPACES
               MOVE 'INFORME O TERMINAL'   TO MSGO
               GO TO 999-LE-TERMINAL-EXIT
           END-IF

           EXEC SQL
              SELECT SITE, ANDAR, AREA, SITUACAO, ORIGEM
                INTO :DCLTR-SITE, :DCLTR-ANDAR, :DCLTR-AREA,
                     :DCLTR-SITUACAO, :DCLTR-ORIGEM
                FROM TERMINAL_INV
               WHERE TERMINAL = :WS-TERMINAL
           END-EXEC

           MOVE SQLCODE                    TO WS-SQLCODE-SALVO
           EVALUATE WS-SQLCODE-SALVO
              WHEN 0
                 MOVE 'N'                  TO WS-RECUSA-SW
                 PERFORM 999-MONTA-IMAGEM-TERMINAL
                 MOVE WS-OLOG-IMAGEM       TO DCLOL-VALOR-ANT
              WHEN 100
                 MOVE 'TERMINAL NAO CADASTRADO' TO MSGO
              WHEN OTHER
                 MOVE 'ERRO AO LER O TERMINAL' TO MSGO
           END-EVALUATE
           .
       999-LE-TERMINAL-EXIT.
           EXIT.

       999-LISTA-TERMINAIS.
           MOVE 0                          TO WS-QTD-LINHAS

           EXEC SQL
              OPEN CUR-TERMINAIS
           END-EXEC

           PERFORM 999-LISTA-1-TERMINAL THRU 999-LISTA-1-TERMINAL-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-TERMINAIS
           END-EXEC

           IF WS-QTD-LINHAS EQUAL 0
               MOVE 'NENHUM TERMINAL NO INVENTARIO A PARTIR DO DIGITADO'
                                           TO CL1O
           END-IF
           .

       999-LISTA-1-TERMINAL.
           EXEC SQL
              FETCH CUR-TERMINAIS
                INTO :DCLTR-TERMINAL, :DCLTR-SITE, :DCLTR-ANDAR,
                     :DCLTR-AREA, :DCLTR-SITUACAO, :DCLTR-ORIGEM,
                     :DCLTR-USERID-OPER, :DCLTR-DATA-ALT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-LISTA-1-TERMINAL-EXIT
           END-IF

           ADD 1                           TO WS-QTD-LINHAS
           MOVE DCLTR-TERMINAL             TO WS-LT-TERMINAL
           MOVE DCLTR-SITE                 TO WS-LT-SITE
           MOVE DCLTR-ANDAR                TO WS-LT-ANDAR
           MOVE DCLTR-AREA                 TO WS-LT-AREA
           MOVE DCLTR-SITUACAO             TO WS-LT-SITUACAO
           MOVE DCLTR-ORIGEM               TO WS-LT-ORIGEM
           MOVE DCLTR-DATA-ALT             TO WS-LT-DATA-ALT
           MOVE DCLTR-USERID-OPER          TO WS-LT-USERID-OPER

           EVALUATE WS-QTD-LINHAS
              WHEN 1 MOVE WS-LINHA-TERMINAL TO CL1O
              WHEN 2 MOVE WS-LINHA-TERMINAL TO CL2O
              WHEN 3 MOVE WS-LINHA-TERMINAL TO CL3O
              WHEN 4 MOVE WS-LINHA-TERMINAL TO CL4O
              WHEN 5 MOVE WS-LINHA-TERMINAL TO CL5O
              WHEN 6 MOVE WS-LINHA-TERMINAL TO CL6O
              WHEN 7 MOVE WS-LINHA-TERMINAL TO CL7O
              WHEN 8 MOVE WS-LINHA-TERMINAL TO CL8O
           END-EVALUATE
           .
       999-LISTA-1-TERMINAL-EXIT.
           EXIT.

      * REGISTRA A ALTERACAO DO TERMINAL WS-TERMINAL EM OPER_LOG.
      * FUNCAO E IMAGENS JA VEM MONTADAS. UMA FALHA AQUI NAO DESFAZ
      * A ALTERACAO JA GRAVADA.
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

           MOVE SPACES                     TO DCLOL-CHAVE
           STRING 'TERMINAL '              DELIMITED BY SIZE
                  WS-TERMINAL              DELIMITED BY SIZE
             INTO DCLOL-CHAVE
           END-STRING

           MOVE WS-PROX-OLOG-ID-COMP       TO DCLOL-ID
           MOVE 'Y1D8'                     TO DCLOL-TRANSACAO
           MOVE EIBUSERID                  TO DCLOL-USERID-OPER
           MOVE 'TERMINAL_INV'             TO DCLOL-TABELA
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

       999-MONTA-IMAGEM-TERMINAL.
           MOVE DCLTR-SITE                 TO WS-OI-SITE
           MOVE DCLTR-ANDAR                TO WS-OI-ANDAR
           MOVE DCLTR-AREA                 TO WS-OI-AREA
           MOVE DCLTR-SITUACAO             TO WS-OI-SITUACAO
           MOVE DCLTR-ORIGEM               TO WS-OI-ORIGEM
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

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONT-AUTORIZ-COMP
                FROM MANUT_AUTORIZ
               WHERE USERID = :EIBUSERID
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-CONT-AUTORIZ-COMP > 0
               MOVE 'S'                    TO WS-AUTORIZADO-SW
           END-IF
           .

       220-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D8'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       240-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D8'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!' TO MSGO
           PERFORM 999-TRATA-FASE2
           .

       999-ENCERRA-TRANSACAO.
           EXEC CICS SEND TEXT
              FROM (WS-MSG-ERRO)
              LENGTH(WS-LENGTH)
              ERASE FREEKB ALARM
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .

       999-MANDA-TELA.
           MOVE EIBTRMID                  TO TERMO

           ACCEPT WS-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F

           MOVE WS-HORA                    TO WS-HORA-F
           MOVE WS-MIN                     TO WS-MIN-F
           MOVE WS-SEG                     TO WS-SEG-F

           MOVE WS-DATA-F                   TO DATAO
           MOVE WS-HORARIO-F                TO HORAO

           EXEC CICS SEND
              MAP ('MAPATER')
              MAPSET('M3O99D8')
              FROM(MAPATERO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

           EXEC CICS RETURN
               TRANSID('Y1D8')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-TRATA-FASE2.
           MOVE -1                        TO FUNCL

           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA M3O99D8'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
