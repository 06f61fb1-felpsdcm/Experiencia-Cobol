      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99D7.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * OPERACAO DO CALENDARIO DE DIAS UTEIS (Y1D7 - TRANSACAO DE
      * OPERADOR, FORA DO MENU DOS JOGADORES): FERIADOS, RECESSOS E
      * PARALISACOES DA EMPRESA E OS DIAS UTEIS AVULSOS QUE VALEM
      * SOBRE ELES (VEJA DCLCALE). E O CALENDARIO QUE O SORTEIO DO
      * DESAFIO (P3O99RA), AS SERIES (P3O99RP, P3O99RX), O CONTROLE
      * DA MANHA (P3O99RJ), O MONITOR (P3O99RK) E OS RELATORIOS
      * P3O99R1, P3O99RH E P3O99RM CONSULTAM.
      *
      * FUNCOES: I = INCLUIR (DATA DE INICIO, DATA DE FIM - EM BRANCO
      * E UM DIA SO -, TIPO F/R/U E DESCRICAO); E = EXCLUIR (PELO
      * ID); EM BRANCO = SO LISTAR - OS PERIODOS QUE TERMINAM A PARTIR
      * DE HOJE OU, SE INFORMADA, DA DATA DE INICIO DIGITADA. SO
      * USERIDS DE MANUT_AUTORIZ (OS MESMOS DA Y1C5) PODEM INCLUIR/
      * EXCLUIR; A LISTA E ABERTA. TODA INCLUSAO E EXCLUSAO FICA
      * REGISTRADA EM OPER_LOG COM A IMAGEM DO PERIODO (CONSULTA NA
      * Y1D4). OS FERIADOS DO ANO SEGUINTE SAO CARREGADOS EM LOTE
      * PELO P3O99S1 (ORIGEM 'C'); UMA LINHA DA CARGA EXCLUIDA AQUI
      * VOLTA SE A CARGA DAQUELE ANO FOR REEXECUTADA.
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
       77  WS-PROX-ID-COMP                 PIC S9(09) COMP.
       77  WS-ID-COMP                      PIC S9(09) COMP.
       77  WS-QTD-LINHAS                   PIC 9(04).
       77  WS-SQLCODE-SALVO                PIC S9(09) COMP.
       77  WS-PROX-OLOG-ID-COMP            PIC S9(09) COMP.
       77  WS-OLOG-ID-ED                   PIC Z(08)9.

      * DATA A PARTIR DA QUAL A LISTA MOSTRA OS PERIODOS, E A
      * MENSAGEM GUARDADA ENQUANTO A TELA E LIMPA PARA A LISTA NOVA.
       77  WS-LISTA-DESDE                  PIC X(10).
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

      * IMAGEM DE UM PERIODO DO CALENDARIO PARA O OPER_LOG.
       01  WS-OLOG-IMAGEM.
           05 FILLER                       PIC X(03) VALUE 'DE '.
           05 WS-OI-DATA-INI               PIC X(10).
           05 FILLER                       PIC X(05) VALUE ' ATE '.
           05 WS-OI-DATA-FIM               PIC X(10).
           05 FILLER                       PIC X(06) VALUE ' TIPO='.
           05 WS-OI-TIPO                   PIC X(01).
           05 FILLER                       PIC X(08) VALUE ' ORIGEM='.
           05 WS-OI-ORIGEM                 PIC X(01).
           05 FILLER                       PIC X(07) VALUE ' DESCR='.
           05 WS-OI-DESCRICAO              PIC X(30).

      * LINHA DA LISTA DO CALENDARIO.
       01  WS-LINHA-CALEND.
           05 WS-LC-ID                     PIC Z(03)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LC-DATA-INI               PIC X(10).
           05 FILLER                       PIC X(03) VALUE ' A '.
           05 WS-LC-DATA-FIM               PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LC-TIPO                   PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LC-ORIGEM                 PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LC-DESCRICAO              PIC X(30).
           05 FILLER                       PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DO CALENDARIO DE DIAS UTEIS
           COPY M3O99D7.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLCALE
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

      * OS PERIODOS QUE AINDA NAO TERMINARAM NA DATA DE REFERENCIA,
      * EM ORDEM DE DATA - ATE 8 CABEM NA TELA.
           EXEC SQL
              DECLARE CUR-CALENDARIO CURSOR FOR
                 SELECT ID, DATA_INI, DATA_FIM, TIPO, DESCRICAO,
                        ORIGEM
                   FROM CALENDARIO
                  WHERE DATA_FIM >= :WS-LISTA-DESDE
                  ORDER BY DATA_INI, ID
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
           MOVE LOW-VALUES                 TO MAPACALO
           MOVE -1                         TO FUNCL
           PERFORM 999-MONTA-DATA-HORA
           MOVE WS-SQL-DATA                TO WS-LISTA-DESDE
           PERFORM 999-LISTA-CALENDARIO
           MOVE 'I=INCLUIR  E=EXCLUIR (ID)  BRANCO=LISTAR' TO MSGO
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
              MAP   ('MAPACAL')
              MAPSET('M3O99D7')
              INTO  (MAPACALI)
           END-EXEC
           .

       210-ENTER.
      * NA LISTA, A DATA DE INICIO DIGITADA E O PONTO DE PARTIDA;
      * SEM ELA, A LISTA COMECA HOJE.
           PERFORM 999-MONTA-DATA-HORA
           MOVE WS-SQL-DATA                TO WS-LISTA-DESDE
           IF FUNCTION UPPER-CASE(FUNCI) NOT EQUAL 'I'
              AND DTIL > 0 AND DTII NOT EQUAL SPACES
               MOVE DTII                   TO WS-LISTA-DESDE
           END-IF

           EVALUATE FUNCTION UPPER-CASE(FUNCI)
              WHEN 'I'
                 PERFORM 300-INCLUI THRU 300-INCLUI-EXIT
              WHEN 'E'
                 PERFORM 400-EXCLUI THRU 400-EXCLUI-EXIT
              WHEN OTHER
                 MOVE 'I=INCLUIR  E=EXCLUIR (ID)  BRANCO=LISTAR'
                                           TO MSGO
           END-EVALUATE

           MOVE MSGO                       TO WS-MSG-TELA
           MOVE LOW-VALUES                 TO MAPACALO
           MOVE -1                         TO FUNCL
           MOVE WS-MSG-TELA                TO MSGO
           PERFORM 999-LISTA-CALENDARIO
           PERFORM 999-TRATA-FASE2
           .

      * INCLUI UM PERIODO NO CALENDARIO - SO OPERADOR AUTORIZADO.
       300-INCLUI.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               GO TO 300-INCLUI-EXIT
           END-IF

           IF DTIL NOT > 0 OR DTII EQUAL SPACES
               MOVE 'INFORME A DATA DE INICIO (AAAA-MM-DD)' TO MSGO
               GO TO 300-INCLUI-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(TIPI)  TO DCLCL-TIPO
           IF TIPL NOT > 0
              OR (DCLCL-TIPO NOT EQUAL 'F' AND 'R' AND 'U')
               MOVE 'TIPO: F=FERIADO R=RECESSO U=DIA UTIL' TO MSGO
               GO TO 300-INCLUI-EXIT
           END-IF

           IF DSCL NOT > 0 OR DSCI EQUAL SPACES
               MOVE 'INFORME A DESCRICAO DO PERIODO' TO MSGO
               GO TO 300-INCLUI-EXIT
           END-IF

           MOVE DTII                       TO DCLCL-DATA-INI

      * SEM DATA DE FIM, O PERIODO E UM DIA SO.
           IF DTFL > 0 AND DTFI NOT EQUAL SPACES
               MOVE DTFI                   TO DCLCL-DATA-FIM
           ELSE
               MOVE DTII                   TO DCLCL-DATA-FIM
           END-IF

           IF DCLCL-DATA-FIM < DCLCL-DATA-INI
               MOVE 'DATA DE FIM ANTERIOR A DE INICIO' TO MSGO
               GO TO 300-INCLUI-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-ID-COMP
                FROM CALENDARIO
           END-EXEC

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-PROX-ID-COMP            TO DCLCL-ID
           MOVE DSCI                       TO DCLCL-DESCRICAO
           MOVE 'O'                        TO DCLCL-ORIGEM
           MOVE EIBUSERID                  TO DCLCL-USERID-OPER
           MOVE WS-SQL-DATA                TO DCLCL-DATA-ALT

           EXEC SQL
              INSERT INTO CALENDARIO
                 (ID, DATA_INI, DATA_FIM, TIPO, DESCRICAO, ORIGEM,
                  USERID_OPER, DATA_ALT)
              VALUES
                 (:DCLCL-ID, :DCLCL-DATA-INI, :DCLCL-DATA-FIM,
                  :DCLCL-TIPO, :DCLCL-DESCRICAO, :DCLCL-ORIGEM,
                  :DCLCL-USERID-OPER, :DCLCL-DATA-ALT)
           END-EXEC

      * DATA FORA DO FORMATO AAAA-MM-DD E RECUSADA PELO PROPRIO DB2
      * NO INSERT (-181) - O ERRO VOLTA COMO MENSAGEM NA TELA.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'I'                  TO DCLOL-FUNCAO
                 MOVE SPACES               TO DCLOL-VALOR-ANT
                 PERFORM 999-MONTA-IMAGEM-CALEND
                 MOVE WS-OLOG-IMAGEM       TO DCLOL-VALOR-NOV
                 PERFORM 999-GRAVA-OPER-LOG THRU
                         999-GRAVA-OPER-LOG-EXIT
                 MOVE 'PERIODO INCLUIDO NO CALENDARIO' TO MSGO
              WHEN OTHER
                 MOVE 'ERRO AO INCLUIR - CONFIRA DATAS (AAAA-MM-DD)'
                                           TO MSGO
           END-EVALUATE
           .
       300-INCLUI-EXIT.
           EXIT.

       400-EXCLUI.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               GO TO 400-EXCLUI-EXIT
           END-IF

           IF IDVL NOT > 0 OR IDVI IS NOT NUMERIC OR IDVI NOT > 0
               MOVE 'INFORME O ID DO PERIODO A EXCLUIR' TO MSGO
               GO TO 400-EXCLUI-EXIT
           END-IF

           MOVE IDVI                       TO WS-ID-COMP

      * LE O PERIODO ANTES DE APAGAR, PARA A IMAGEM DO OPER_LOG.
           MOVE SPACES                     TO DCLOL-VALOR-ANT
           EXEC SQL
              SELECT ID, DATA_INI, DATA_FIM, TIPO, DESCRICAO, ORIGEM
                INTO :DCLCL-ID, :DCLCL-DATA-INI, :DCLCL-DATA-FIM,
                     :DCLCL-TIPO, :DCLCL-DESCRICAO, :DCLCL-ORIGEM
                FROM CALENDARIO
               WHERE ID = :WS-ID-COMP
           END-EXEC
           IF SQLCODE EQUAL 0
               PERFORM 999-MONTA-IMAGEM-CALEND
               MOVE WS-OLOG-IMAGEM         TO DCLOL-VALOR-ANT
           END-IF

           EXEC SQL
              DELETE FROM CALENDARIO
               WHERE ID = :WS-ID-COMP
           END-EXEC

           MOVE SQLCODE                    TO WS-SQLCODE-SALVO
           EVALUATE WS-SQLCODE-SALVO
              WHEN 0     MOVE 'E'      TO DCLOL-FUNCAO
                         MOVE SPACES   TO DCLOL-VALOR-NOV
                         MOVE WS-ID-COMP TO DCLCL-ID
                         PERFORM 999-GRAVA-OPER-LOG THRU
                                 999-GRAVA-OPER-LOG-EXIT
                         MOVE 'PERIODO EXCLUIDO DO CALENDARIO' TO MSGO
              WHEN 100   MOVE 'ID NAO ENCONTRADO' TO MSGO
              WHEN OTHER MOVE 'ERRO AO EXCLUIR O PERIODO' TO MSGO
           END-EVALUATE
           .
       400-EXCLUI-EXIT.
           EXIT.

       999-LISTA-CALENDARIO.
           MOVE 0                          TO WS-QTD-LINHAS

           EXEC SQL
              OPEN CUR-CALENDARIO
           END-EXEC

           PERFORM 999-LISTA-1-PERIODO THRU 999-LISTA-1-PERIODO-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-CALENDARIO
           END-EXEC

           IF WS-QTD-LINHAS EQUAL 0
               MOVE 'NENHUM PERIODO NO CALENDARIO A PARTIR DA DATA'
                                           TO CL1O
           END-IF
           .

       999-LISTA-1-PERIODO.
           EXEC SQL
              FETCH CUR-CALENDARIO
                INTO :DCLCL-ID, :DCLCL-DATA-INI, :DCLCL-DATA-FIM,
                     :DCLCL-TIPO, :DCLCL-DESCRICAO, :DCLCL-ORIGEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-LISTA-1-PERIODO-EXIT
           END-IF

           ADD 1                           TO WS-QTD-LINHAS
           MOVE DCLCL-ID                   TO WS-LC-ID
           MOVE DCLCL-DATA-INI             TO WS-LC-DATA-INI
           MOVE DCLCL-DATA-FIM             TO WS-LC-DATA-FIM
           MOVE DCLCL-TIPO                 TO WS-LC-TIPO
           MOVE DCLCL-ORIGEM               TO WS-LC-ORIGEM
           MOVE DCLCL-DESCRICAO            TO WS-LC-DESCRICAO

           EVALUATE WS-QTD-LINHAS
              WHEN 1 MOVE WS-LINHA-CALEND  TO CL1O
              WHEN 2 MOVE WS-LINHA-CALEND  TO CL2O
              WHEN 3 MOVE WS-LINHA-CALEND  TO CL3O
              WHEN 4 MOVE WS-LINHA-CALEND  TO CL4O
              WHEN 5 MOVE WS-LINHA-CALEND  TO CL5O
              WHEN 6 MOVE WS-LINHA-CALEND  TO CL6O
              WHEN 7 MOVE WS-LINHA-CALEND  TO CL7O
              WHEN 8 MOVE WS-LINHA-CALEND  TO CL8O
           END-EVALUATE
           .
       999-LISTA-1-PERIODO-EXIT.
           EXIT.

      * REGISTRA A INCLUSAO OU EXCLUSAO DO PERIODO DCLCL-ID EM
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

           MOVE DCLCL-ID                   TO WS-OLOG-ID-ED
           MOVE SPACES                     TO DCLOL-CHAVE
           STRING 'CALEND ID '             DELIMITED BY SIZE
                  WS-OLOG-ID-ED            DELIMITED BY SIZE
             INTO DCLOL-CHAVE
           END-STRING

           MOVE WS-PROX-OLOG-ID-COMP       TO DCLOL-ID
           MOVE 'Y1D7'                     TO DCLOL-TRANSACAO
           MOVE EIBUSERID                  TO DCLOL-USERID-OPER
           MOVE 'CALENDARIO'               TO DCLOL-TABELA
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

       999-MONTA-IMAGEM-CALEND.
           MOVE DCLCL-DATA-INI             TO WS-OI-DATA-INI
           MOVE DCLCL-DATA-FIM             TO WS-OI-DATA-FIM
           MOVE DCLCL-TIPO                 TO WS-OI-TIPO
           MOVE DCLCL-ORIGEM               TO WS-OI-ORIGEM
           MOVE DCLCL-DESCRICAO            TO WS-OI-DESCRICAO
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
           MOVE 'FIM NORMAL DA TRANSACAO Y1D7'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       240-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D7'
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
              MAP ('MAPACAL')
              MAPSET('M3O99D7')
              FROM(MAPACALO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

           EXEC CICS RETURN
               TRANSID('Y1D7')
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
           MOVE 'ERRO MAPA M3O99D7'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
