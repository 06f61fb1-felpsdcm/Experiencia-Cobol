      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99D4.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * CONSULTA DO HISTORICO DE OPERACAO (Y1D4 - TRANSACAO DE
      * OPERADOR, FORA DO MENU DOS JOGADORES): LISTA AS LINHAS DE
      * OPER_LOG GRAVADAS PELAS Y1C5, Y1D0, Y1D1, Y1C7, Y1D6, Y1D7,
      * Y1D8 E Y1E1 - QUEM MUDOU O QUE E QUANDO - FILTRANDO POR
      * TRANSACAO, USERID DO OPERADOR E/OU FAIXA DE DATAS, 10 POR
      * TELA, COM PF8/PF7 PARA AVANCAR E VOLTAR (MESMA PAGINACAO POR
      * FAIXA DE ID DA Y1C1).
      * INFORMANDO UM ID NO CAMPO DE SELECAO, A TELA MOSTRA TAMBEM A
      * IMAGEM DE ANTES E A DE DEPOIS DAQUELA LINHA, MANTENDO A PAGINA
      * ATUAL. E A TELA QUE A AUDITORIA USA PARA SABER QUEM MUDOU A
      * PONTUACAO (PARAM_PONTUACAO) E COM QUE VALORES. SO USERIDS DE
      * MANUT_AUTORIZ (OS MESMOS DA Y1C5) PODEM CONSULTAR.
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
       77  I                               PIC 9(04).
       77  WS-QTD-LINHAS                   PIC 9(04).
       77  WS-LINHA-EXIBE                  PIC 9(04).
       77  WS-METADE                       PIC 9(04).
       77  WS-LINHA-TROCA                  PIC X(70).
       77  WS-ID-REF-COMP                  PIC S9(09) COMP.
       77  WS-ID-SEL-COMP                  PIC S9(09) COMP.
       77  WS-ID-SEL-ED                    PIC Z(08)9.
       77  WS-CONT-AUTORIZ-COMP            PIC S9(09) COMP.
       77  WS-AUTORIZADO-SW                PIC X(01) VALUE 'N'.
           88 WS-AUTORIZADO                    VALUE 'S'.
       77  WS-DATA-FILTRO-SW               PIC X(01).
           88 WS-DATA-FILTRO-OK                VALUE 'S'.
       77  WS-DETALHE-SW                   PIC X(01) VALUE 'N'.
           88 WS-COM-DETALHE                   VALUE 'S'.
       77  WS-DATA-VALIDA                  PIC X(10).

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

      * LINHA DA LISTA. A TABELA NAO CABE NA LINHA - A CHAVE JA DIZ
      * DE QUE LINHA SE TRATA, E A TABELA APARECE NO DETALHE.
       01  WS-LINHA-LOG.
           05 WS-LL-ID                     PIC Z(06)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-DATA                   PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-HORA                   PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-TRANSACAO              PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-FUNCAO                 PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-CHAVE                  PIC X(20).
           05 FILLER                       PIC X(09) VALUE SPACES.

      * PAGINA MONTADA EM MEMORIA ANTES DE IR PARA A TELA - NA
      * PAGINACAO PARA TRAS AS LINHAS CHEGAM DO CURSOR EM ORDEM
      * DECRESCENTE E SAO EXIBIDAS DE BAIXO PARA CIMA.
       01  WS-PAGINA-TAB.
           05 WS-PAG-LINHA                 PIC X(70) OCCURS 10.
       01  WS-PAG-IDS.
           05 WS-PAG-ID                    PIC S9(09) COMP OCCURS 10.

      * DETALHE DO ID SELECIONADO: AS IMAGENS DE 120 POSICOES SAEM EM
      * DUAS LINHAS DE 60 CADA.
       01  WS-DETALHE.
           05 WS-DET-ANT                   PIC X(120).
           05 WS-DET-NOV                   PIC X(120).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-FILTRO-TRANSACAO          PIC X(04).
           05 WS-FILTRO-USERID             PIC X(08).
      * SEM FILTRO DE DATA, VIAJAM AS DATAS-FANTASMA '0001-01-01' E
      * '9999-12-31' (A FAIXA INTEIRA) - BRANCOS NAO CONVERTEM PARA
      * DATE NO PREDICADO DO CURSOR.
           05 WS-FILTRO-DATA-INI           PIC X(10).
           05 WS-FILTRO-DATA-FIM           PIC X(10).
           05 WS-PRIMEIRO-ID               PIC S9(09) COMP.
           05 WS-ULTIMO-ID                 PIC S9(09) COMP.
           05 WS-PAGINA                    PIC 9(04).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DE CONSULTA DO HISTORICO DE OPERACAO
           COPY M3O99D4.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLOLOG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMAUT
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * CURSORES DE PAGINACAO. TRANSACAO E USERID EM BRANCO ANULAM O
      * PROPRIO PREDICADO; A FAIXA DE DATAS SEM FILTRO E A FAIXA
      * INTEIRA.
           EXEC SQL
              DECLARE CUR-LOG-AVANTE CURSOR FOR
                 SELECT ID, TRANSACAO, USERID_OPER, FUNCAO, CHAVE,
                        DATA_ALT, HORA_ALT
                   FROM OPER_LOG
                  WHERE ID > :WS-ID-REF-COMP
                    AND (:WS-FILTRO-TRANSACAO = ' '
                         OR TRANSACAO = :WS-FILTRO-TRANSACAO)
                    AND (:WS-FILTRO-USERID = ' '
                         OR USERID_OPER = :WS-FILTRO-USERID)
                    AND DATA_ALT BETWEEN :WS-FILTRO-DATA-INI
                                     AND :WS-FILTRO-DATA-FIM
                  ORDER BY ID
                  FETCH FIRST 10 ROWS ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CUR-LOG-VOLTA CURSOR FOR
                 SELECT ID, TRANSACAO, USERID_OPER, FUNCAO, CHAVE,
                        DATA_ALT, HORA_ALT
                   FROM OPER_LOG
                  WHERE ID < :WS-ID-REF-COMP
                    AND (:WS-FILTRO-TRANSACAO = ' '
                         OR TRANSACAO = :WS-FILTRO-TRANSACAO)
                    AND (:WS-FILTRO-USERID = ' '
                         OR USERID_OPER = :WS-FILTRO-USERID)
                    AND DATA_ALT BETWEEN :WS-FILTRO-DATA-INI
                                     AND :WS-FILTRO-DATA-FIM
                  ORDER BY ID DESC
                  FETCH FIRST 10 ROWS ONLY
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
           MOVE LOW-VALUES                 TO MAPALOGO
           MOVE -1                         TO TRNL

      * COMMAREA LIMPA NA PRIMEIRA ENTRADA, COMO NA Y1C1 - UM PF7/
      * PF8 ANTES DO PRIMEIRO ENTER NAO PODE ARITMETIZAR SOBRE LIXO.
           MOVE SPACES                     TO WS-FILTRO-TRANSACAO
           MOVE SPACES                     TO WS-FILTRO-USERID
           MOVE '0001-01-01'               TO WS-FILTRO-DATA-INI
           MOVE '9999-12-31'               TO WS-FILTRO-DATA-FIM
           MOVE 0                          TO WS-PRIMEIRO-ID
           MOVE 0                          TO WS-ULTIMO-ID
           MOVE 0                          TO WS-PAGINA

           MOVE 'INFORME TRANSACAO, USERID E/OU DATAS (AAAA-MM-DD)'
                                           TO MSGO
           PERFORM 999-TRATA-FASE2
           .

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
              PF7     (230-PF7)
              PF8     (220-PF8)
              PF3     (240-PF3)
              PF12    (250-PF12)
              ANYKEY  (260-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPALOG')
              MAPSET('M3O99D4')
              INTO  (MAPALOGI)
           END-EXEC
           .

      * ENTER COM ID NO CAMPO DE SELECAO = DETALHE DAQUELE ID, COM A
      * PAGINA ATUAL MANTIDA. SEM ID = NOVA CONSULTA: CAPTURA OS
      * FILTROS DA TELA E MONTA A PRIMEIRA PAGINA A PARTIR DO ID ZERO.
       210-ENTER.
           PERFORM 999-EXIGE-AUTORIZACAO

           IF SELL > 0 AND SELI IS NUMERIC AND SELI > 0
               PERFORM 500-DETALHE
           END-IF

           IF TRNL > 0 AND TRNI NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(TRNI) TO WS-FILTRO-TRANSACAO
           ELSE
               MOVE SPACES                 TO WS-FILTRO-TRANSACAO
           END-IF

           IF USUL > 0 AND USUI NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(USUI) TO WS-FILTRO-USERID
           ELSE
               MOVE SPACES                 TO WS-FILTRO-USERID
           END-IF

           IF DTIL > 0 AND DTII NOT EQUAL SPACES
               MOVE DTII                   TO WS-DATA-VALIDA
               PERFORM 999-VALIDA-FILTRO-DATA
               IF NOT WS-DATA-FILTRO-OK
                   MOVE 'INFORME A DATA INICIAL COMO AAAA-MM-DD'
                                           TO MSGO
                   PERFORM 999-REEXIBE-PAGINA
               END-IF
               MOVE DTII                   TO WS-FILTRO-DATA-INI
           ELSE
               MOVE '0001-01-01'           TO WS-FILTRO-DATA-INI
           END-IF

           IF DTFL > 0 AND DTFI NOT EQUAL SPACES
               MOVE DTFI                   TO WS-DATA-VALIDA
               PERFORM 999-VALIDA-FILTRO-DATA
               IF NOT WS-DATA-FILTRO-OK
                   MOVE 'INFORME A DATA FINAL COMO AAAA-MM-DD'
                                           TO MSGO
                   PERFORM 999-REEXIBE-PAGINA
               END-IF
               MOVE DTFI                   TO WS-FILTRO-DATA-FIM
           ELSE
               MOVE '9999-12-31'           TO WS-FILTRO-DATA-FIM
           END-IF

           IF WS-FILTRO-DATA-INI > WS-FILTRO-DATA-FIM
               MOVE 'DATA INICIAL MAIOR QUE A FINAL' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           MOVE 0                          TO WS-ID-REF-COMP
           MOVE 0                          TO WS-PAGINA
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

      * PF8 = PROXIMA PAGINA, A PARTIR DO ULTIMO ID EXIBIDO.
       220-PF8.
           PERFORM 999-EXIGE-AUTORIZACAO
           MOVE WS-ULTIMO-ID               TO WS-ID-REF-COMP
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

      * PF7 = PAGINA ANTERIOR, A PARTIR DO PRIMEIRO ID EXIBIDO.
       230-PF7.
           PERFORM 999-EXIGE-AUTORIZACAO
           IF WS-PAGINA NOT > 1
               MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           MOVE WS-PRIMEIRO-ID             TO WS-ID-REF-COMP
           PERFORM 400-MONTA-PAGINA-VOLTA
           .

       300-MONTA-PAGINA-AVANTE.
           MOVE 0                          TO WS-QTD-LINHAS
           MOVE SPACES                     TO WS-PAGINA-TAB

           EXEC SQL
              OPEN CUR-LOG-AVANTE
           END-EXEC

      * UM ERRO NO OPEN (POR EXEMPLO -181 NUMA DATA QUE O FORMATO
      * DEIXOU PASSAR MAS O DB2 REJEITA) NAO PODE SAIR DISFARCADO DE
      * RESULTADO VAZIO.
           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO NA CONSULTA - CONFIRA OS FILTROS' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           PERFORM 310-CARREGA-AVANTE THRU 310-CARREGA-AVANTE-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-LOG-AVANTE
           END-EXEC

           IF WS-QTD-LINHAS EQUAL 0
               IF NOT WS-COM-DETALHE
                   MOVE 'NENHUMA LINHA ENCONTRADA DESSE PONTO EM DIANTE'
                                           TO MSGO
               END-IF
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           MOVE WS-PAG-ID(1)               TO WS-PRIMEIRO-ID
           MOVE WS-PAG-ID(WS-QTD-LINHAS)   TO WS-ULTIMO-ID
           ADD 1                           TO WS-PAGINA

           IF NOT WS-COM-DETALHE
               MOVE 'USE PF8 PARA AVANCAR E PF7 PARA VOLTAR' TO MSGO
           END-IF
           PERFORM 999-EXIBE-PAGINA
           .

       310-CARREGA-AVANTE.
           EXEC SQL
              FETCH CUR-LOG-AVANTE
                INTO :DCLOL-ID, :DCLOL-TRANSACAO, :DCLOL-USERID-OPER,
                     :DCLOL-FUNCAO, :DCLOL-CHAVE, :DCLOL-DATA-ALT,
                     :DCLOL-HORA-ALT
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-QTD-LINHAS
               PERFORM 999-MONTA-LINHA
               MOVE WS-LINHA-LOG           TO
                    WS-PAG-LINHA(WS-QTD-LINHAS)
               MOVE DCLOL-ID               TO WS-PAG-ID(WS-QTD-LINHAS)
           END-IF
           .
       310-CARREGA-AVANTE-EXIT.
           EXIT.

      * PAGINA PARA TRAS: O CURSOR DEVOLVE EM ORDEM DECRESCENTE; AS
      * LINHAS SAO GUARDADAS NA ORDEM DO CURSOR E EXIBIDAS DE BAIXO
      * PARA CIMA, PARA A PAGINA LER EM ORDEM CRESCENTE COMO AS
      * DEMAIS.
       400-MONTA-PAGINA-VOLTA.
           MOVE 0                          TO WS-QTD-LINHAS
           MOVE SPACES                     TO WS-PAGINA-TAB

           EXEC SQL
              OPEN CUR-LOG-VOLTA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO NA CONSULTA - CONFIRA OS FILTROS' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           PERFORM 410-CARREGA-VOLTA THRU 410-CARREGA-VOLTA-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-LOG-VOLTA
           END-EXEC

           IF WS-QTD-LINHAS EQUAL 0
               MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

      * NA ORDEM DO CURSOR (DECRESCENTE), A PRIMEIRA LINHA E O MAIOR
      * ID DA PAGINA E A ULTIMA E O MENOR.
           MOVE WS-PAG-ID(WS-QTD-LINHAS)   TO WS-PRIMEIRO-ID
           MOVE WS-PAG-ID(1)               TO WS-ULTIMO-ID
           IF WS-PAGINA > 1
               SUBTRACT 1                  FROM WS-PAGINA
           END-IF

           PERFORM 999-INVERTE-PAGINA

           MOVE 'USE PF8 PARA AVANCAR E PF7 PARA VOLTAR' TO MSGO
           PERFORM 999-EXIBE-PAGINA
           .

       410-CARREGA-VOLTA.
           EXEC SQL
              FETCH CUR-LOG-VOLTA
                INTO :DCLOL-ID, :DCLOL-TRANSACAO, :DCLOL-USERID-OPER,
                     :DCLOL-FUNCAO, :DCLOL-CHAVE, :DCLOL-DATA-ALT,
                     :DCLOL-HORA-ALT
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-QTD-LINHAS
               PERFORM 999-MONTA-LINHA
               MOVE WS-LINHA-LOG           TO
                    WS-PAG-LINHA(WS-QTD-LINHAS)
               MOVE DCLOL-ID               TO WS-PAG-ID(WS-QTD-LINHAS)
           END-IF
           .
       410-CARREGA-VOLTA-EXIT.
           EXIT.

      * DETALHE DO ID INFORMADO NO CAMPO DE SELECAO: AS IMAGENS DE
      * ANTES E DE DEPOIS VAO PARA A AREA DE DETALHE E A PAGINA
      * ATUAL E REMONTADA A PARTIR DO SEU PRIMEIRO ID, COM OS MESMOS
      * FILTROS (OS FILTROS DIGITADOS JUNTO COM A SELECAO SO VALEM
      * NO PROXIMO ENTER SEM ID).
       500-DETALHE.
           MOVE SELI                       TO WS-ID-SEL-COMP
           MOVE SELI                       TO WS-ID-SEL-ED

           EXEC SQL
              SELECT TABELA, VALOR_ANT, VALOR_NOV
                INTO :DCLOL-TABELA, :DCLOL-VALOR-ANT, :DCLOL-VALOR-NOV
                FROM OPER_LOG
               WHERE ID = :WS-ID-SEL-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ID NAO ENCONTRADO NO HISTORICO' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           MOVE 'S'                        TO WS-DETALHE-SW
           MOVE DCLOL-VALOR-ANT            TO WS-DET-ANT
           MOVE DCLOL-VALOR-NOV            TO WS-DET-NOV
           MOVE SPACES                     TO MSGO
           STRING 'DETALHE DO ID '         DELIMITED BY SIZE
                  WS-ID-SEL-ED             DELIMITED BY SIZE
                  ' - TABELA '             DELIMITED BY SIZE
                  DCLOL-TABELA             DELIMITED BY SIZE
             INTO MSGO
           END-STRING

           IF WS-PAGINA EQUAL 0
               MOVE 0                      TO WS-ID-REF-COMP
           ELSE
               COMPUTE WS-ID-REF-COMP = WS-PRIMEIRO-ID - 1
               SUBTRACT 1                  FROM WS-PAGINA
           END-IF
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

       999-MONTA-LINHA.
           MOVE DCLOL-ID                   TO WS-LL-ID
           MOVE DCLOL-DATA-ALT             TO WS-LL-DATA
           MOVE DCLOL-HORA-ALT(1:5)        TO WS-LL-HORA
           MOVE DCLOL-TRANSACAO            TO WS-LL-TRANSACAO
           MOVE DCLOL-USERID-OPER          TO WS-LL-USERID
           MOVE DCLOL-FUNCAO               TO WS-LL-FUNCAO
           MOVE DCLOL-CHAVE                TO WS-LL-CHAVE
           .

      * INVERTE A ORDEM DAS LINHAS CARREGADAS (USADO NA PAGINACAO
      * PARA TRAS), TROCANDO AS PONTAS ATE O MEIO.
       999-INVERTE-PAGINA.
           COMPUTE WS-METADE = WS-QTD-LINHAS / 2
           PERFORM 999-INVERTE-1-LINHA THRU 999-INVERTE-1-LINHA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > WS-METADE
           .

       999-INVERTE-1-LINHA.
           COMPUTE WS-LINHA-EXIBE = WS-QTD-LINHAS - I + 1
           MOVE WS-PAG-LINHA(I)            TO WS-LINHA-TROCA
           MOVE WS-PAG-LINHA(WS-LINHA-EXIBE)
                                           TO WS-PAG-LINHA(I)
           MOVE WS-LINHA-TROCA             TO
                WS-PAG-LINHA(WS-LINHA-EXIBE)
           .
       999-INVERTE-1-LINHA-EXIT.
           EXIT.

      * MANDA A PAGINA MONTADA PARA A TELA, COM OS FILTROS EM USO
      * REEXIBIDOS NOS CAMPOS DE ENTRADA.
       999-EXIBE-PAGINA.
           MOVE WS-PAG-LINHA(1)            TO LIN1O
           MOVE WS-PAG-LINHA(2)            TO LIN2O
           MOVE WS-PAG-LINHA(3)            TO LIN3O
           MOVE WS-PAG-LINHA(4)            TO LIN4O
           MOVE WS-PAG-LINHA(5)            TO LIN5O
           MOVE WS-PAG-LINHA(6)            TO LIN6O
           MOVE WS-PAG-LINHA(7)            TO LIN7O
           MOVE WS-PAG-LINHA(8)            TO LIN8O
           MOVE WS-PAG-LINHA(9)            TO LIN9O
           MOVE WS-PAG-LINHA(10)           TO LIN10O
           MOVE WS-PAGINA                  TO PAGO
           PERFORM 999-REEXIBE-FILTROS
           PERFORM 999-TRATA-FASE2
           .

      * REAPRESENTA A TELA SO COM A MENSAGEM (SEM MEXER NA PAGINA
      * GRAVADA NA COMMAREA), QUANDO NAO HA NADA NOVO PARA MOSTRAR.
       999-REEXIBE-PAGINA.
           MOVE WS-PAGINA                  TO PAGO
           PERFORM 999-REEXIBE-FILTROS
           PERFORM 999-TRATA-FASE2
           .

      * CONFERE O FORMATO AAAA-MM-DD DA DATA EM WS-DATA-VALIDA, COMO
      * NA Y1C1 (O DB2 AINDA REJEITA UMA DATA IMPOSSIVEL - O OPEN DO
      * CURSOR COBRE ESSE RESTO).
       999-VALIDA-FILTRO-DATA.
           MOVE 'N'                        TO WS-DATA-FILTRO-SW

           IF WS-DATA-VALIDA(1:4) IS NUMERIC
              AND WS-DATA-VALIDA(5:1) EQUAL '-'
              AND WS-DATA-VALIDA(6:2) IS NUMERIC
              AND WS-DATA-VALIDA(8:1) EQUAL '-'
              AND WS-DATA-VALIDA(9:2) IS NUMERIC
              AND WS-DATA-VALIDA(6:2) >= '01'
              AND WS-DATA-VALIDA(6:2) <= '12'
              AND WS-DATA-VALIDA(9:2) >= '01'
              AND WS-DATA-VALIDA(9:2) <= '31'
               MOVE 'S'                    TO WS-DATA-FILTRO-SW
           END-IF
           .

      * FILTROS E, SE HOUVER, O DETALHE SELECIONADO.
       999-REEXIBE-FILTROS.
           MOVE WS-FILTRO-TRANSACAO        TO TRNO
           MOVE WS-FILTRO-USERID           TO USUO
           IF WS-FILTRO-DATA-INI EQUAL '0001-01-01'
               MOVE SPACES                 TO DTIO
           ELSE
               MOVE WS-FILTRO-DATA-INI     TO DTIO
           END-IF
           IF WS-FILTRO-DATA-FIM EQUAL '9999-12-31'
               MOVE SPACES                 TO DTFO
           ELSE
               MOVE WS-FILTRO-DATA-FIM     TO DTFO
           END-IF
           IF WS-COM-DETALHE
               MOVE WS-DET-ANT(1:60)       TO DAN1O
               MOVE WS-DET-ANT(61:60)      TO DAN2O
               MOVE WS-DET-NOV(1:60)       TO DNV1O
               MOVE WS-DET-NOV(61:60)      TO DNV2O
           END-IF
           .

      * O HISTORICO MOSTRA O QUE OS OPERADORES FIZERAM - SO QUEM
      * PODE OPERAR PODE CONSULTAR.
       999-EXIGE-AUTORIZACAO.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF
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

       240-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D4'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D4'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       260-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!' TO MSGO
           PERFORM 999-REEXIBE-PAGINA
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
           MOVE EIBTRNID                  TO TRANSO
           MOVE EIBTASKN                  TO TASKO
           MOVE WS-FASE                   TO FASEO

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
              MAP ('MAPALOG')
              MAPSET('M3O99D4')
              FROM(MAPALOGO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

           EXEC CICS RETURN
               TRANSID('Y1D4')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-TRATA-FASE2.
           MOVE -1                        TO TRNL

           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA M3O99D4'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
