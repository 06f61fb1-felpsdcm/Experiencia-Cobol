      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99D3.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * CAIXA DE MENSAGENS DO JOGADOR (Y1D3, OPCAO M DO MENU Y1B8):
      * LISTA AS MENSAGENS DEIXADAS PARA O USERID DO TERMINAL (TABELA
      * MENSAGEM) - AS NAO LIDAS PRIMEIRO, DEPOIS AS MAIS RECENTES -
      * E MARCA COMO LIDAS AS QUE APARECERAM NA TELA. AS MENSAGENS
      * SAO GRAVADAS PELO DUELO (Y1B9), PELO CHAVEAMENTO DO TORNEIO
      * (P3O99RG), PELA APURACAO DAS SERIES (P3O99RP) E PELA
      * ANULACAO DE JOGO (Y1C8); AS LIDAS ANTIGAS SAO APAGADAS PELO
      * EXPURGO NOTURNO (P3O99R5). ENTER REAPRESENTA A LISTA (SE
      * HAVIA MAIS NAO LIDAS DO QUE CABEM NA TELA, AS SEGUINTES
      * SOBEM), PF3 VOLTA AO MENU.
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
       77  WS-QTD-MENSAGENS                PIC 9(04).
       77  WS-QTD-NOVAS                    PIC 9(04).
       77  I                               PIC 9(04).
       77  WS-NAO-LIDAS-COMP               PIC S9(09) COMP.
       77  WS-ID-MENS-COMP                 PIC S9(09) COMP.

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

      * LINHA DE MENSAGEM MONTADA PARA A TELA - O ASTERISCO MARCA AS
      * QUE AINDA NAO TINHAM SIDO LIDAS.
       01  WS-LINHA-MENS.
           05 WS-LM-DIA                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-LM-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LM-HORA                   PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LM-NOVA                   PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LM-TEXTO                  PIC X(60).

      * IDS DAS MENSAGENS NAO LIDAS QUE FORAM PARA A TELA - SO ELAS
      * SAO MARCADAS COMO LIDAS, DEPOIS DE FECHADO O CURSOR.
       01  WS-IDS-NOVAS.
           05 WS-ID-NOVA                   PIC S9(09) COMP OCCURS 8.

       01  WS-LINHA-RODAPE.
           05 WS-LR-QTD                    PIC ZZ9.
           05 FILLER                       PIC X(57)
              VALUE ' NAO LIDA(S) AINDA - ENTER MOSTRA MAIS, PF3 MENU'.

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DE MENSAGENS
           COPY M3O99D3.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLMENS
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * MENSAGENS DO JOGADOR: AS NAO LIDAS ('N' VEM ANTES DE 'S')
      * PRIMEIRO, E DENTRO DE CADA GRUPO AS MAIS RECENTES - UMA TELA.
           EXEC SQL
              DECLARE CUR-MENSAGENS CURSOR FOR
                 SELECT ID, TEXTO, LIDA, DATA_MSG, HORA_MSG
                   FROM MENSAGEM
                  WHERE USERID = :DCLMS-USERID
                  ORDER BY LIDA, DATA_MSG DESC, HORA_MSG DESC, ID DESC
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
           MOVE LOW-VALUES                 TO MAPAMSGO
           PERFORM 110-MONTA-LISTA
           PERFORM 999-TRATA-FASE2
           .

       110-MONTA-LISTA.
           MOVE 0                          TO WS-QTD-MENSAGENS
           MOVE 0                          TO WS-QTD-NOVAS
           MOVE EIBUSERID                  TO DCLMS-USERID

           EXEC SQL
              OPEN CUR-MENSAGENS
           END-EXEC

           PERFORM 111-CARREGA-1-MENS THRU 111-CARREGA-1-MENS-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-MENSAGENS
           END-EXEC

           IF WS-QTD-MENSAGENS EQUAL 0
               MOVE 'NENHUMA MENSAGEM NA SUA CAIXA' TO LIN1O
           END-IF

           MOVE 1                          TO I
           PERFORM 112-MARCA-1-LIDA THRU 112-MARCA-1-LIDA-EXIT
               UNTIL I > WS-QTD-NOVAS

      * SE AINDA SOBRARAM NAO LIDAS FORA DA TELA, O RODAPE AVISA.
           MOVE 0                          TO WS-NAO-LIDAS-COMP

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-NAO-LIDAS-COMP
                FROM MENSAGEM
               WHERE USERID = :DCLMS-USERID
                 AND LIDA = 'N'
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-NAO-LIDAS-COMP > 0
               IF WS-NAO-LIDAS-COMP > 999
                   MOVE 999                TO WS-LR-QTD
               ELSE
                   MOVE WS-NAO-LIDAS-COMP  TO WS-LR-QTD
               END-IF
               MOVE WS-LINHA-RODAPE        TO MSGO
           ELSE
               MOVE 'SUAS MENSAGENS (* = NOVA) - PF3 VOLTA AO MENU'
                                           TO MSGO
           END-IF
           .

       111-CARREGA-1-MENS.
           EXEC SQL
              FETCH CUR-MENSAGENS
                INTO :DCLMS-ID, :DCLMS-TEXTO, :DCLMS-LIDA,
                     :DCLMS-DATA-MSG, :DCLMS-HORA-MSG
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 111-CARREGA-1-MENS-EXIT
           END-IF

           ADD 1                           TO WS-QTD-MENSAGENS
           MOVE DCLMS-DATA-MSG(9:2)        TO WS-LM-DIA
           MOVE DCLMS-DATA-MSG(6:2)        TO WS-LM-MES
           MOVE DCLMS-HORA-MSG(1:5)        TO WS-LM-HORA
           MOVE DCLMS-TEXTO                TO WS-LM-TEXTO

           IF DCLMS-LIDA EQUAL 'N'
               MOVE '*'                    TO WS-LM-NOVA
               ADD 1                       TO WS-QTD-NOVAS
               MOVE DCLMS-ID               TO WS-ID-NOVA(WS-QTD-NOVAS)
           ELSE
               MOVE SPACE                  TO WS-LM-NOVA
           END-IF

           EVALUATE WS-QTD-MENSAGENS
              WHEN 1 MOVE WS-LINHA-MENS    TO LIN1O
              WHEN 2 MOVE WS-LINHA-MENS    TO LIN2O
              WHEN 3 MOVE WS-LINHA-MENS    TO LIN3O
              WHEN 4 MOVE WS-LINHA-MENS    TO LIN4O
              WHEN 5 MOVE WS-LINHA-MENS    TO LIN5O
              WHEN 6 MOVE WS-LINHA-MENS    TO LIN6O
              WHEN 7 MOVE WS-LINHA-MENS    TO LIN7O
              WHEN 8 MOVE WS-LINHA-MENS    TO LIN8O
           END-EVALUATE
           .
       111-CARREGA-1-MENS-EXIT.
           EXIT.

      * MARCA COMO LIDA UMA DAS MENSAGENS NOVAS QUE FORAM PARA A
      * TELA. UMA FALHA AQUI NAO DERRUBA A CONSULTA - A MENSAGEM SO
      * CONTINUA MARCADA COMO NOVA NA PROXIMA VEZ.
       112-MARCA-1-LIDA.
           MOVE WS-ID-NOVA(I)              TO WS-ID-MENS-COMP

           EXEC SQL
              UPDATE MENSAGEM
                 SET LIDA = 'S'
               WHERE ID = :WS-ID-MENS-COMP
           END-EXEC

           ADD 1                           TO I
           .
       112-MARCA-1-LIDA-EXIT.
           EXIT.

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
              PF3     (220-PF3)
              PF12    (240-PF12)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPAMSG')
              MAPSET('M3O99D3')
              INTO  (MAPAMSGI)
           END-EXEC
           .

      * ENTER REAPRESENTA A LISTA - AS NOVAS QUE NAO COUBERAM NA TELA
      * ANTERIOR SOBEM, E AS QUE CHEGARAM NESSE MEIO TEMPO TAMBEM.
       210-ENTER.
           MOVE LOW-VALUES                 TO MAPAMSGO
           PERFORM 110-MONTA-LISTA
           PERFORM 999-TRATA-FASE2
           .

       220-PF3.
           EXEC CICS XCTL
               PROGRAM('P3O99B8')
           END-EXEC
           .

       240-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D3'
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
              MAP ('MAPAMSG')
              MAPSET('M3O99D3')
              FROM(MAPAMSGO)
              ERASE FREEKB ALARM
           END-EXEC
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

           EXEC CICS RETURN
               TRANSID('Y1D3')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-TRATA-FASE2.
           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA M3O99D3'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
