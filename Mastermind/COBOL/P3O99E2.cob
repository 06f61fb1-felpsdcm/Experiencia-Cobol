      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99E2.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * CONSULTA ONLINE DA GALERIA DA FAMA (Y1E2, OPCAO H DO MENU
      * Y1B8): MOSTRA OS DESTAQUES DE UM ANO FECHADO, COMO O JOB DE
      * FECHAMENTO DO ANO P3O99S4 OS CONGELOU EM GALERIA_FAMA - NADA
      * E RECALCULADO AQUI. ABRE NO ANO FECHADO MAIS RECENTE; ENTER
      * COM UM ANO DIGITADO VAI DIRETO PARA ELE. PF8 MOSTRA O RESTO
      * DO ANO (12 LINHAS POR TELA) E, NO FIM DELE, O ANO SEGUINTE;
      * PF7 VOLTA AO COMECO DO ANO E, JA NO COMECO, AO ANO ANTERIOR.
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
       77  WS-QTD-LINHAS                   PIC 9(04).
       77  WS-ORDEM-REF-COMP               PIC S9(09) COMP.
       77  WS-RESTANTES-COMP               PIC S9(09) COMP.
       77  WS-ANO-ACHADO                   PIC X(04).

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

      * LINHA DE DETALHE MONTADA PARA A TELA. O NOME E O CONGELADO NO
      * FECHAMENTO, CORTADO NO QUE COUBER. O VALOR SAI EM BRANCO NO
      * CAMPEAO DE TORNEIO E NO PIONEIRO DE CONQUISTA (A REFERENCIA
      * JA DIZ TUDO).
       01  WS-LINHA-GAL.
           05 WS-LG-CATEGORIA              PIC X(15).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LG-NOME                   PIC X(24).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LG-VALOR                  PIC Z(05)9.
           05 WS-LG-VALOR-X                REDEFINES WS-LG-VALOR
                                           PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LG-REFERENCIA             PIC X(30).

       01  WS-PAGINA-TAB.
           05 WS-PAG-LINHA                 PIC X(78) OCCURS 12.

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-ANO-TELA                  PIC X(04).
           05 WS-PRIMEIRA-ORDEM            PIC S9(09) COMP.
           05 WS-ULTIMA-ORDEM              PIC S9(09) COMP.
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DA GALERIA DA FAMA
           COPY M3O99E2.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLGALF
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * UMA TELA DO ANO, NA ORDEM DE EXIBICAO GRAVADA PELO P3O99S4.
           EXEC SQL
              DECLARE CUR-GALERIA CURSOR FOR
                 SELECT ORDEM, CATEGORIA, NOME, VALOR, REFERENCIA
                   FROM GALERIA_FAMA
                  WHERE ANO = :WS-ANO-TELA
                    AND ORDEM > :WS-ORDEM-REF-COMP
                  ORDER BY ORDEM
                  FETCH FIRST 12 ROWS ONLY
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

      * PRIMEIRA ENTRADA: ABRE NO ANO FECHADO MAIS RECENTE.
       100-FASE1.
           MOVE LOW-VALUES                 TO MAPAGALO
           MOVE SPACES                     TO WS-ANO-TELA
           MOVE 0                          TO WS-PRIMEIRA-ORDEM
           MOVE 0                          TO WS-ULTIMA-ORDEM

           EXEC SQL
              SELECT COALESCE(MAX(ANO), ' ')
                INTO :WS-ANO-ACHADO
                FROM GALERIA_FAMA
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR WS-ANO-ACHADO EQUAL SPACES
               MOVE 'NENHUM ANO FECHADO NA GALERIA DA FAMA' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           MOVE WS-ANO-ACHADO              TO WS-ANO-TELA
           MOVE 0                          TO WS-ORDEM-REF-COMP
           PERFORM 300-MONTA-PAGINA
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
              MAP   ('MAPAGAL')
              MAPSET('M3O99E2')
              INTO  (MAPAGALI)
           END-EXEC
           .

      * ENTER = VAI PARA O ANO DIGITADO; SEM ANO, VOLTA AO COMECO DO
      * ANO DA TELA.
       210-ENTER.
           IF ANOL > 0 AND ANOI NOT EQUAL SPACES
               IF ANOI IS NOT NUMERIC
                   MOVE 'INFORME O ANO COMO AAAA' TO MSGO
                   PERFORM 999-REEXIBE-PAGINA
               END-IF

               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-RESTANTES-COMP
                    FROM GALERIA_FAMA
                   WHERE ANO = :ANOI
               END-EXEC

               IF SQLCODE NOT EQUAL 0 OR WS-RESTANTES-COMP EQUAL 0
                   MOVE 'ANO NAO FECHADO NA GALERIA DA FAMA' TO MSGO
                   PERFORM 999-REEXIBE-PAGINA
               END-IF

               MOVE ANOI                   TO WS-ANO-TELA
           END-IF

           MOVE 0                          TO WS-ORDEM-REF-COMP
           PERFORM 300-MONTA-PAGINA
           .

      * PF8 = RESTO DO ANO; NO FIM DELE, O ANO SEGUINTE.
       220-PF8.
           PERFORM 999-CONTA-RESTANTES
           IF WS-RESTANTES-COMP > 0
               MOVE WS-ULTIMA-ORDEM        TO WS-ORDEM-REF-COMP
               PERFORM 300-MONTA-PAGINA
           END-IF

           EXEC SQL
              SELECT COALESCE(MIN(ANO), ' ')
                INTO :WS-ANO-ACHADO
                FROM GALERIA_FAMA
               WHERE ANO > :WS-ANO-TELA
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR WS-ANO-ACHADO EQUAL SPACES
               MOVE 'NAO HA ANO MAIS RECENTE NA GALERIA' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           MOVE WS-ANO-ACHADO              TO WS-ANO-TELA
           MOVE 0                          TO WS-ORDEM-REF-COMP
           PERFORM 300-MONTA-PAGINA
           .

      * PF7 = COMECO DO ANO; JA NO COMECO, O ANO ANTERIOR.
       230-PF7.
           IF WS-PRIMEIRA-ORDEM > 1
               MOVE 0                      TO WS-ORDEM-REF-COMP
               PERFORM 300-MONTA-PAGINA
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(ANO), ' ')
                INTO :WS-ANO-ACHADO
                FROM GALERIA_FAMA
               WHERE ANO < :WS-ANO-TELA
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR WS-ANO-ACHADO EQUAL SPACES
               MOVE 'NAO HA ANO MAIS ANTIGO NA GALERIA' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           MOVE WS-ANO-ACHADO              TO WS-ANO-TELA
           MOVE 0                          TO WS-ORDEM-REF-COMP
           PERFORM 300-MONTA-PAGINA
           .

       300-MONTA-PAGINA.
           MOVE 0                          TO WS-QTD-LINHAS
           MOVE SPACES                     TO WS-PAGINA-TAB

           EXEC SQL
              OPEN CUR-GALERIA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO NA CONSULTA DA GALERIA DA FAMA' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           PERFORM 310-CARREGA-LINHA THRU 310-CARREGA-LINHA-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-GALERIA
           END-EXEC

           IF WS-QTD-LINHAS EQUAL 0
               MOVE 'NENHUM DESTAQUE GRAVADO PARA O ANO' TO MSGO
               PERFORM 999-REEXIBE-PAGINA
           END-IF

           PERFORM 999-CONTA-RESTANTES
           IF WS-RESTANTES-COMP > 0
               MOVE 'PF8 = MAIS DESTAQUES DO ANO   PF7 = VOLTAR'
                                           TO MSGO
           ELSE
               MOVE 'PF8 = ANO SEGUINTE   PF7 = ANO ANTERIOR'
                                           TO MSGO
           END-IF
           PERFORM 999-EXIBE-PAGINA
           .

       310-CARREGA-LINHA.
           EXEC SQL
              FETCH CUR-GALERIA
                INTO :DCLGF-ORDEM, :DCLGF-CATEGORIA, :DCLGF-NOME,
                     :DCLGF-VALOR, :DCLGF-REFERENCIA
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-QTD-LINHAS
               PERFORM 999-MONTA-LINHA
               MOVE WS-LINHA-GAL           TO
                    WS-PAG-LINHA(WS-QTD-LINHAS)
               IF WS-QTD-LINHAS EQUAL 1
                   MOVE DCLGF-ORDEM        TO WS-PRIMEIRA-ORDEM
               END-IF
               MOVE DCLGF-ORDEM            TO WS-ULTIMA-ORDEM
           END-IF
           .
       310-CARREGA-LINHA-EXIT.
           EXIT.

       999-MONTA-LINHA.
           EVALUATE DCLGF-CATEGORIA
              WHEN 'PT'
                 MOVE 'MAIOR PONTUACAO'    TO WS-LG-CATEGORIA
              WHEN 'VI'
                 MOVE 'MAIS VITORIAS'      TO WS-LG-CATEGORIA
              WHEN 'RT'
                 MOVE 'MAIOR RATING'       TO WS-LG-CATEGORIA
              WHEN 'SR'
                 MOVE 'MAIOR SERIE'        TO WS-LG-CATEGORIA
              WHEN 'TC'
                 MOVE 'CAMPEAO TORNEIO'    TO WS-LG-CATEGORIA
              WHEN 'EQ'
                 MOVE 'MELHOR EQUIPE'      TO WS-LG-CATEGORIA
              WHEN 'CQ'
                 MOVE 'PIONEIRO'           TO WS-LG-CATEGORIA
              WHEN OTHER
                 MOVE DCLGF-CATEGORIA      TO WS-LG-CATEGORIA
           END-EVALUATE

           MOVE DCLGF-NOME                 TO WS-LG-NOME
           IF DCLGF-CATEGORIA EQUAL 'TC' OR DCLGF-CATEGORIA EQUAL 'CQ'
               MOVE SPACES                 TO WS-LG-VALOR-X
           ELSE
               MOVE DCLGF-VALOR            TO WS-LG-VALOR
           END-IF
           MOVE DCLGF-REFERENCIA           TO WS-LG-REFERENCIA
           .

      * QUANTAS LINHAS DO ANO DA TELA AINDA VEM DEPOIS DA ULTIMA
      * EXIBIDA.
       999-CONTA-RESTANTES.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-RESTANTES-COMP
                FROM GALERIA_FAMA
               WHERE ANO = :WS-ANO-TELA
                 AND ORDEM > :WS-ULTIMA-ORDEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-RESTANTES-COMP
           END-IF
           .

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
           MOVE WS-PAG-LINHA(11)           TO LIN11O
           MOVE WS-PAG-LINHA(12)           TO LIN12O
           MOVE WS-ANO-TELA                TO ANOO
           PERFORM 999-TRATA-FASE2
           .

      * REAPRESENTA A TELA SO COM A MENSAGEM (SEM MEXER NO ANO E NA
      * PAGINA GRAVADOS NA COMMAREA).
       999-REEXIBE-PAGINA.
           MOVE WS-ANO-TELA                TO ANOO
           PERFORM 999-TRATA-FASE2
           .

       240-PF3.
           EXEC CICS XCTL
               PROGRAM('P3O99B8')
           END-EXEC
           .

       250-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1E2'
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
              MAP ('MAPAGAL')
              MAPSET('M3O99E2')
              FROM(MAPAGALO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

           EXEC CICS RETURN
               TRANSID('Y1E2')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-TRATA-FASE2.
           MOVE -1                        TO ANOL

           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA M3O99E2'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
