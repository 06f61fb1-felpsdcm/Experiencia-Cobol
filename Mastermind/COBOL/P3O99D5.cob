      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99D5.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * PERFIL DO JOGADOR (Y1D5, OPCAO F DO MENU Y1B8): JUNTA NUMA
      * TELA SO TUDO O QUE O SISTEMA SABE DO USERID DO TERMINAL -
      * NOME E DEPARTAMENTO (JOGADOR), RATING E POSICAO NO RANKING
      * DE RATING, MELHOR PONTUACAO NO PLACAR COM A POSICAO NA
      * TEMPORADA E NO GERAL, SERIE ATUAL E RECORDE DO DESAFIO
      * DIARIO, QUANTIDADE DE CONQUISTAS, EQUIPE, VITORIAS E DERROTAS
      * EM DUELO E OS ULTIMOS 10 JOGOS DE HISTJOGO.
      *
      * AS POSICOES NO PLACAR SAO POR JOGADOR (1 + QUANTOS USERIDS
      * TEM MELHOR PONTUACAO MAIOR QUE A DELE), NAO POR LINHA DO
      * PLACAR; A TEMPORADA E O TRIMESTRE CORRENTE, O MESMO CORTE DA
      * VISAO DE TEMPORADA DO MENU E DO FECHAMENTO P3O99RE.
      *
      * INFORMANDO O NUMERO DE UMA LINHA DA LISTA DE JOGOS (1 A 10)
      * NO CAMPO DE SELECAO, O JOGO ABRE NO REPLAY Y1C9, QUE VOLTA
      * PARA ESTE PERFIL NO PF3.
      *
      * O JOGADOR SO VE O PROPRIO PERFIL. UM USERID DE MANUT_AUTORIZ
      * (OS MESMOS DA Y1C5) PODE INFORMAR OUTRO USERID NO CAMPO DE
      * USUARIO E CONSULTAR O PERFIL DELE.
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
       77  WS-SEL                          PIC 9(02).
       77  WS-USERID-PEDIDO                PIC X(08).
       77  WS-CONT-COMP                    PIC S9(09) COMP.
       77  WS-MELHOR-COMP                  PIC S9(09) COMP.
       77  WS-MELHOR-TEMP-COMP             PIC S9(09) COMP.
       77  WS-DUE-VITORIAS-COMP            PIC S9(09) COMP.
       77  WS-DUE-DERROTAS-COMP            PIC S9(09) COMP.
       77  WS-CONT-AUTORIZ-COMP            PIC S9(09) COMP.
       77  WS-AUTORIZADO-SW                PIC X(01) VALUE 'N'.
           88 WS-AUTORIZADO                    VALUE 'S'.

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

      * INICIO DA TEMPORADA CORRENTE (PRIMEIRO DIA DO TRIMESTRE) PARA
      * A POSICAO NO PLACAR DA TEMPORADA.
       77  WS-DATA-REG                     PIC 9(08).
       01  WS-SQL-TEMP-INI.
           05 WS-TI-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TI-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TI-DIA                    PIC X(02).

      * LINHAS DE INFORMACAO DO PERFIL. CONTAGEM ZERADA SAI EM BRANCO
      * ONDE O ZERO NAO TEM SENTIDO (SEM RATING, SEM PLACAR).
       01  WS-LINHA-INF1.
           05 WS-LI1-USERID                PIC X(08).
           05 FILLER                       PIC X(03) VALUE ' - '.
           05 WS-LI1-NOME                  PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LI1-DEPTO                 PIC X(20).
           05 FILLER                       PIC X(07) VALUE SPACES.

       01  WS-LINHA-INF2.
           05 FILLER                       PIC X(08) VALUE 'RATING: '.
           05 WS-LI2-RATING                PIC Z(04).
           05 FILLER                       PIC X(11)
              VALUE '  POSICAO: '.
           05 WS-LI2-POSICAO               PIC Z(05).
           05 FILLER                       PIC X(14)
              VALUE '  CONQUISTAS: '.
           05 WS-LI2-CONQUISTAS            PIC Z(02)9.
           05 FILLER                       PIC X(25) VALUE SPACES.

       01  WS-LINHA-INF3.
           05 FILLER                       PIC X(17)
              VALUE 'PLACAR - MELHOR: '.
           05 WS-LI3-MELHOR                PIC Z(04).
           05 FILLER                       PIC X(24)
              VALUE '  POSICAO NA TEMPORADA: '.
           05 WS-LI3-POS-TEMP              PIC Z(05).
           05 FILLER                       PIC X(09) VALUE '  GERAL: '.
           05 WS-LI3-POS-GERAL             PIC Z(05).
           05 FILLER                       PIC X(06) VALUE SPACES.

       01  WS-LINHA-INF4.
           05 FILLER                       PIC X(08) VALUE 'EQUIPE: '.
           05 WS-LI4-EQUIPE                PIC X(20).
           05 FILLER                       PIC X(08) VALUE ' SERIE: '.
           05 WS-LI4-SERIE                 PIC Z(02)9.
           05 FILLER                       PIC X(06) VALUE ' REC: '.
           05 WS-LI4-RECORDE               PIC Z(02)9.
           05 FILLER                       PIC X(09) VALUE ' DUELOS: '.
           05 WS-LI4-VITORIAS              PIC Z(02)9.
           05 FILLER                       PIC X(02) VALUE 'V '.
           05 WS-LI4-DERROTAS              PIC Z(02)9.
           05 FILLER                       PIC X(01) VALUE 'D'.
           05 FILLER                       PIC X(04) VALUE SPACES.

       01  WS-LINHA-CAB.
           05 FILLER                       PIC X(13)
              VALUE 'SL        ID '.
           05 FILLER                       PIC X(17)
              VALUE 'DATA       HORA  '.
           05 FILLER                       PIC X(08) VALUE 'RESULT. '.
           05 FILLER                       PIC X(10) VALUE 'TENT  PTS '.
           05 FILLER                       PIC X(22) VALUE 'MODO'.

      * LINHA DA LISTA DOS ULTIMOS JOGOS. O MODO JUNTA OS MARCADORES
      * DO JOGO: TREINO OU DIFICIL (OU DUELO, QUANDO NAO HA SENHA
      * RASTREAVEL, COOP OU DESAFIO DE COLEGA), BLITZ E ANULADO.
       01  WS-LINHA-JOGO.
           05 WS-LJ-SEL                    PIC Z9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-ID                     PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-DATA                   PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-HORA                   PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-RESULTADO              PIC X(07).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-TENTATIVAS             PIC Z(03)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-PONTOS                 PIC Z(03)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-MARCA-MODO             PIC X(07).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-MARCA-BLITZ            PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-MARCA-ANULADO          PIC X(07).
           05 FILLER                       PIC X(01) VALUE SPACES.

       01  WS-LISTA-TAB.
           05 WS-LISTA-LINHA               PIC X(70) OCCURS 10.

      * COMMAREA DE REPASSE PARA O REPLAY Y1C9 - TEM DE BATER BYTE A
      * BYTE COM O INICIO DA WS-DFHCOMMAREA DE P3O99C9.
       01  WS-C9-COMMAREA.
           05 WS-C9-FASE                   PIC X(01).
           05 WS-C9-IDH                    PIC 9(09).
           05 WS-C9-ORIGEM                 PIC X(08).
           05 WS-C9-USERID                 PIC X(08).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA - O USERID DO PERFIL EXIBIDO E OS IDS
      * DOS JOGOS DA LISTA, NA ORDEM DA TELA, PARA A SELECAO. A Y1C9
      * DEVOLVE SO A FASE E O USERID (O RESTO E REMONTADO NA FASE 1).
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-PERFIL-USERID             PIC X(08).
           05 WS-QTD-JOGOS                 PIC 9(02).
           05 WS-LISTA-JOGO                OCCURS 10.
              10 WS-LISTA-ID               PIC S9(09) COMP.
      * 'D' = JOGO SEM SENHA RASTREAVEL (DUELO) - SEM REPLAY.
      * 'C' = JOGO COOPERATIVO (Y1D9) - SEM REPLAY.
              10 WS-LISTA-TIPO             PIC X(01).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DE PERFIL DO JOGADOR
           COPY M3O99D5.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLJGDR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRTNG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPLACAR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSDES
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCONQ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEQUI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEQMB
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDUELO
           END-EXEC.

           EXEC SQL
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMAUT
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * OS ULTIMOS 10 JOGOS DO USERID, O MAIS RECENTE PRIMEIRO.
           EXEC SQL
              DECLARE CUR-ULTIMOS CURSOR FOR
                 SELECT ID, RESULTADO, TENTATIVAS, PONTUACAO,
                        DATA_JOGO, HORA_JOGO, SENHA_ID, ANULADO,
                        TREINO, MODO_DIFICIL, MODO_BLITZ, COOP,
                        DESAFIO_COLEGA
                   FROM HISTJOGO
                  WHERE USERID = :WS-PERFIL-USERID
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
              MOVE EIBUSERID               TO WS-PERFIL-USERID
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

      * FASE 1: VINDO DO MENU, O PERFIL E O DO TERMINAL; VOLTANDO DO
      * REPLAY, O USERID QUE ESTAVA NA TELA VEM NA COMMAREA.
       100-FASE1.
           MOVE LOW-VALUES                 TO MAPAPRFO

           IF WS-PERFIL-USERID EQUAL SPACES
              OR WS-PERFIL-USERID EQUAL LOW-VALUES
               MOVE EIBUSERID              TO WS-PERFIL-USERID
           END-IF

           MOVE 'INFORME A LINHA DE UM JOGO PARA VER O REPLAY'
                                           TO MSGO
           PERFORM 400-MONTA-PERFIL
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
              MAP   ('MAPAPRF')
              MAPSET('M3O99D5')
              INTO  (MAPAPRFI)
           END-EXEC
           .

      * ENTER: COM UMA LINHA NO CAMPO DE SELECAO, ABRE O JOGO NO
      * REPLAY; COM OUTRO USERID NO CAMPO DE USUARIO, TROCA O PERFIL
      * EXIBIDO (SO OPERADOR); SEM NADA, SO ATUALIZA A TELA.
       210-ENTER.
           MOVE 0                          TO WS-SEL
           IF SELL > 0 AND SELI IS NUMERIC
               MOVE SELI                   TO WS-SEL
           END-IF

           MOVE SPACES                     TO WS-USERID-PEDIDO
           IF USUL > 0 AND USUI NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(USUI) TO WS-USERID-PEDIDO
           END-IF

           MOVE LOW-VALUES                 TO MAPAPRFO

           IF WS-SEL > 0
               PERFORM 300-SELECIONA-JOGO
           END-IF

           IF WS-USERID-PEDIDO NOT EQUAL SPACES
              AND WS-USERID-PEDIDO NOT EQUAL WS-PERFIL-USERID
               PERFORM 230-TROCA-USUARIO
           END-IF

           MOVE 'INFORME A LINHA DE UM JOGO PARA VER O REPLAY'
                                           TO MSGO
           PERFORM 400-MONTA-PERFIL
           PERFORM 999-TRATA-FASE2
           .

      * O PROPRIO USERID DO TERMINAL SEMPRE PODE; OUTRO USERID, SO
      * QUEM ESTA EM MANUT_AUTORIZ.
       230-TROCA-USUARIO.
           IF WS-USERID-PEDIDO NOT EQUAL EIBUSERID
               PERFORM 999-VERIFICA-AUTORIZACAO
               IF NOT WS-AUTORIZADO
                   MOVE 'SO OPERADOR CONSULTA PERFIL DE OUTRO USERID'
                                           TO MSGO
                   PERFORM 400-MONTA-PERFIL
                   PERFORM 999-TRATA-FASE2
               END-IF
           END-IF

           MOVE WS-USERID-PEDIDO           TO WS-PERFIL-USERID
           .

      * A LINHA ESCOLHIDA TEM DE SER UMA DAS EXIBIDAS NA ULTIMA TELA
      * (OS IDS VIAJAM NA COMMAREA).
       300-SELECIONA-JOGO.
           IF WS-SEL > WS-QTD-JOGOS
               MOVE 'LINHA INVALIDA - ESCOLHA UM JOGO DA LISTA' TO MSGO
               PERFORM 400-MONTA-PERFIL
               PERFORM 999-TRATA-FASE2
           END-IF

      * DUELO NAO GERA AUDITORIA - A Y1C9 RECUSARIA O JOGO.
           IF WS-LISTA-TIPO(WS-SEL) EQUAL 'D'
               MOVE 'DUELOS NAO TEM REPLAY (SEM AUDITORIA)' TO MSGO
               PERFORM 400-MONTA-PERFIL
               PERFORM 999-TRATA-FASE2
           END-IF

      * JOGO COOPERATIVO - A Y1C9 TAMBEM RECUSARIA.
           IF WS-LISTA-TIPO(WS-SEL) EQUAL 'C'
               MOVE 'JOGO COOPERATIVO NAO TEM REPLAY' TO MSGO
               PERFORM 400-MONTA-PERFIL
               PERFORM 999-TRATA-FASE2
           END-IF

           MOVE '1'                        TO WS-C9-FASE
           MOVE WS-LISTA-ID(WS-SEL)        TO WS-C9-IDH
           MOVE 'P3O99D5'                  TO WS-C9-ORIGEM
           MOVE WS-PERFIL-USERID           TO WS-C9-USERID

           EXEC CICS XCTL
               PROGRAM('P3O99C9')
               COMMAREA(WS-C9-COMMAREA)
               LENGTH(LENGTH OF WS-C9-COMMAREA)
           END-EXEC
           .

      * MONTA A TELA INTEIRA DO PERFIL DE WS-PERFIL-USERID. NAO MEXE
      * NA MSGO, QUE E DE QUEM CHAMA.
       400-MONTA-PERFIL.
           MOVE WS-PERFIL-USERID           TO USUO
           PERFORM 410-CADASTRO
           PERFORM 420-RATING
           PERFORM 430-PLACAR
           PERFORM 440-EQUIPE-DESAFIO
           PERFORM 450-DUELOS
           PERFORM 460-ULTIMOS-JOGOS

           MOVE WS-LINHA-INF1              TO INF1O
           MOVE WS-LINHA-INF2              TO INF2O
           MOVE WS-LINHA-INF3              TO INF3O
           MOVE WS-LINHA-INF4              TO INF4O
           MOVE WS-LINHA-CAB               TO CABO
           MOVE WS-LISTA-LINHA(1)          TO JOG1O
           MOVE WS-LISTA-LINHA(2)          TO JOG2O
           MOVE WS-LISTA-LINHA(3)          TO JOG3O
           MOVE WS-LISTA-LINHA(4)          TO JOG4O
           MOVE WS-LISTA-LINHA(5)          TO JOG5O
           MOVE WS-LISTA-LINHA(6)          TO JOG6O
           MOVE WS-LISTA-LINHA(7)          TO JOG7O
           MOVE WS-LISTA-LINHA(8)          TO JOG8O
           MOVE WS-LISTA-LINHA(9)          TO JOG9O
           MOVE WS-LISTA-LINHA(10)         TO JOG10O
           .

      * NOME E DEPARTAMENTO DO CADASTRO (CARGA NOTURNA P3O99RD).
       410-CADASTRO.
           MOVE WS-PERFIL-USERID           TO WS-LI1-USERID

           EXEC SQL
              SELECT NOME, DEPARTAMENTO
                INTO :DCLJG-NOME, :DCLJG-DEPARTAMENTO
                FROM JOGADOR
               WHERE USERID = :WS-PERFIL-USERID
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE DCLJG-NOME             TO WS-LI1-NOME
               MOVE DCLJG-DEPARTAMENTO     TO WS-LI1-DEPTO
           ELSE
               MOVE '(NAO CADASTRADO EM JOGADOR)' TO WS-LI1-NOME
               MOVE SPACES                 TO WS-LI1-DEPTO
           END-IF
           .

      * RATING ATUAL E POSICAO NO RANKING DE RATING (OPCAO R DO
      * MENU); QUEM AINDA NAO TEM LINHA EM RATING FICA EM BRANCO. COMO
      * NOS RANKINGS DO MENU, JOGADOR DESLIGADO NAO CONTA NA POSICAO.
       420-RATING.
           MOVE 0                          TO WS-LI2-RATING
           MOVE 0                          TO WS-LI2-POSICAO

           EXEC SQL
              SELECT RATING
                INTO :DCLRT-RATING
                FROM RATING
               WHERE USERID = :WS-PERFIL-USERID
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE DCLRT-RATING           TO WS-LI2-RATING

               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-CONT-COMP
                    FROM RATING
                   WHERE RATING > :DCLRT-RATING
                     AND NOT EXISTS
                         (SELECT 1
                            FROM JOGADOR J
                           WHERE J.USERID = RATING.USERID
                             AND J.SITUACAO = 'D')
               END-EXEC

               IF SQLCODE EQUAL 0
                   COMPUTE WS-LI2-POSICAO = WS-CONT-COMP + 1
               END-IF
           END-IF

           MOVE 0                          TO WS-CONT-COMP

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONT-COMP
                FROM CONQUISTA
               WHERE USERID = :WS-PERFIL-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-CONT-COMP
           END-IF
           MOVE WS-CONT-COMP               TO WS-LI2-CONQUISTAS
           .

      * MELHOR PONTUACAO NO PLACAR E A POSICAO DO JOGADOR NA
      * TEMPORADA (PELA MELHOR PONTUACAO DELE NA TEMPORADA) E NO
      * GERAL. SEM PONTUACAO NO PERIODO, A POSICAO FICA EM BRANCO.
      * JOGADOR DESLIGADO NAO CONTA NA POSICAO, COMO NO MENU.
       430-PLACAR.
           MOVE 0                          TO WS-LI3-MELHOR
           MOVE 0                          TO WS-LI3-POS-TEMP
           MOVE 0                          TO WS-LI3-POS-GERAL

           EXEC SQL
              SELECT COALESCE(MAX(PONTUACAO), 0)
                INTO :WS-MELHOR-COMP
                FROM PLACAR
               WHERE USERID = :WS-PERFIL-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-MELHOR-COMP
           END-IF

           IF WS-MELHOR-COMP > 0
               MOVE WS-MELHOR-COMP         TO WS-LI3-MELHOR

               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-CONT-COMP
                    FROM (SELECT USERID
                            FROM PLACAR
                           WHERE NOT EXISTS
                                 (SELECT 1
                                    FROM JOGADOR J
                                   WHERE J.USERID = PLACAR.USERID
                                     AND J.SITUACAO = 'D')
                           GROUP BY USERID
                          HAVING MAX(PONTUACAO) > :WS-MELHOR-COMP)
                         AS PL
               END-EXEC

               IF SQLCODE EQUAL 0
                   COMPUTE WS-LI3-POS-GERAL = WS-CONT-COMP + 1
               END-IF
           END-IF

           PERFORM 999-MONTA-INICIO-TEMPORADA

           EXEC SQL
              SELECT COALESCE(MAX(PONTUACAO), 0)
                INTO :WS-MELHOR-TEMP-COMP
                FROM PLACAR
               WHERE USERID = :WS-PERFIL-USERID
                 AND DATA_JOGO >= :WS-SQL-TEMP-INI
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-MELHOR-TEMP-COMP
           END-IF

           IF WS-MELHOR-TEMP-COMP > 0
               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-CONT-COMP
                    FROM (SELECT USERID
                            FROM PLACAR
                           WHERE DATA_JOGO >= :WS-SQL-TEMP-INI
                             AND NOT EXISTS
                                 (SELECT 1
                                    FROM JOGADOR J
                                   WHERE J.USERID = PLACAR.USERID
                                     AND J.SITUACAO = 'D')
                           GROUP BY USERID
                          HAVING MAX(PONTUACAO) > :WS-MELHOR-TEMP-COMP)
                         AS PT
               END-EXEC

               IF SQLCODE EQUAL 0
                   COMPUTE WS-LI3-POS-TEMP = WS-CONT-COMP + 1
               END-IF
           END-IF
           .

      * EQUIPE ATUAL (EQUIPE_MEMBRO) E SERIE DO DESAFIO DIARIO.
       440-EQUIPE-DESAFIO.
           EXEC SQL
              SELECT E.NOME
                INTO :DCLEQ-NOME
                FROM EQUIPE E, EQUIPE_MEMBRO M
               WHERE M.USERID = :WS-PERFIL-USERID
                 AND E.ID = M.EQUIPE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE DCLEQ-NOME             TO WS-LI4-EQUIPE
           ELSE
               MOVE '(SEM EQUIPE)'         TO WS-LI4-EQUIPE
           END-IF

           EXEC SQL
              SELECT SERIE_ATUAL, SERIE_RECORDE
                INTO :DCLSD-SERIE-ATUAL, :DCLSD-SERIE-RECORDE
                FROM SERIE_DESAFIO
               WHERE USERID = :WS-PERFIL-USERID
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE DCLSD-SERIE-ATUAL      TO WS-LI4-SERIE
               MOVE DCLSD-SERIE-RECORDE    TO WS-LI4-RECORDE
           ELSE
               MOVE 0                      TO WS-LI4-SERIE
               MOVE 0                      TO WS-LI4-RECORDE
           END-IF
           .

      * VITORIAS E DERROTAS EM DUELOS TERMINADOS, NOS DOIS LADOS -
      * MESMA CONTAGEM DO RANKING DE DUELOS (OPCAO 6 DO MENU).
       450-DUELOS.
           EXEC SQL
              SELECT COALESCE(SUM(CASE
                       WHEN (USERID_1 = :WS-PERFIL-USERID
                             AND VENCEDOR = TERMINAL_1)
                         OR (USERID_2 = :WS-PERFIL-USERID
                             AND VENCEDOR = TERMINAL_2)
                       THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE
                       WHEN (USERID_1 = :WS-PERFIL-USERID
                             AND VENCEDOR = TERMINAL_1)
                         OR (USERID_2 = :WS-PERFIL-USERID
                             AND VENCEDOR = TERMINAL_2)
                       THEN 0 ELSE 1 END), 0)
                INTO :WS-DUE-VITORIAS-COMP, :WS-DUE-DERROTAS-COMP
                FROM JOGO_DUELO
               WHERE VENCEDOR <> SPACES
                 AND (USERID_1 = :WS-PERFIL-USERID
                      OR USERID_2 = :WS-PERFIL-USERID)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-DUE-VITORIAS-COMP
               MOVE 0                      TO WS-DUE-DERROTAS-COMP
           END-IF

           MOVE WS-DUE-VITORIAS-COMP       TO WS-LI4-VITORIAS
           MOVE WS-DUE-DERROTAS-COMP       TO WS-LI4-DERROTAS
           .

      * OS ULTIMOS 10 JOGOS, NA ORDEM DA TELA; OS IDS FICAM NA
      * COMMAREA PARA A SELECAO DO REPLAY.
       460-ULTIMOS-JOGOS.
           MOVE SPACES                     TO WS-LISTA-TAB
           MOVE 0                          TO WS-QTD-JOGOS
           PERFORM 465-LIMPA-LISTA THRU 465-LIMPA-LISTA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > 10

           EXEC SQL
              OPEN CUR-ULTIMOS
           END-EXEC

           PERFORM 461-BUSCA-JOGO THRU 461-BUSCA-JOGO-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > 10
               OR SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-ULTIMOS
           END-EXEC

           IF WS-QTD-JOGOS EQUAL 0
               MOVE '   NENHUM JOGO REGISTRADO PARA ESTE USERID'
                                           TO WS-LISTA-LINHA(1)
           END-IF
           .

       461-BUSCA-JOGO.
           EXEC SQL
              FETCH CUR-ULTIMOS
                INTO :DCLHJ-ID, :DCLHJ-RESULTADO, :DCLHJ-TENTATIVAS,
                     :DCLHJ-PONTUACAO, :DCLHJ-DATA-JOGO,
                     :DCLHJ-HORA-JOGO, :DCLHJ-SENHA-ID,
                     :DCLHJ-ANULADO, :DCLHJ-TREINO,
                     :DCLHJ-MODO-DIFICIL, :DCLHJ-MODO-BLITZ,
                     :DCLHJ-COOP, :DCLHJ-DESAFIO-COLEGA
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-QTD-JOGOS
               MOVE DCLHJ-ID               TO WS-LISTA-ID(I)
               MOVE I                      TO WS-LJ-SEL
               MOVE DCLHJ-ID               TO WS-LJ-ID
               MOVE DCLHJ-DATA-JOGO        TO WS-LJ-DATA
               MOVE DCLHJ-HORA-JOGO(1:5)   TO WS-LJ-HORA
               MOVE DCLHJ-TENTATIVAS       TO WS-LJ-TENTATIVAS
               MOVE DCLHJ-PONTUACAO        TO WS-LJ-PONTOS

               EVALUATE DCLHJ-RESULTADO
                  WHEN 'S'
                     MOVE 'VITORIA'        TO WS-LJ-RESULTADO
                  WHEN 'N'
                     MOVE 'DERROTA'        TO WS-LJ-RESULTADO
                  WHEN OTHER
                     MOVE DCLHJ-RESULTADO  TO WS-LJ-RESULTADO
               END-EVALUATE

      * SENHA_ID ZERO TAMBEM APARECE NO HISTORICO ANTERIOR A COLUNA;
      * PARA O PERFIL (E PARA O REPLAY) OS DOIS CASOS SAO IGUAIS.
               MOVE SPACES                 TO WS-LJ-MARCA-MODO
               EVALUATE TRUE
                  WHEN DCLHJ-SENHA-ID EQUAL 0
                     MOVE 'D'              TO WS-LISTA-TIPO(I)
                     MOVE 'DUELO'          TO WS-LJ-MARCA-MODO
                  WHEN DCLHJ-COOP EQUAL 'S'
                     MOVE 'C'              TO WS-LISTA-TIPO(I)
                     MOVE 'COOP'           TO WS-LJ-MARCA-MODO
                  WHEN DCLHJ-DESAFIO-COLEGA EQUAL 'S'
                     MOVE 'DESAFIO'        TO WS-LJ-MARCA-MODO
                  WHEN DCLHJ-TREINO EQUAL 'S'
                     MOVE 'TREINO'         TO WS-LJ-MARCA-MODO
                  WHEN DCLHJ-MODO-DIFICIL EQUAL 'S'
                     MOVE 'DIFICIL'        TO WS-LJ-MARCA-MODO
               END-EVALUATE

               IF DCLHJ-MODO-BLITZ EQUAL 'S'
                   MOVE 'BLITZ'            TO WS-LJ-MARCA-BLITZ
               ELSE
                   MOVE SPACES             TO WS-LJ-MARCA-BLITZ
               END-IF

               IF DCLHJ-ANULADO EQUAL 'S'
                   MOVE 'ANULADO'          TO WS-LJ-MARCA-ANULADO
               ELSE
                   MOVE SPACES             TO WS-LJ-MARCA-ANULADO
               END-IF

               MOVE WS-LINHA-JOGO          TO WS-LISTA-LINHA(I)
           END-IF
           .
       461-BUSCA-JOGO-EXIT.
           EXIT.

       465-LIMPA-LISTA.
           MOVE 0                          TO WS-LISTA-ID(I)
           MOVE SPACES                     TO WS-LISTA-TIPO(I)
           .
       465-LIMPA-LISTA-EXIT.
           EXIT.

      * PRIMEIRO DIA DO TRIMESTRE CORRENTE - O MESMO CORTE DE
      * TEMPORADA DO MENU P3O99B8 E DO FECHAMENTO P3O99RE.
       999-MONTA-INICIO-TEMPORADA.
           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD

           MOVE WS-DATA-REG(1:4)           TO WS-TI-ANO
           EVALUATE WS-DATA-REG(5:2)
              WHEN '01' WHEN '02' WHEN '03'
                 MOVE '01'                 TO WS-TI-MES
              WHEN '04' WHEN '05' WHEN '06'
                 MOVE '04'                 TO WS-TI-MES
              WHEN '07' WHEN '08' WHEN '09'
                 MOVE '07'                 TO WS-TI-MES
              WHEN OTHER
                 MOVE '10'                 TO WS-TI-MES
           END-EVALUATE
           MOVE '01'                       TO WS-TI-DIA
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
           EXEC CICS XCTL
               PROGRAM('P3O99B8')
           END-EXEC
           .

       240-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D5'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE LOW-VALUES                 TO MAPAPRFO
           MOVE 'TECLA PRESSIONADA INVALIDA!' TO MSGO
           PERFORM 400-MONTA-PERFIL
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
              MAP ('MAPAPRF')
              MAPSET('M3O99D5')
              FROM(MAPAPRFO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

           EXEC CICS RETURN
               TRANSID('Y1D5')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-TRATA-FASE2.
           MOVE -1                        TO SELL

           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA M3O99D5'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
