      * JOGO ANTERIOR DO USUARIO E O FIM DESTE JOGO - O MESMO
      * CRITERIO DA CONCILIACAO P3O99RC (E COM O MESMO LIMITE
      * CONHECIDO PARA JOGOS QUE CRUZAM A MEIA-NOITE). DUELOS NAO
      * TEM REPLAY: ELES NAO GERAM AUDITORIA. JOGOS COOPERATIVOS
      * (Y1D9) TAMBEM NAO: A AUDITORIA DE CADA JOGADOR SO TEM METADE
      * DAS JOGADAS DA DUPLA.
      *
      * COM O JOGO CARREGADO, O PROPRIO JOGADOR PODE CONTESTA-LO COM
      * PF6: A CONTESTACAO VIRA UMA SUSPEITA ABERTA DE MOTIVO 'D1'
      * (COM O ID DO JOGO) NA MESMA FILA DE APURACAO DOS ACHADOS DA
      * VARREDURA ANTIFRAUDE (Y1D2). UMA CONTESTACAO POR JOGO EM
      * ABERTO.
      *
      * ABERTA PELO PERFIL DO JOGADOR (Y1D5), A TELA JA VEM COM O
      * JOGO ESCOLHIDO NA LISTA CARREGADO, E O PF3 VOLTA PARA O
      * PERFIL EM VEZ DO MENU.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-QTD-MOSTRAR                  PIC 9(04).
       77  WS-ACERTOS-POSICAO-CORRETA      PIC 9(04).
       77  WS-ACERTOS-POSICAO-ERRADA       PIC 9(04).
       77  WS-CONTESTACOES-COMP            PIC S9(09) COMP.
       77  WS-PROX-SUSP-ID-COMP            PIC S9(09) COMP.
       77  WS-HISTJOGO-EDIT                PIC Z(08)9.
       01  WS-TENTATIVA                    PIC X(05).

      *----------------------------------------------------------------*
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

      * LINHA DE IDENTIFICACAO DO JOGO EM REPLAY.
       01  WS-LINHA-INFO.
           05 FILLER                       PIC X(06) VALUE 'JOGO: '.
           05 WS-LI-TENTATIVAS             PIC Z(03)9.
           05 FILLER                       PIC X(20) VALUE SPACES.

      * COMMAREA DE VOLTA PARA O PERFIL Y1D5 - TEM DE BATER COM O
      * INICIO DA WS-DFHCOMMAREA DE P3O99D5.
       01  WS-D5-COMMAREA.
           05 WS-D5-FASE                   PIC X(01).
           05 WS-D5-USERID                 PIC X(08).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA - O JOGO SELECIONADO E O PONTO DO
      * REPLAY VIAJAM ENTRE AS INTERACOES. O REPASSE VEM PREENCHIDO
      * QUANDO A TRANSACAO E ABERTA PELO PERFIL Y1D5 (O INICIO DO
      * LAYOUT TEM DE BATER COM A WS-C9-COMMAREA DE P3O99D5).
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-REPASSE-IDH               PIC 9(09).
           05 WS-REPASSE-ORIGEM            PIC X(08).
           05 WS-REPASSE-USERID            PIC X(08).
           05 WS-HISTJOGO-ID               PIC S9(09) COMP.
           05 WS-JOGADOR                   PIC X(08).
           05 WS-DATA-JOGO                 PIC X(10).
              INCLUDE DCLSENHA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSUSP
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           IF EIBCALEN EQUAL 0
              MOVE '1'                     TO WS-FASE
              MOVE 0                       TO WS-REPASSE-IDH
              MOVE SPACES                  TO WS-REPASSE-ORIGEM
              MOVE SPACES                  TO WS-REPASSE-USERID
           END-IF

           EVALUATE WS-FASE
           MOVE SPACES                     TO WS-JOGADOR
           MOVE 0                          TO WS-EXIBIDAS

      * NO REPASSE DO PERFIL Y1D5 O JOGO JA VEM ESCOLHIDO E ABRE
      * CARREGADO. O ID E CONSUMIDO AQUI - O PF5 (NOVO JOGO) VOLTA A
      * PEDIR O ID; A ORIGEM FICA PARA O PF3.
           IF WS-REPASSE-IDH > 0
               MOVE WS-REPASSE-IDH         TO IDHI
               MOVE +9                     TO IDHL
               MOVE 0                      TO WS-REPASSE-IDH
               PERFORM 300-CARREGA-JOGO
               PERFORM 400-MONTA-REPLAY
               PERFORM 999-TRATA-FASE2
           END-IF

           MOVE 'INFORME O ID DO JOGO (HISTJOGO) E TECLE ENTER'
                                           TO MSGO
           PERFORM 999-TRATA-FASE2
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
              PF5     (230-PF5)
              PF6     (260-PF6)
              PF3     (220-PF3)
              PF12    (240-PF12)
              ANYKEY  (250-ANYKEY)

           EXEC SQL
              SELECT USERID, RESULTADO, TENTATIVAS, PONTUACAO,
                     DATA_JOGO, HORA_JOGO, SENHA_ID, COOP
                INTO :DCLHJ-USERID, :DCLHJ-RESULTADO,
                     :DCLHJ-TENTATIVAS, :DCLHJ-PONTUACAO,
                     :DCLHJ-DATA-JOGO, :DCLHJ-HORA-JOGO,
                     :DCLHJ-SENHA-ID, :DCLHJ-COOP
                FROM HISTJOGO
               WHERE ID = :WS-HISTJOGO-ID
           END-EXEC
               PERFORM 999-TRATA-FASE2
           END-IF

      * JOGO COOPERATIVO - AS JOGADAS SE DIVIDEM PELOS DOIS JOGADORES.
           IF DCLHJ-COOP EQUAL 'S'
               MOVE 0                      TO WS-HISTJOGO-ID
               MOVE 'JOGO COOPERATIVO NAO TEM REPLAY' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           MOVE DCLHJ-USERID               TO WS-JOGADOR
           MOVE DCLHJ-RESULTADO            TO WS-RESULTADO
           MOVE DCLHJ-TENTATIVAS           TO WS-TENTATIVAS
                 MOVE 'SEM JOGADAS NA AUDITORIA (JA EXPURGADAS?)'
                                           TO MSGO
              WHEN WS-EXIBIDAS < WS-TENTATIVAS
                 MOVE 'ENTER REVELA A PROXIMA - PF6 CONTESTA'
                                           TO MSGO
              WHEN OTHER
                 MOVE SPACES               TO MSGO
                 STRING 'FIM ' DELIMITED SIZE
                        WS-SENHA-REVELADA DELIMITED SIZE
                        ' PTS ' DELIMITED SIZE
                        WS-PONTUACAO DELIMITED SIZE
                        ' PF5 NOVO PF6 CONTESTA' DELIMITED SIZE
                        INTO MSGO
           END-EVALUATE
           .
           PERFORM 100-FASE1
           .

      * PF6 = O JOGADOR CONTESTA O JOGO EM REPLAY. SO O DONO DO JOGO
      * CONTESTA, E SO UMA VEZ ENQUANTO A CONTESTACAO ESTIVER ABERTA.
       260-PF6.
           MOVE LOW-VALUES                 TO MAPAREPO

           IF WS-HISTJOGO-ID EQUAL 0
               MOVE 'CARREGUE O JOGO ANTES DE CONTESTAR' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           PERFORM 400-MONTA-REPLAY

           IF EIBUSERID NOT EQUAL WS-JOGADOR
               MOVE 'SO O DONO DO JOGO PODE CONTESTAR' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTESTACOES-COMP
                FROM SUSPEITA
               WHERE MOTIVO = 'D1'
                 AND HISTJOGO_ID = :WS-HISTJOGO-ID
                 AND SITUACAO = 'A'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO CONSULTAR AS CONTESTACOES' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           IF WS-CONTESTACOES-COMP > 0
               MOVE 'CONTESTACAO JA ABERTA - AGUARDE' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           PERFORM 999-GRAVA-CONTESTACAO

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO GRAVAR A CONTESTACAO' TO MSGO
           ELSE
               MOVE 'CONTESTACAO REGISTRADA PARA APURACAO' TO MSGO
           END-IF
           PERFORM 999-TRATA-FASE2
           .

      * A CONTESTACAO ENTRA NA FILA DE SUSPEITAS ABERTAS (Y1D2) COM O
      * DIA DO JOGO COMO DATA DE REFERENCIA E O TERMINAL DE ONDE O
      * JOGADOR CONTESTOU.
       999-GRAVA-CONTESTACAO.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-SUSP-ID-COMP
                FROM SUSPEITA
           END-EXEC

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-PROX-SUSP-ID-COMP       TO DCLSP-ID
           MOVE WS-JOGADOR                 TO DCLSP-USERID
           MOVE EIBTRMID                   TO DCLSP-TERMINAL
           MOVE 'D1'                       TO DCLSP-MOTIVO
           MOVE WS-HISTJOGO-ID             TO WS-HISTJOGO-EDIT
           MOVE SPACES                     TO DCLSP-DETALHE
           STRING 'JOGO ' DELIMITED SIZE
                  WS-HISTJOGO-EDIT DELIMITED SIZE
                  ' CONTESTADO PELO JOGADOR' DELIMITED SIZE
                  INTO DCLSP-DETALHE
           MOVE WS-DATA-JOGO               TO DCLSP-DATA-REF
           MOVE 'A'                        TO DCLSP-SITUACAO
           MOVE WS-SQL-DATA                TO DCLSP-DATA-REG
           MOVE WS-SQL-HORA                TO DCLSP-HORA-REG
           MOVE WS-HISTJOGO-ID             TO DCLSP-HISTJOGO-ID
           MOVE 0                          TO DCLSP-SENHA-ID

           EXEC SQL
              INSERT INTO SUSPEITA
                 (ID, USERID, TERMINAL, MOTIVO, DETALHE, DATA_REF,
                  SITUACAO, DATA_REG, HORA_REG, HISTJOGO_ID, SENHA_ID)
              VALUES
                 (:DCLSP-ID, :DCLSP-USERID, :DCLSP-TERMINAL,
                  :DCLSP-MOTIVO, :DCLSP-DETALHE, :DCLSP-DATA-REF,
                  :DCLSP-SITUACAO, :DCLSP-DATA-REG, :DCLSP-HORA-REG,
                  :DCLSP-HISTJOGO-ID, :DCLSP-SENHA-ID)
           END-EXEC
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

      * ABERTA PELO PERFIL, VOLTA PARA O PERFIL DO MESMO USERID.
       220-PF3.
           IF WS-REPASSE-ORIGEM EQUAL 'P3O99D5'
               MOVE '1'                    TO WS-D5-FASE
               MOVE WS-REPASSE-USERID      TO WS-D5-USERID
               EXEC CICS XCTL
                   PROGRAM('P3O99D5')
                   COMMAREA(WS-D5-COMMAREA)
                   LENGTH(LENGTH OF WS-D5-COMMAREA)
               END-EXEC
           END-IF

           EXEC CICS XCTL
               PROGRAM('P3O99B8')
           END-EXEC
