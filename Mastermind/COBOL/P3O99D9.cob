      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99D9.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * JOGO COOPERATIVO (Y1D9, OPCAO C DO MENU Y1B8): DOIS JOGADORES
      * DA MESMA EQUIPE, EM DOIS TERMINAIS, CONTRA UMA SENHA SO,
      * REVEZANDO AS TENTATIVAS. A SENHA E SORTEADA COMO NO JOGO
      * NORMAL (NIVEL, DESVIO DA ULTIMA SENHA DO TERMINAL, EQUILIBRIO
      * PELO USO), E A DUPLA DIVIDE UM CONTADOR SO DE TENTATIVAS (16,
      * COMO NO JOGO NORMAL) E UMA PONTUACAO SO, NA REGRA DE
      * PARAM_PONTUACAO VIGENTE NA CRIACAO DO JOGO. A LINHA
      * COMPARTILHADA FICA EM JOGO_COOP (VEJA DCLCOOP).
      *
      * FASE 1: SEM EQUIPE (EQUIPE_MEMBRO) NAO HA JOGO COOPERATIVO.
      * COM UM JOGO DELE AINDA SEM RESULTADO (DE HOJE OU DE ONTEM),
      * O JOGADOR VOLTA DIRETO NELE; SENAO VE O LOBBY DOS JOGOS
      * ABERTOS DA PROPRIA EQUIPE E ESCOLHE UMA LINHA, DIGITA UM
      * NUMERO OU DEIXA EM BRANCO PARA CRIAR UM JOGO (NIVEL 1 A 3).
      * FASE 3: CADA ENTER RELE A LINHA DO JOGO E MOSTRA O HISTORICO
      * INTEIRO DA DUPLA COM AS CORES DA TELA DO JOGO. SO QUEM TEM A
      * VEZ JOGA - O UPDATE DA TENTATIVA SO PASSA COM A VEZ E A
      * CONTAGEM QUE ESTE TERMINAL LEU, ENTAO UMA TELA ATRASADA NUNCA
      * GRAVA POR CIMA DA JOGADA DO COLEGA. TODA TENTATIVA VAI PARA A
      * AUDITORIA COM O USERID DE QUEM DIGITOU.
      *
      * NO FIM, QUEM FEZ A ULTIMA JOGADA GRAVA HISTJOGO PARA OS DOIS
      * (MESMO RESULTADO, TENTATIVAS E PONTUACAO DA DUPLA, EQUIPE DO
      * JOGO E COOP = 'S'). O JOGO COOPERATIVO CONTA NO RESUMO DIARIO
      * E NO RANKING DE EQUIPES (P3O99RH), MAS NAO MEXE EM PLACAR,
      * RATING NEM CONQUISTAS. JOGO QUE FICA SEM RESULTADO ATE O DIA
      * SEGUINTE E APAGADO PELA LIMPEZA DO LOBBY, SEM HISTORICO.
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
      *----------------------------------------------------------------*
      * VARIAVEIS DO SORTEIO DA SENHA - O MESMO DE P3O99B0
      * (120-SORTEIA-NOVA-SENHA): NIVEL, DESVIO DA ULTIMA SENHA DO
      * TERMINAL E EQUILIBRIO PELO USO (SENHA_USO).
       77  WS-COUNT-SENHAS-COMP            PIC S9(09) COMP.
       77  WS-COUNT-SENHAS                 PIC 9(04).
       77  WS-SEED-RANDOM                  COMP-2.
       77  WS-ID-RANDOM                    PIC 9(04).
       77  WS-ID-RANDOM-COMP               PIC S9(09) COMP.
       77  WS-MULT1                        PIC 9(04).
       77  WS-MULT2                        PIC 9(02).
       77  WS-TENTA-SORTEIO                PIC 9(08) VALUE 0.
       77  WS-ULTIMA-SENHA-ID-COMP         PIC S9(09) COMP VALUE 0.
       77  WS-ULTIMA-SENHA-SW              PIC X(01) VALUE 'N'.
           88  WS-TEM-ULTIMA-SENHA             VALUE 'S'.
       77  WS-SENHA-REPETIDA-SW            PIC X(01) VALUE 'N'.
           88  WS-SENHA-REPETIDA               VALUE 'S'.
       77  WS-SENHA-SATURADA-SW            PIC X(01) VALUE 'N'.
           88  WS-SENHA-SATURADA               VALUE 'S'.
       77  WS-USO-MEDIO-COMP               PIC S9(09) COMP VALUE 0.
       77  WS-USO-SOMA-COMP                PIC S9(09) COMP.
       77  WS-USO-SENHA-COMP               PIC S9(09) COMP.
       77  WS-NIVEL-COMP                   PIC S9(04) COMP.
       77  WS-COUNT-NIVEL-COMP             PIC S9(09) COMP.
       77  WS-LIMITE-SORTEIO               PIC 9(08).
       77  I                               PIC 9(04).
       77  WS-CHAR                         PIC X(1).

      * VARIAVEIS DE APURACAO DA TENTATIVA - MESMA LOGICA DE P3O99B0.
       77  WS-ACERTOS-POSICAO-CORRETA      PIC 9(04).
       77  WS-ACERTOS-POSICAO-ERRADA       PIC 9(04).
       77  WS-SENHA-S                      PIC 9(04).
       77  WS-SENHA-E                      PIC 9(04).
       77  WS-SENHA-N                      PIC 9(04).
       77  WS-SENHA-H                      PIC 9(04).
       77  WS-SENHA-A                      PIC 9(04).
       77  WS-TENT-S                       PIC 9(04).
       77  WS-TENT-E                       PIC 9(04).
       77  WS-TENT-N                       PIC 9(04).
       77  WS-TENT-H                       PIC 9(04).
       77  WS-TENT-A                       PIC 9(04).
       77  WS-VER-LET                      PIC 9(01).
       77  WS-COR-TENTATIVA                PIC X(01).
       77  WS-PONTUACAO                    PIC 9(04).

      * VARIAVEIS DA JOGADA DA VEZ: O ESTADO LIDO (CONTAGEM ANTERIOR,
      * QUE GUARDA O UPDATE) E O ESTADO NOVO GRAVADO NA LINHA.
       77  WS-TENT-ANT-COMP                PIC S9(09) COMP.
       77  WS-TENT-NOVA-COMP               PIC S9(09) COMP.
       77  WS-VEZ-NOVA                     PIC X(01).
       77  WS-RESULTADO-NOVO               PIC X(01).
       01  WS-HISTORICO-NOVO               PIC X(80).

      * VARIAVEIS DA REMONTAGEM DO HISTORICO DA DUPLA NA TELA.
       77  WS-HIST-IND                     PIC 9(04).
       77  WS-HIST-POS                     PIC 9(04).
       77  WS-EXIBE-INDICE                 PIC 9(04).

      * VARIAVEIS DE CONTROLE DO JOGO E DO LOBBY.
       77  WS-PROX-COOP-ID-COMP            PIC S9(09) COMP.
       77  WS-PROX-AUDIT-ID-COMP           PIC S9(09) COMP.
       77  WS-PROX-HIST-ID-COMP            PIC S9(09) COMP.
       77  WS-PROX-MENS-ID-COMP            PIC S9(09) COMP.
       77  WS-HIST-USERID                  PIC X(08).
       77  WS-MENS-COOP-ED                 PIC Z(08)9.
       77  WS-REENTROU-SW                  PIC X(01) VALUE 'N'.
           88 WS-REENTROU                      VALUE 'S'.
       77  WS-QTD-LOBBY                    PIC 9(01).
       77  WS-SEL-NUM                      PIC 9(01).
       01  WS-LINHA-LOBBY.
           05 WS-LL-POSICAO                PIC 9(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-ID                     PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'NIVEL '.
           05 WS-LL-NIVEL                  PIC 9(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-HORA                   PIC X(08).
           05 FILLER                       PIC X(03) VALUE SPACES.
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

      * DATA DE ONTEM: JOGO SEM RESULTADO CRIADO ANTES DELA E
      * CONSIDERADO ABANDONADO (MESMO CORTE DO LOBBY DE P3O99B9).
       77  WS-DATA-ONTEM                   PIC 9(08).
       01  WS-SQL-DATA-ONTEM.
           05 WS-ON-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-ON-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-ON-DIA                    PIC X(02).
      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-COOP-ID                   PIC S9(09) COMP.
           05 WS-MEU-LADO                  PIC X(01).
               88 WS-SOU-LADO-1                VALUE '1'.
               88 WS-SOU-LADO-2                VALUE '2'.
           05  WS-SENHA.
               10 WS-LETRA-1                   PIC X(01).
               10 WS-LETRA-2                   PIC X(01).
               10 WS-LETRA-3                   PIC X(01).
               10 WS-LETRA-4                   PIC X(01).
               10 WS-LETRA-5                   PIC X(01).
           05  WS-TENTATIVA.
               10 WS-LETRA-1-T                 PIC X(01).
               10 WS-LETRA-2-T                 PIC X(01).
               10 WS-LETRA-3-T                 PIC X(01).
               10 WS-LETRA-4-T                 PIC X(01).
               10 WS-LETRA-5-T                 PIC X(01).
           05  WS-USERID                       PIC X(08).
      * EQUIPE DO JOGADOR (EQUIPE_MEMBRO), LIDA NA FASE 1.
           05  WS-EQUIPE-ID                    PIC S9(09) COMP.
      * NIVEL E ID DA SENHA DO JOGO, PARA O BONUS DE NIVEL NA VITORIA
      * E PARA O HISTORICO/USO DA SENHA.
           05  WS-NIVEL-JOGO                   PIC 9(01).
           05  WS-SENHA-ID-JOGO                PIC S9(09) COMP.
      * PARAMETROS DE PONTUACAO VIGENTES NA DATA DE CRIACAO DO JOGO,
      * OS MESMOS PARA OS DOIS LADOS (VEJA DCLPPAR).
           05  WS-PAR-PONTOS-INICIAIS          PIC 9(04).
           05  WS-PAR-PENAL-TENT               PIC 9(04).
           05  WS-PAR-PTS-CERTA                PIC 9(04).
           05  WS-PAR-PTS-ERRADA               PIC 9(04).
           05  WS-PAR-BONUS-NIVEL              PIC 9(04).
           05  WS-PAR-DATA-REF                 PIC X(10).
      * IDS DOS JOGOS ABERTOS LISTADOS NO LOBBY DA FASE 1, NA ORDEM
      * DAS LINHAS DA TELA.
           05  WS-LOBBY-IDS.
               10 WS-LOBBY-ID                  PIC S9(09) COMP
                                               OCCURS 5.
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DO JOGO COOPERATIVO
           COPY M3O99D9.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLSENHA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSCTL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLULTS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSUSO
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCOOP
           END-EXEC.

           EXEC SQL
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAUDIT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEQMB
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSIST
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMENS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPPAR
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * A LINHA DE PARAMETROS DE PONTUACAO VIGENTE NA DATA DE
      * REFERENCIA: A DE MAIOR DATA_VIGENCIA QUE NAO A ULTRAPASSA.
           EXEC SQL
              DECLARE CUR-PARAM CURSOR FOR
                 SELECT PONTOS_INICIAIS, PENAL_TENTATIVA,
                        PONTOS_POS_CERTA, PONTOS_POS_ERRADA,
                        BONUS_NIVEL
                   FROM PARAM_PONTUACAO
                  WHERE DATA_VIGENCIA <= :WS-PAR-DATA-REF
                  ORDER BY DATA_VIGENCIA DESC
                  FETCH FIRST 1 ROW ONLY
           END-EXEC.

      * JOGOS ABERTOS DA EQUIPE DO JOGADOR (SEM LADO 2 E SEM
      * RESULTADO) PARA O LOBBY DA FASE 1, DO MAIS ANTIGO PARA O MAIS
      * NOVO, NO MAXIMO 5.
           EXEC SQL
              DECLARE CUR-LOBBY CURSOR FOR
                 SELECT ID, USERID_1, NIVEL, HORA_JOGO
                   FROM JOGO_COOP
                  WHERE TERMINAL_2 = SPACES
                    AND RESULTADO = SPACES
                    AND EQUIPE_ID = :WS-EQUIPE-ID
                    AND USERID_1 <> :WS-USERID
                  ORDER BY ID
                  FETCH FIRST 5 ROWS ONLY
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
      *ROTINA DEFINIDA PARA LIDAR COM ERROS DE MAPA E GENERICOS--------*
           EXEC CICS HANDLE CONDITION
              MAPFAIL(999-MAPFAIL)
              ERROR(999-ERROR)
           END-EXEC
      *----------------------------------------------------------------*
      * MAPEAMENTO DOS CAMPOS DO DFHCOMMAREA PARA O WS-DFHCOMMAREA
      * E SELECAO DE FASE DEPENDENDO DO CONTEUDO DO MAPA

           MOVE DFHCOMMAREA                TO WS-DFHCOMMAREA

           IF EIBCALEN EQUAL 0
              MOVE '1'                     TO WS-FASE
              MOVE EIBUSERID               TO WS-USERID
           END-IF

           EVALUATE WS-FASE
              WHEN '1' PERFORM 100-FASE1
              WHEN '2' PERFORM 200-FASE2
              WHEN '3' PERFORM 300-FASE3
              WHEN OTHER
                 MOVE +80                  TO WS-LENGTH
                 MOVE 'ERRO NO NUMERO DA FASE'
                                           TO WS-MSG-ERRO
                 PERFORM 999-ENCERRA-TRANSACAO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * FASE 1 - CONFERE A EQUIPE DO JOGADOR, RETOMA O JOGO QUE ELE
      * DEIXOU SEM RESULTADO OU MOSTRA O LOBBY DOS JOGOS ABERTOS DA
      * EQUIPE.
       100-FASE1.
           MOVE LOW-VALUES                 TO MAPACOOO
           PERFORM 105-VERIFICA-EQUIPE
           PERFORM 106-PROCURA-JOGO-PENDENTE THRU
                   106-PROCURA-JOGO-PENDENTE-EXIT
           MOVE -1                         TO IDL
           PERFORM 110-MONTA-LOBBY
           MOVE 'LINHA, NUMERO OU BRANCO P/ CRIAR JOGO'
                                           TO MSGO
           PERFORM 999-TRATA-FASE2
           .

      * O JOGO COOPERATIVO E ENTRE COLEGAS DE EQUIPE - SEM FILIACAO
      * EM EQUIPE_MEMBRO A TRANSACAO TERMINA AQUI.
       105-VERIFICA-EQUIPE.
           EXEC SQL
              SELECT EQUIPE_ID
                INTO :WS-EQUIPE-ID
                FROM EQUIPE_MEMBRO
               WHERE USERID = :WS-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE +80                    TO WS-LENGTH
               MOVE 'SEM EQUIPE - ENTRE NUMA PELA OPCAO E DO MENU'
                                           TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .

      * UM JOGO DESTE JOGADOR AINDA SEM RESULTADO (CRIADO ONTEM OU
      * HOJE) E RETOMADO DIRETO, NO LADO QUE ELE OCUPA - A QUEDA DA
      * SESSAO NAO TIRA NINGUEM DO JOGO. O SELECT INTO SINGELO NAO
      * ACEITA ORDER BY, DAI O MAIOR ID PELA SUBCONSULTA.
       106-PROCURA-JOGO-PENDENTE.
           PERFORM 999-MONTA-ONTEM

           EXEC SQL
              SELECT ID
                INTO :WS-COOP-ID
                FROM JOGO_COOP
               WHERE ID =
                     (SELECT MAX(ID)
                        FROM JOGO_COOP
                       WHERE RESULTADO = SPACES
                         AND DATA_JOGO >= :WS-SQL-DATA-ONTEM
                         AND (USERID_1 = :WS-USERID
                              OR USERID_2 = :WS-USERID))
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 106-PROCURA-JOGO-PENDENTE-EXIT
           END-IF

           PERFORM 999-CONSULTA-COOP

           IF DCLCO-USERID-1 EQUAL WS-USERID
               MOVE '1'                    TO WS-MEU-LADO
           ELSE
               MOVE '2'                    TO WS-MEU-LADO
           END-IF

           PERFORM 999-CARREGA-JOGO
           MOVE 'JOGO COOPERATIVO RETOMADO'
                                           TO MSGO
           PERFORM 999-TRATA-FASE3
           .
       106-PROCURA-JOGO-PENDENTE-EXIT.
           EXIT.

      * MONTA O LOBBY: PRIMEIRO APAGA OS JOGOS QUE FICARAM SEM
      * RESULTADO DESDE ANTES DE ONTEM (ABERTOS OU ABANDONADOS NO
      * MEIO - NAO HA JOGO_ATIVO PARA O EXPURGO P3O99R6 GRAVAR COMO
      * ABANDONO), DEPOIS LISTA ATE 5 JOGOS ABERTOS DA EQUIPE COM ID,
      * CRIADOR, NIVEL E HORA, GUARDANDO OS IDS NA COMMAREA PARA A
      * SELECAO POR LINHA.
       110-MONTA-LOBBY.
           PERFORM 999-MONTA-ONTEM

           EXEC SQL
              DELETE FROM JOGO_COOP
               WHERE RESULTADO = SPACES
                 AND DATA_JOGO < :WS-SQL-DATA-ONTEM
           END-EXEC

           MOVE 0                          TO WS-QTD-LOBBY
           INITIALIZE WS-LOBBY-IDS

           EXEC SQL
              OPEN CUR-LOBBY
           END-EXEC

           PERFORM 111-CARREGA-1-JOGO THRU 111-CARREGA-1-JOGO-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-LOBBY
           END-EXEC

           IF WS-QTD-LOBBY EQUAL 0
               MOVE 'NENHUM JOGO ABERTO NA SUA EQUIPE' TO LOB1O
           END-IF
           .

       111-CARREGA-1-JOGO.
           EXEC SQL
              FETCH CUR-LOBBY
                INTO :DCLCO-ID, :DCLCO-USERID-1, :DCLCO-NIVEL,
                     :DCLCO-HORA-JOGO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 111-CARREGA-1-JOGO-EXIT
           END-IF

           ADD 1                           TO WS-QTD-LOBBY
           MOVE WS-QTD-LOBBY               TO WS-LL-POSICAO
           MOVE DCLCO-ID                   TO WS-LL-ID
           MOVE DCLCO-USERID-1             TO WS-LL-USERID
           MOVE DCLCO-NIVEL                TO WS-LL-NIVEL
           MOVE DCLCO-HORA-JOGO            TO WS-LL-HORA
           MOVE DCLCO-ID                   TO WS-LOBBY-ID(WS-QTD-LOBBY)

           EVALUATE WS-QTD-LOBBY
              WHEN 1 MOVE WS-LINHA-LOBBY   TO LOB1O
              WHEN 2 MOVE WS-LINHA-LOBBY   TO LOB2O
              WHEN 3 MOVE WS-LINHA-LOBBY   TO LOB3O
              WHEN 4 MOVE WS-LINHA-LOBBY   TO LOB4O
              WHEN 5 MOVE WS-LINHA-LOBBY   TO LOB5O
           END-EVALUATE
           .
       111-CARREGA-1-JOGO-EXIT.
           EXIT.

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
              PF3     (320-PF3)
              PF12    (240-PF12)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPACOO')
              MAPSET('M3O99D9')
              INTO  (MAPACOOI)
           END-EXEC
           .

      * A SELECAO POR LINHA DO LOBBY TEM PRIORIDADE; DEPOIS O NUMERO
      * DIGITADO; COM OS DOIS EM BRANCO, CRIA UM JOGO NOVO.
       210-ENTER.
           EVALUATE TRUE
              WHEN SELL > 0 AND SELI NOT EQUAL SPACES
                 PERFORM 215-ESCOLHE-DO-LOBBY
              WHEN IDL > 0
                 MOVE IDI                  TO WS-COOP-ID
                 PERFORM 230-ENTRA-JOGO
              WHEN OTHER
                 PERFORM 220-CRIA-JOGO
           END-EVALUATE
           .

      * CONVERTE A LINHA ESCOLHIDA DO LOBBY NO ID GUARDADO NA
      * COMMAREA QUANDO A FASE 1 MONTOU A LISTA.
       215-ESCOLHE-DO-LOBBY.
           IF SELI < '1' OR SELI > '5'
              MOVE 'LINHA DO LOBBY INVALIDA - USE 1 A 5' TO MSGO
              PERFORM 999-TRATA-FASE2
           END-IF

           MOVE SELI                       TO WS-SEL-NUM

           IF WS-LOBBY-ID(WS-SEL-NUM) EQUAL 0
              MOVE 'LINHA DO LOBBY VAZIA' TO MSGO
              PERFORM 999-TRATA-FASE2
           END-IF

           MOVE WS-LOBBY-ID(WS-SEL-NUM)    TO WS-COOP-ID
           PERFORM 230-ENTRA-JOGO
           .

      * CRIA UM JOGO NOVO: SORTEIA A SENHA DO NIVEL ESCOLHIDO, GRAVA
      * A LINHA EM JOGO_COOP COM ESTE JOGADOR NO LADO 1 E A PRIMEIRA
      * VEZ, E MOSTRA O NUMERO PARA ELE PASSAR AO COLEGA. COM O
      * SISTEMA FECHADO PARA MANUTENCAO, NENHUM JOGO NOVO E CRIADO.
       220-CRIA-JOGO.
           PERFORM 999-VERIFICA-SISTEMA

           IF NIVL > 0 AND NIVI NOT EQUAL SPACES
               IF NIVI < '1' OR NIVI > '3'
                   MOVE 'NIVEL INVALIDO - USE 1, 2 OU 3' TO MSGO
                   PERFORM 999-TRATA-FASE2
               END-IF
               MOVE NIVI                   TO WS-NIVEL-JOGO
           ELSE
               MOVE 1                      TO WS-NIVEL-JOGO
           END-IF

           PERFORM 120-SORTEIA-NOVA-SENHA

      * AS REGRAS DE PONTUACAO DO JOGO SAO AS VIGENTES HOJE, PARA OS
      * DOIS LADOS.
           PERFORM 999-MONTA-DATA-HORA
           MOVE WS-SQL-DATA                TO WS-PAR-DATA-REF
           PERFORM 999-LE-PARAMETROS

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-COOP-ID-COMP
                FROM JOGO_COOP
           END-EXEC

           MOVE WS-PROX-COOP-ID-COMP       TO DCLCO-ID
           MOVE WS-SENHA                   TO DCLCO-SENHA
           MOVE WS-SENHA-ID-JOGO           TO DCLCO-SENHA-ID
           MOVE WS-NIVEL-JOGO              TO DCLCO-NIVEL
           MOVE WS-EQUIPE-ID               TO DCLCO-EQUIPE-ID
           MOVE EIBTRMID                   TO DCLCO-TERMINAL-1
           MOVE WS-USERID                  TO DCLCO-USERID-1
           MOVE SPACES                     TO DCLCO-TERMINAL-2
           MOVE SPACES                     TO DCLCO-USERID-2
           MOVE '1'                        TO DCLCO-VEZ
           MOVE 0                          TO DCLCO-TENTATIVAS
           MOVE WS-PAR-PONTOS-INICIAIS     TO DCLCO-PONTUACAO
           MOVE SPACES                     TO DCLCO-HISTORICO
           MOVE SPACE                      TO DCLCO-RESULTADO
           MOVE WS-SQL-DATA                TO DCLCO-DATA-JOGO
           MOVE WS-SQL-HORA                TO DCLCO-HORA-JOGO

           EXEC SQL
              INSERT INTO JOGO_COOP
                 (ID, SENHA, SENHA_ID, NIVEL, EQUIPE_ID, TERMINAL_1,
                  USERID_1, TERMINAL_2, USERID_2, VEZ, TENTATIVAS,
                  PONTUACAO, HISTORICO, RESULTADO, DATA_JOGO,
                  HORA_JOGO)
              VALUES
                 (:DCLCO-ID, :DCLCO-SENHA, :DCLCO-SENHA-ID,
                  :DCLCO-NIVEL, :DCLCO-EQUIPE-ID, :DCLCO-TERMINAL-1,
                  :DCLCO-USERID-1, :DCLCO-TERMINAL-2,
                  :DCLCO-USERID-2, :DCLCO-VEZ, :DCLCO-TENTATIVAS,
                  :DCLCO-PONTUACAO, :DCLCO-HISTORICO,
                  :DCLCO-RESULTADO, :DCLCO-DATA-JOGO,
                  :DCLCO-HORA-JOGO)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE +80                    TO WS-LENGTH
               MOVE 'ERRO AO CRIAR O JOGO COOPERATIVO' TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF

           MOVE WS-PROX-COOP-ID-COMP       TO WS-COOP-ID
           MOVE '1'                        TO WS-MEU-LADO
           MOVE 'JOGO CRIADO/ INFORME O NUMERO AO COLEGA'
                                           TO MSGO
           PERFORM 999-TRATA-FASE3
           .

      * ENTRA NUM JOGO JA CRIADO (WS-COOP-ID VEM DE 210-ENTER): SO UM
      * COLEGA DA MESMA EQUIPE, QUE NAO SEJA O PROPRIO CRIADOR, E SO
      * ENQUANTO O LADO 2 ESTIVER LIVRE (OU JA FOR DELE).
       230-ENTRA-JOGO.
           EXEC SQL
              SELECT USERID_1, USERID_2, EQUIPE_ID, RESULTADO
                INTO :DCLCO-USERID-1, :DCLCO-USERID-2,
                     :DCLCO-EQUIPE-ID, :DCLCO-RESULTADO
                FROM JOGO_COOP
               WHERE ID = :WS-COOP-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL 0
                 MOVE 'JOGO NAO ENCONTRADO' TO MSGO
                 PERFORM 999-TRATA-FASE2
              WHEN DCLCO-RESULTADO NOT EQUAL SPACES
                 MOVE 'ESSE JOGO JA TERMINOU' TO MSGO
                 PERFORM 999-TRATA-FASE2
              WHEN DCLCO-EQUIPE-ID NOT EQUAL WS-EQUIPE-ID
                 MOVE 'ESSE JOGO E DE OUTRA EQUIPE' TO MSGO
                 PERFORM 999-TRATA-FASE2
              WHEN DCLCO-USERID-1 EQUAL WS-USERID
                 MOVE 'VOCE JA E O LADO 1 DESSE JOGO' TO MSGO
                 PERFORM 999-TRATA-FASE2
              WHEN DCLCO-USERID-2 NOT EQUAL SPACES
               AND DCLCO-USERID-2 NOT EQUAL WS-USERID
                 MOVE 'ESSE JOGO JA TEM DOIS JOGADORES' TO MSGO
                 PERFORM 999-TRATA-FASE2
              WHEN OTHER
                 PERFORM 231-ENTRA-JOGO-OK
           END-EVALUATE
           .

      * OCUPA O LADO 2 COM O MESMO GUARDA DE P3O99B9
      * (231-ENTRA-DUELO-OK): O WHERE SO DEIXA UM TERMINAL GANHAR A
      * CORRIDA, E A RELEITURA CONFIRMA QUEM GANHOU.
       231-ENTRA-JOGO-OK.
           IF DCLCO-USERID-2 EQUAL WS-USERID
              MOVE 'S'                     TO WS-REENTROU-SW
           ELSE
              MOVE 'N'                     TO WS-REENTROU-SW
           END-IF

           EXEC SQL
              UPDATE JOGO_COOP
                 SET TERMINAL_2 = :EIBTRMID,
                     USERID_2   = :WS-USERID
               WHERE ID = :WS-COOP-ID
                 AND RESULTADO = SPACES
                 AND (USERID_2 = SPACES OR USERID_2 = :WS-USERID)
           END-EXEC

           PERFORM 999-CONSULTA-COOP

           IF DCLCO-USERID-2 NOT EQUAL WS-USERID
              MOVE 'ESSE JOGO JA TEM DOIS JOGADORES' TO MSGO
              PERFORM 999-TRATA-FASE2
           END-IF

           MOVE '2'                        TO WS-MEU-LADO
           PERFORM 999-CARREGA-JOGO

           IF NOT WS-REENTROU
              PERFORM 999-MONTA-DATA-HORA
              PERFORM 999-POSTA-MENSAGEM-COOP THRU
                      999-POSTA-MENSAGEM-COOP-EXIT
           END-IF

           MOVE 'VOCE ENTROU NO JOGO/ BOM JOGO EM DUPLA' TO MSGO
           PERFORM 999-TRATA-FASE3
           .

      * O LIMITE DO SORTEIO E O MAIOR ID REALMENTE GRAVADO EM SENHAS,
      * LIDO DE SENHAS_CTRL PELO MESMO MOTIVO JA EXPLICADO EM
      * P3O99B0 (120-SORTEIA-NOVA-SENHA), DE ONDE VEM O RESTO DO
      * SORTEIO: SO SENHAS DO NIVEL, SEM REPETIR A ULTIMA SENHA DESTE
      * TERMINAL E REJEITANDO AS JA MAIS USADAS QUE A MEDIA DO NIVEL
      * ENQUANTO SOBRAM SORTEIOS.
       120-SORTEIA-NOVA-SENHA.
           EXEC SQL
              SELECT MAIOR_ID
                INTO :WS-COUNT-SENHAS-COMP
                FROM SENHAS_CTRL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 0                    TO WS-COUNT-SENHAS-COMP
              WHEN OTHER
                 MOVE +80                  TO WS-LENGTH
                 MOVE 'ERRO NO CONTADOR DE SENHAS' TO WS-MSG-ERRO
                 PERFORM 999-ENCERRA-TRANSACAO
           END-EVALUATE

           IF WS-COUNT-SENHAS-COMP = 0
              MOVE +80                     TO WS-LENGTH
              MOVE 'ARQUIVO DE SENHAS VAZIO' TO WS-MSG-ERRO
              PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           MOVE WS-COUNT-SENHAS-COMP       TO WS-COUNT-SENHAS

           MOVE WS-NIVEL-JOGO              TO WS-NIVEL-COMP

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(U.JOGOS), 0)
                INTO :WS-COUNT-NIVEL-COMP, :WS-USO-SOMA-COMP
                FROM SENHAS S
                     LEFT JOIN SENHA_USO U
                       ON U.SENHA_ID = S.ID
               WHERE S.NIVEL = :WS-NIVEL-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              OR WS-COUNT-NIVEL-COMP EQUAL 0
               MOVE +80                    TO WS-LENGTH
               MOVE 'NAO HA SENHA CADASTRADA NESSE NIVEL' TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF

           COMPUTE WS-USO-MEDIO-COMP =
               WS-USO-SOMA-COMP / WS-COUNT-NIVEL-COMP

           PERFORM 999-BUSCA-ULTIMA-SENHA

      * FORCA A PRIMEIRA VOLTA DO SORTEIO ABAIXO - SEM ISSO, O SQLCODE
      * 0 DEIXADO PELOS SELECTS ACIMA FARIA O UNTIL JA NASCER
      * VERDADEIRO E 121-SORTEIA-SENHA NUNCA RODAR.
           MOVE 1                          TO SQLCODE
           MOVE 0                          TO WS-TENTA-SORTEIO
           COMPUTE WS-LIMITE-SORTEIO = WS-COUNT-SENHAS * 3
           PERFORM 121-SORTEIA-SENHA THRU 121-SORTEIA-SENHA-EXIT
               UNTIL (SQLCODE EQUAL 0 AND NOT WS-SENHA-REPETIDA
                      AND NOT WS-SENHA-SATURADA)
                  OR WS-TENTA-SORTEIO > WS-LIMITE-SORTEIO

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-ID-RANDOM-COMP    TO WS-SENHA-ID-JOGO
                 PERFORM 999-GRAVA-ULTIMA-SENHA
              WHEN +100
                 MOVE +80                  TO WS-LENGTH
                 MOVE 'SENHA NAO ENCONTRADA' TO WS-MSG-ERRO
                 PERFORM 999-ENCERRA-TRANSACAO
              WHEN OTHER
                 MOVE +80                  TO WS-LENGTH
                 MOVE 'ERRO AO BUSCAR SENHA' TO WS-MSG-ERRO
                 PERFORM 999-ENCERRA-TRANSACAO
           END-EVALUATE
           .

       121-SORTEIA-SENHA.
           ADD 1 TO WS-TENTA-SORTEIO

           ACCEPT WS-MULT1 FROM TIME
           COMPUTE WS-SEED-RANDOM = WS-MULT1 * FUNCTION RANDOM
           COMPUTE WS-ID-RANDOM = WS-SEED-RANDOM + 1
           ACCEPT WS-MULT2 FROM TIME
           COMPUTE WS-MULT2 = (FUNCTION RANDOM * WS-MULT2) + 1
           IF WS-ID-RANDOM > WS-COUNT-SENHAS
               COMPUTE WS-ID-RANDOM = WS-ID-RANDOM / WS-MULT2
           ELSE
               IF WS-ID-RANDOM = 0
                  ADD 1 TO WS-ID-RANDOM
               END-IF
           END-IF
           MOVE WS-ID-RANDOM               TO WS-ID-RANDOM-COMP

           MOVE 'N'                        TO WS-SENHA-REPETIDA-SW
           IF WS-TEM-ULTIMA-SENHA
              AND WS-COUNT-NIVEL-COMP > 1
              AND WS-ID-RANDOM-COMP EQUAL WS-ULTIMA-SENHA-ID-COMP
               MOVE 'S'                    TO WS-SENHA-REPETIDA-SW
           END-IF

           EXEC SQL
              SELECT LETRA_1, LETRA_2, LETRA_3, LETRA_4, LETRA_5
                INTO :WS-LETRA-1, :WS-LETRA-2, :WS-LETRA-3, :WS-LETRA-4,
                     :WS-LETRA-5
                FROM SENHAS
               WHERE ID = :WS-ID-RANDOM-COMP
                 AND NIVEL = :WS-NIVEL-COMP
           END-EXEC

           IF SQLCODE EQUAL 0
               PERFORM 999-TESTA-SATURACAO THRU
                       999-TESTA-SATURACAO-EXIT
           END-IF
           .
       121-SORTEIA-SENHA-EXIT.
           EXIT.

       999-TESTA-SATURACAO.
           MOVE 'N'                        TO WS-SENHA-SATURADA-SW

           IF WS-TENTA-SORTEIO > WS-COUNT-NIVEL-COMP
               GO TO 999-TESTA-SATURACAO-EXIT
           END-IF

           EXEC SQL
              SELECT JOGOS
                INTO :WS-USO-SENHA-COMP
                FROM SENHA_USO
               WHERE SENHA_ID = :WS-ID-RANDOM-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-USO-SENHA-COMP
           END-IF

           IF WS-USO-SENHA-COMP > WS-USO-MEDIO-COMP
               MOVE 'S'                    TO WS-SENHA-SATURADA-SW
           END-IF

      * A SENHA FOI LIDA COM SUCESSO - O SQLCODE QUE O UNTIL DO LACO
      * TESTA VOLTA A ZERO (VEJA P3O99B0).
           MOVE 0                          TO SQLCODE
           .
       999-TESTA-SATURACAO-EXIT.
           EXIT.

      * LE O ID DA ULTIMA SENHA SORTEADA PARA ESSE TERMINAL, SE HOUVER.
       999-BUSCA-ULTIMA-SENHA.
           EXEC SQL
              SELECT SENHA_ID
                INTO :DCLUS-SENHA-ID
                FROM ULTIMA_SENHA
               WHERE TERMINAL = :EIBTRMID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S'                  TO WS-ULTIMA-SENHA-SW
                 MOVE DCLUS-SENHA-ID       TO WS-ULTIMA-SENHA-ID-COMP
              WHEN OTHER
                 MOVE 'N'                  TO WS-ULTIMA-SENHA-SW
           END-EVALUATE
           .

      * GRAVA A SENHA SORTEADA COMO A ULTIMA DESSE TERMINAL (DELETE+
      * INSERT, COMO EM P3O99B0).
       999-GRAVA-ULTIMA-SENHA.
           EXEC SQL
              DELETE FROM ULTIMA_SENHA
               WHERE TERMINAL = :EIBTRMID
           END-EXEC

           MOVE EIBTRMID                   TO DCLUS-TERMINAL
           MOVE WS-USERID                  TO DCLUS-USERID
           MOVE WS-ID-RANDOM-COMP          TO DCLUS-SENHA-ID

           EXEC SQL
              INSERT INTO ULTIMA_SENHA
                 (TERMINAL, USERID, SENHA_ID)
              VALUES
                 (:DCLUS-TERMINAL, :DCLUS-USERID, :DCLUS-SENHA-ID)
           END-EXEC
           .

       300-FASE3.
           EXEC CICS HANDLE AID
              ENTER   (310-ENTER)
              PF3     (320-PF3)
              PF12    (240-PF12)
              ANYKEY  (350-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPACOO')
              MAPSET('M3O99D9')
              INTO  (MAPACOOI)
           END-EXEC
           .

      * TODO ENTER RELE O JOGO: TERMINADO, SEM COLEGA AINDA, NA VEZ DO
      * COLEGA OU SEM LETRAS DIGITADAS, SO ATUALIZA A TELA COM O
      * HISTORICO DA DUPLA; NA VEZ DESTE LADO, JOGA A TENTATIVA.
       310-ENTER.
           PERFORM 999-CONSULTA-COOP

           EVALUATE TRUE
              WHEN DCLCO-RESULTADO EQUAL 'S'
                 MOVE 'A DUPLA DECODIFICOU A SENHA/ PF3 = MENU'
                                           TO MSGO
                 PERFORM 999-TRATA-FASE3
              WHEN DCLCO-RESULTADO EQUAL 'N'
                 PERFORM 999-MSG-DERROTA
                 PERFORM 999-TRATA-FASE3
              WHEN DCLCO-USERID-2 EQUAL SPACES
                 MOVE 'AGUARDANDO O COLEGA ENTRAR NO JOGO' TO MSGO
                 PERFORM 999-TRATA-FASE3
              WHEN DCLCO-VEZ NOT EQUAL WS-MEU-LADO
                 MOVE 'VEZ DO COLEGA - ENTER ATUALIZA A TELA'
                                           TO MSGO
                 PERFORM 999-TRATA-FASE3
              WHEN LETRA1L EQUAL 0 AND LETRA2L EQUAL 0
               AND LETRA3L EQUAL 0 AND LETRA4L EQUAL 0
               AND LETRA5L EQUAL 0
                 MOVE 'SUA VEZ - DIGITE A TENTATIVA' TO MSGO
                 PERFORM 999-TRATA-FASE3
           END-EVALUATE

           PERFORM 315-VALIDA-TENTATIVA
           PERFORM 330-JOGA-TENTATIVA
           .

       315-VALIDA-TENTATIVA.
           IF LETRA1L > 0
               MOVE 1                      TO WS-VER-LET
               PERFORM 999-VERIFICA-LETRA
           ELSE
               MOVE 'DIGITE A PRIMEIRA LETRA' TO MSGO
               PERFORM 999-TRATA-FASE3
           END-IF
           IF LETRA2L > 0
               MOVE 2                      TO WS-VER-LET
               PERFORM 999-VERIFICA-LETRA
           ELSE
               MOVE 'DIGITE A SEGUNDA LETRA' TO MSGO
               PERFORM 999-TRATA-FASE3
           END-IF
           IF LETRA3L > 0
               MOVE 3                      TO WS-VER-LET
               PERFORM 999-VERIFICA-LETRA
           ELSE
               MOVE 'DIGITE A TERCEIRA LETRA' TO MSGO
               PERFORM 999-TRATA-FASE3
           END-IF
           IF LETRA4L > 0
               MOVE 4                      TO WS-VER-LET
               PERFORM 999-VERIFICA-LETRA
           ELSE
               MOVE 'DIGITE A QUARTA LETRA' TO MSGO
               PERFORM 999-TRATA-FASE3
           END-IF
           IF LETRA5L > 0
               MOVE 5                      TO WS-VER-LET
               PERFORM 999-VERIFICA-LETRA
           ELSE
               MOVE 'DIGITE A QUINTA LETRA' TO MSGO
               PERFORM 999-TRATA-FASE3
           END-IF
           .

      * APURA E GRAVA A TENTATIVA NA LINHA DA DUPLA. O UPDATE SO
      * PASSA SE A LINHA AINDA ESTA COMO ESTE TERMINAL A LEU (VEZ
      * DESTE LADO, MESMA CONTAGEM, SEM RESULTADO); SQLCODE +100 QUER
      * DIZER QUE O COLEGA JOGOU NO MEIO - NADA E GRAVADO E A TELA
      * VOLTA COM O HISTORICO ATUAL. NA 16A TENTATIVA SEM ACERTO A
      * DUPLA PERDE.
       330-JOGA-TENTATIVA.
           PERFORM 999-APURA-TENTATIVA

           MOVE DCLCO-TENTATIVAS           TO WS-TENT-ANT-COMP
           COMPUTE WS-TENT-NOVA-COMP = DCLCO-TENTATIVAS + 1
           MOVE DCLCO-PONTUACAO            TO WS-PONTUACAO
           PERFORM 999-PONTUACAO

           MOVE DCLCO-HISTORICO            TO WS-HISTORICO-NOVO
           COMPUTE WS-HIST-POS = (DCLCO-TENTATIVAS * 5) + 1
           MOVE WS-TENTATIVA               TO
                WS-HISTORICO-NOVO(WS-HIST-POS:5)

           EVALUATE TRUE
              WHEN WS-ACERTOS-POSICAO-CORRETA EQUAL 5
                 MOVE 'S'                  TO WS-RESULTADO-NOVO
                 PERFORM 999-BONUS-NIVEL
              WHEN WS-TENT-NOVA-COMP NOT LESS 16
                 MOVE 'N'                  TO WS-RESULTADO-NOVO
              WHEN OTHER
                 MOVE SPACE                TO WS-RESULTADO-NOVO
           END-EVALUATE

           IF WS-SOU-LADO-1
               MOVE '2'                    TO WS-VEZ-NOVA
           ELSE
               MOVE '1'                    TO WS-VEZ-NOVA
           END-IF

           EXEC SQL
              UPDATE JOGO_COOP
                 SET TENTATIVAS = :WS-TENT-NOVA-COMP,
                     PONTUACAO  = :WS-PONTUACAO,
                     HISTORICO  = :WS-HISTORICO-NOVO,
                     VEZ        = :WS-VEZ-NOVA,
                     RESULTADO  = :WS-RESULTADO-NOVO
               WHERE ID = :WS-COOP-ID
                 AND VEZ = :WS-MEU-LADO
                 AND TENTATIVAS = :WS-TENT-ANT-COMP
                 AND RESULTADO = SPACES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 PERFORM 999-CONSULTA-COOP
                 MOVE 'O COLEGA JOGOU ANTES - VEJA O HISTORICO'
                                           TO MSGO
                 PERFORM 999-TRATA-FASE3
              WHEN OTHER
                 MOVE +80                  TO WS-LENGTH
                 MOVE 'ERRO AO GRAVAR A TENTATIVA DA DUPLA'
                                           TO WS-MSG-ERRO
                 PERFORM 999-ENCERRA-TRANSACAO
           END-EVALUATE

           PERFORM 999-GRAVA-AUDITORIA

      * QUEM FEZ A JOGADA FINAL GRAVA O HISTORICO DOS DOIS - O GUARDA
      * DO UPDATE ACIMA GARANTE QUE SO UMA TAREFA CHEGA AQUI.
           IF WS-RESULTADO-NOVO NOT EQUAL SPACE
               PERFORM 999-GRAVA-HISTORICO-COOP
           END-IF

           PERFORM 999-CONSULTA-COOP
           MOVE LOW-VALUES                 TO LETRA1I LETRA2I LETRA3I
                                              LETRA4I LETRA5I

           EVALUATE WS-RESULTADO-NOVO
              WHEN 'S'
                 MOVE 'SENHA DECODIFICADA/ A DUPLA VENCEU' TO MSGO
              WHEN 'N'
                 PERFORM 999-MSG-DERROTA
              WHEN OTHER
                 MOVE 'TENTATIVA GRAVADA/ VEZ DO COLEGA' TO MSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASE3
           .

       999-MSG-DERROTA.
           MOVE SPACES                     TO MSGO
           STRING 'A DUPLA PERDEU/ A SENHA ERA ' DELIMITED BY SIZE
                  DCLCO-SENHA              DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           .

      * APURA WS-TENTATIVA CONTRA WS-SENHA: LETRAS NA POSICAO CERTA E
      * LETRAS CERTAS FORA DE POSICAO. OS CONTADORES DE FREQUENCIA SAO
      * ZERADOS A CADA APURACAO, PORQUE A REMONTAGEM DO HISTORICO
      * APURA VARIAS TENTATIVAS NA MESMA TAREFA.
       999-APURA-TENTATIVA.
           MOVE 0                          TO WS-SENHA-S WS-SENHA-E
                                              WS-SENHA-N WS-SENHA-H
                                              WS-SENHA-A
           MOVE 0                          TO WS-TENT-S WS-TENT-E
                                              WS-TENT-N WS-TENT-H
                                              WS-TENT-A
           MOVE 0                          TO WS-ACERTOS-POSICAO-ERRADA

           PERFORM 212-FREQUENCIA-SENHA
           PERFORM 213-FREQUENCIA-TENTATIVA
           PERFORM 211-CONTA-POSICAO-CERTA
           PERFORM 214-CONTA-POSICAO-ERRADA

           COMPUTE WS-ACERTOS-POSICAO-ERRADA =
            WS-ACERTOS-POSICAO-ERRADA - WS-ACERTOS-POSICAO-CORRETA
           .

      * VERIFICA A FREQUENCIA DE CADA LETRA NA SENHA
       212-FREQUENCIA-SENHA.
           PERFORM 216-CONTA-LETRA-SENHA THRU 216-CONTA-LETRA-SENHA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > 5
           .

       216-CONTA-LETRA-SENHA.
           MOVE WS-SENHA(I:1)              TO WS-CHAR
           EVALUATE WS-CHAR
               WHEN 'S' ADD 1 TO WS-SENHA-S
               WHEN 'E' ADD 1 TO WS-SENHA-E
               WHEN 'N' ADD 1 TO WS-SENHA-N
               WHEN 'H' ADD 1 TO WS-SENHA-H
               WHEN 'A' ADD 1 TO WS-SENHA-A
           END-EVALUATE
           .
       216-CONTA-LETRA-SENHA-EXIT.
           EXIT.

      * VERIFICA A FREQUENCIA DE CADA LETRA NA TENTATIVA
       213-FREQUENCIA-TENTATIVA.
           PERFORM 217-CONTA-LETRA-TENTATIVA THRU
                   217-CONTA-LETRA-TENTATIVA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > 5
           .

       217-CONTA-LETRA-TENTATIVA.
           MOVE WS-TENTATIVA(I:1)          TO WS-CHAR
           EVALUATE WS-CHAR
               WHEN 'S' ADD 1 TO WS-TENT-S
               WHEN 'E' ADD 1 TO WS-TENT-E
               WHEN 'N' ADD 1 TO WS-TENT-N
               WHEN 'H' ADD 1 TO WS-TENT-H
               WHEN 'A' ADD 1 TO WS-TENT-A
           END-EVALUATE
           .
       217-CONTA-LETRA-TENTATIVA-EXIT.
           EXIT.

       211-CONTA-POSICAO-CERTA.
           MOVE 0                      TO WS-ACERTOS-POSICAO-CORRETA
           IF WS-LETRA-1 EQUAL WS-LETRA-1-T
               ADD 1 TO WS-ACERTOS-POSICAO-CORRETA
           END-IF
           IF WS-LETRA-2 EQUAL WS-LETRA-2-T
               ADD 1 TO WS-ACERTOS-POSICAO-CORRETA
           END-IF
           IF WS-LETRA-3 EQUAL WS-LETRA-3-T
               ADD 1 TO WS-ACERTOS-POSICAO-CORRETA
           END-IF
           IF WS-LETRA-4 EQUAL WS-LETRA-4-T
               ADD 1 TO WS-ACERTOS-POSICAO-CORRETA
           END-IF
           IF WS-LETRA-5 EQUAL WS-LETRA-5-T
               ADD 1 TO WS-ACERTOS-POSICAO-CORRETA
           END-IF
           .

      * ADICIONA O MENOR VALOR DE FREQUENCIA DE CADA LETRA A
      * QUANTIDADE DE ACERTOS NA POSICAO ERRADA
       214-CONTA-POSICAO-ERRADA.
           IF WS-SENHA-S < WS-TENT-S
               ADD WS-SENHA-S TO WS-ACERTOS-POSICAO-ERRADA
           ELSE
               ADD WS-TENT-S TO WS-ACERTOS-POSICAO-ERRADA
           END-IF

           IF WS-SENHA-E < WS-TENT-E
               ADD WS-SENHA-E TO WS-ACERTOS-POSICAO-ERRADA
           ELSE
               ADD WS-TENT-E TO WS-ACERTOS-POSICAO-ERRADA
           END-IF

           IF WS-SENHA-N < WS-TENT-N
               ADD WS-SENHA-N TO WS-ACERTOS-POSICAO-ERRADA
           ELSE
               ADD WS-TENT-N TO WS-ACERTOS-POSICAO-ERRADA
           END-IF

           IF WS-SENHA-H < WS-TENT-H
               ADD WS-SENHA-H TO WS-ACERTOS-POSICAO-ERRADA
           ELSE
               ADD WS-TENT-H TO WS-ACERTOS-POSICAO-ERRADA
           END-IF

           IF WS-SENHA-A < WS-TENT-A
               ADD WS-SENHA-A TO WS-ACERTOS-POSICAO-ERRADA
           ELSE
               ADD WS-TENT-A TO WS-ACERTOS-POSICAO-ERRADA
           END-IF
           .

      * O CUSTO DA TENTATIVA E OS DESCONTOS VEM DOS PARAMETROS
      * VIGENTES NA CRIACAO DO JOGO (PARAM_PONTUACAO).
       999-PONTUACAO.
           COMPUTE WS-PONTUACAO =
                WS-PONTUACAO - (WS-PAR-PENAL-TENT
                - (WS-ACERTOS-POSICAO-CORRETA * WS-PAR-PTS-CERTA)
                - (WS-ACERTOS-POSICAO-ERRADA * WS-PAR-PTS-ERRADA))
           .

      * BONUS DE NIVEL NA VITORIA, COMO EM P3O99B0.
       999-BONUS-NIVEL.
           IF WS-NIVEL-JOGO < 1 OR WS-NIVEL-JOGO > 3
               MOVE 1                      TO WS-NIVEL-JOGO
           END-IF
           COMPUTE WS-PONTUACAO =
                WS-PONTUACAO + ((WS-NIVEL-JOGO - 1)
                * WS-PAR-BONUS-NIVEL)
           .

      * LE OS PARAMETROS DE PONTUACAO VIGENTES NA DATA EM
      * WS-PAR-DATA-REF - SEM LINHA VIGENTE (OU COM ERRO DE SQL),
      * VALEM OS PADROES HISTORICOS DO JOGO (VEJA DCLPPAR).
       999-LE-PARAMETROS.
           MOVE 100                        TO WS-PAR-PONTOS-INICIAIS
           MOVE 15                         TO WS-PAR-PENAL-TENT
           MOVE 3                          TO WS-PAR-PTS-CERTA
           MOVE 1                          TO WS-PAR-PTS-ERRADA
           MOVE 25                         TO WS-PAR-BONUS-NIVEL

           EXEC SQL
              OPEN CUR-PARAM
           END-EXEC

           EXEC SQL
              FETCH CUR-PARAM
                INTO :DCLPP-PONTOS-INICIAIS, :DCLPP-PENAL-TENTATIVA,
                     :DCLPP-PONTOS-POS-CERTA,
                     :DCLPP-PONTOS-POS-ERRADA,
                     :DCLPP-BONUS-NIVEL
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE DCLPP-PONTOS-INICIAIS  TO WS-PAR-PONTOS-INICIAIS
               MOVE DCLPP-PENAL-TENTATIVA  TO WS-PAR-PENAL-TENT
               MOVE DCLPP-PONTOS-POS-CERTA TO WS-PAR-PTS-CERTA
               MOVE DCLPP-PONTOS-POS-ERRADA
                                           TO WS-PAR-PTS-ERRADA
               MOVE DCLPP-BONUS-NIVEL      TO WS-PAR-BONUS-NIVEL
           END-IF

           EXEC SQL
              CLOSE CUR-PARAM
           END-EXEC
           .

      * LE A LINHA INTEIRA DO JOGO. SE ELA NAO EXISTE MAIS (JOGO
      * ABANDONADO REMOVIDO PELA LIMPEZA DO LOBBY), A TRANSACAO
      * TERMINA AQUI.
       999-CONSULTA-COOP.
           EXEC SQL
              SELECT ID, SENHA, SENHA_ID, NIVEL, EQUIPE_ID,
                     TERMINAL_1, USERID_1, TERMINAL_2, USERID_2,
                     VEZ, TENTATIVAS, PONTUACAO, HISTORICO,
                     RESULTADO, DATA_JOGO, HORA_JOGO
                INTO :DCLCO-ID, :DCLCO-SENHA, :DCLCO-SENHA-ID,
                     :DCLCO-NIVEL, :DCLCO-EQUIPE-ID,
                     :DCLCO-TERMINAL-1, :DCLCO-USERID-1,
                     :DCLCO-TERMINAL-2, :DCLCO-USERID-2,
                     :DCLCO-VEZ, :DCLCO-TENTATIVAS,
                     :DCLCO-PONTUACAO, :DCLCO-HISTORICO,
                     :DCLCO-RESULTADO, :DCLCO-DATA-JOGO,
                     :DCLCO-HORA-JOGO
                FROM JOGO_COOP
               WHERE ID = :WS-COOP-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE +80                    TO WS-LENGTH
               MOVE 'JOGO COOPERATIVO NAO ENCONTRADO'
                                           TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .

      * GUARDA NA COMMAREA O QUE O LADO PRECISA PARA JOGAR (SENHA,
      * NIVEL, ID DA SENHA E OS PARAMETROS DA DATA DE CRIACAO), A
      * PARTIR DA LINHA QUE 999-CONSULTA-COOP ACABOU DE LER.
       999-CARREGA-JOGO.
           MOVE DCLCO-SENHA                TO WS-SENHA
           MOVE DCLCO-NIVEL                TO WS-NIVEL-JOGO
           MOVE DCLCO-SENHA-ID             TO WS-SENHA-ID-JOGO
           MOVE DCLCO-DATA-JOGO            TO WS-PAR-DATA-REF
           PERFORM 999-LE-PARAMETROS
           .

      * MONTA A TELA A PARTIR DA LINHA LIDA: O HISTORICO INTEIRO DA
      * DUPLA NAS CORES DA TELA DO JOGO, O RESULTADO DA ULTIMA
      * TENTATIVA, A CONTAGEM E A PONTUACAO DA DUPLA, O COLEGA E DE
      * QUEM E A VEZ.
       400-MONTA-TELA-JOGO.
           MOVE WS-COOP-ID                 TO IDO
           MOVE WS-NIVEL-JOGO              TO NIVO
           MOVE 0                          TO WS-ACERTOS-POSICAO-CORRETA
           MOVE 0                          TO WS-ACERTOS-POSICAO-ERRADA

           PERFORM 401-EXIBE-1-HISTORICO THRU
                   401-EXIBE-1-HISTORICO-EXIT
               VARYING WS-HIST-IND FROM 1 BY 1
                 UNTIL WS-HIST-IND > DCLCO-TENTATIVAS
                    OR WS-HIST-IND > 16

           MOVE WS-ACERTOS-POSICAO-CORRETA TO CERTASO
           MOVE WS-ACERTOS-POSICAO-ERRADA  TO ERRADASO
           MOVE DCLCO-TENTATIVAS           TO CONTO
           MOVE DCLCO-PONTUACAO            TO PONTO

           IF WS-SOU-LADO-1
               MOVE DCLCO-USERID-2         TO PARCO
           ELSE
               MOVE DCLCO-USERID-1         TO PARCO
           END-IF

           EVALUATE TRUE
              WHEN DCLCO-RESULTADO NOT EQUAL SPACES
                 MOVE SPACES               TO VEZO
              WHEN DCLCO-USERID-2 EQUAL SPACES
                 MOVE SPACES               TO VEZO
              WHEN DCLCO-VEZ EQUAL '1'
                 MOVE DCLCO-USERID-1       TO VEZO
              WHEN OTHER
                 MOVE DCLCO-USERID-2       TO VEZO
           END-EVALUATE
           .

       401-EXIBE-1-HISTORICO.
           COMPUTE WS-HIST-POS = ((WS-HIST-IND - 1) * 5) + 1
           MOVE DCLCO-HISTORICO(WS-HIST-POS:5) TO WS-TENTATIVA
           PERFORM 999-APURA-TENTATIVA
           MOVE WS-HIST-IND                TO WS-EXIBE-INDICE
           PERFORM 999-EXIBE-TENTATIVA
           .
       401-EXIBE-1-HISTORICO-EXIT.
           EXIT.

      * MOSTRA WS-TENTATIVA NA LINHA DO HISTORICO DE NUMERO
      * WS-EXIBE-INDICE, COM A COR DE 999-COR-TENTATIVA.
       999-EXIBE-TENTATIVA.
           PERFORM 999-COR-TENTATIVA
           EVALUATE WS-EXIBE-INDICE
               WHEN 1
                   MOVE WS-TENTATIVA TO TENT1I
                   MOVE WS-COR-TENTATIVA TO TENT1C
               WHEN 2
                   MOVE WS-TENTATIVA TO TENT2I
                   MOVE WS-COR-TENTATIVA TO TENT2C
               WHEN 3
                   MOVE WS-TENTATIVA TO TENT3I
                   MOVE WS-COR-TENTATIVA TO TENT3C
               WHEN 4
                   MOVE WS-TENTATIVA TO TENT4I
                   MOVE WS-COR-TENTATIVA TO TENT4C
               WHEN 5
                   MOVE WS-TENTATIVA TO TENT5I
                   MOVE WS-COR-TENTATIVA TO TENT5C
               WHEN 6
                   MOVE WS-TENTATIVA TO TENT6I
                   MOVE WS-COR-TENTATIVA TO TENT6C
               WHEN 7
                   MOVE WS-TENTATIVA TO TENT7I
                   MOVE WS-COR-TENTATIVA TO TENT7C
               WHEN 8
                   MOVE WS-TENTATIVA TO TENT8I
                   MOVE WS-COR-TENTATIVA TO TENT8C
               WHEN 9
                   MOVE WS-TENTATIVA TO TENT9I
                   MOVE WS-COR-TENTATIVA TO TENT9C
               WHEN 10
                   MOVE WS-TENTATIVA TO TENT10I
                   MOVE WS-COR-TENTATIVA TO TENT10C
               WHEN 11
                   MOVE WS-TENTATIVA TO TENT11I
                   MOVE WS-COR-TENTATIVA TO TENT11C
               WHEN 12
                   MOVE WS-TENTATIVA TO TENT12I
                   MOVE WS-COR-TENTATIVA TO TENT12C
               WHEN 13
                   MOVE WS-TENTATIVA TO TENT13I
                   MOVE WS-COR-TENTATIVA TO TENT13C
               WHEN 14
                   MOVE WS-TENTATIVA TO TENT14I
                   MOVE WS-COR-TENTATIVA TO TENT14C
               WHEN 15
                   MOVE WS-TENTATIVA TO TENT15I
                   MOVE WS-COR-TENTATIVA TO TENT15C
               WHEN 16
                   MOVE WS-TENTATIVA TO TENT16I
                   MOVE WS-COR-TENTATIVA TO TENT16C
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * VERDE QUANDO AS 5 LETRAS ACERTARAM A POSICAO, AMARELO QUANDO
      * HOUVE ALGUMA LETRA CERTA, NEUTRO QUANDO NENHUMA BATEU - AS
      * MESMAS CORES DE P3O99B0.
       999-COR-TENTATIVA.
           EVALUATE TRUE
               WHEN WS-ACERTOS-POSICAO-CORRETA EQUAL 5
                   MOVE DFHGREEN TO WS-COR-TENTATIVA
               WHEN WS-ACERTOS-POSICAO-CORRETA > 0
                   MOVE DFHYELLO TO WS-COR-TENTATIVA
               WHEN WS-ACERTOS-POSICAO-ERRADA > 0
                   MOVE DFHYELLO TO WS-COR-TENTATIVA
               WHEN OTHER
                   MOVE DFHNEUTR TO WS-COR-TENTATIVA
           END-EVALUATE
           .

      * GRAVA A TENTATIVA EM AUDITORIA COM O TERMINAL E O USERID DE
      * QUEM A DIGITOU - CADA JOGADOR DA DUPLA RESPONDE PELAS SUAS.
      * COMO EM P3O99B0, UMA FALHA AQUI NAO DERRUBA O JOGO.
       999-GRAVA-AUDITORIA.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-AUDIT-ID-COMP
                FROM AUDITORIA
           END-EXEC

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-PROX-AUDIT-ID-COMP      TO DCLAU-ID
           MOVE EIBTRMID                   TO DCLAU-TERMINAL
           MOVE EIBTASKN                   TO DCLAU-TASKN
           MOVE WS-USERID                  TO DCLAU-USERID
           MOVE WS-TENTATIVA               TO DCLAU-TENTATIVA
           MOVE WS-ACERTOS-POSICAO-CORRETA TO DCLAU-ACERTOS-CERTOS
           MOVE WS-ACERTOS-POSICAO-ERRADA  TO DCLAU-ACERTOS-ERRADOS
           MOVE WS-SQL-DATA                TO DCLAU-DATA-JOGADA
           MOVE WS-SQL-HORA                TO DCLAU-HORA-JOGADA

           EXEC SQL
              INSERT INTO AUDITORIA
                 (ID, TERMINAL, TASKN, USERID, TENTATIVA,
                  ACERTOS_CERTOS, ACERTOS_ERRADOS, DATA_JOGADA,
                  HORA_JOGADA)
              VALUES
                 (:DCLAU-ID, :DCLAU-TERMINAL, :DCLAU-TASKN,
                  :DCLAU-USERID, :DCLAU-TENTATIVA,
                  :DCLAU-ACERTOS-CERTOS, :DCLAU-ACERTOS-ERRADOS,
                  :DCLAU-DATA-JOGADA, :DCLAU-HORA-JOGADA)
           END-EXEC
           .

      * GRAVA O JOGO TERMINADO EM HISTJOGO, UMA LINHA PARA CADA
      * JOGADOR DA DUPLA, COM O RESULTADO, AS TENTATIVAS E A
      * PONTUACAO DA DUPLA, CREDITADO A EQUIPE DO JOGO E MARCADO COMO
      * COOPERATIVO. O USO DA SENHA (SENHA_USO) CONTA UMA VEZ POR
      * LINHA, COMO NA RECONSTRUCAO P3O99RQ. COMO NO JOGO NORMAL, UMA
      * FALHA AQUI NAO DERRUBA O JOGO.
       999-GRAVA-HISTORICO-COOP.
           PERFORM 999-MONTA-DATA-HORA

           MOVE DCLCO-USERID-1             TO WS-HIST-USERID
           PERFORM 999-GRAVA-1-HISTORICO

           MOVE DCLCO-USERID-2             TO WS-HIST-USERID
           PERFORM 999-GRAVA-1-HISTORICO
           .

       999-GRAVA-1-HISTORICO.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-HIST-ID-COMP
                FROM HISTJOGO
           END-EXEC

           MOVE WS-PROX-HIST-ID-COMP       TO DCLHJ-ID
           MOVE WS-HIST-USERID             TO DCLHJ-USERID
           MOVE WS-RESULTADO-NOVO          TO DCLHJ-RESULTADO
           MOVE WS-TENT-NOVA-COMP          TO DCLHJ-TENTATIVAS
           MOVE WS-PONTUACAO               TO DCLHJ-PONTUACAO
           MOVE WS-SQL-DATA                TO DCLHJ-DATA-JOGO
           MOVE WS-SQL-HORA                TO DCLHJ-HORA-JOGO
           MOVE WS-SENHA-ID-JOGO           TO DCLHJ-SENHA-ID
           MOVE DCLCO-EQUIPE-ID            TO DCLHJ-EQUIPE-ID
           MOVE SPACE                      TO DCLHJ-ANULADO
           MOVE SPACE                      TO DCLHJ-TREINO
           MOVE SPACE                      TO DCLHJ-MODO-DIFICIL
           MOVE SPACE                      TO DCLHJ-MODO-BLITZ
           MOVE SPACE                      TO DCLHJ-USOU-DICA
           MOVE 'S'                        TO DCLHJ-COOP
           MOVE SPACE                      TO DCLHJ-DESAFIO-COLEGA

           EXEC SQL
              INSERT INTO HISTJOGO
                 (ID, USERID, RESULTADO, TENTATIVAS, PONTUACAO,
                  DATA_JOGO, HORA_JOGO, SENHA_ID, EQUIPE_ID,
                  ANULADO, TREINO, MODO_DIFICIL, MODO_BLITZ,
                  USOU_DICA, COOP, DESAFIO_COLEGA)
              VALUES
                 (:DCLHJ-ID, :DCLHJ-USERID, :DCLHJ-RESULTADO,
                  :DCLHJ-TENTATIVAS, :DCLHJ-PONTUACAO,
                  :DCLHJ-DATA-JOGO, :DCLHJ-HORA-JOGO,
                  :DCLHJ-SENHA-ID, :DCLHJ-EQUIPE-ID,
                  :DCLHJ-ANULADO, :DCLHJ-TREINO,
                  :DCLHJ-MODO-DIFICIL, :DCLHJ-MODO-BLITZ,
                  :DCLHJ-USOU-DICA, :DCLHJ-COOP,
                  :DCLHJ-DESAFIO-COLEGA)
           END-EXEC

           IF WS-SENHA-ID-JOGO > 0
               PERFORM 999-CONTA-USO-SENHA
           END-IF
           .

      * INCREMENTA O USO DA SENHA (DELETE+INSERT, COMO EM P3O99B0).
       999-CONTA-USO-SENHA.
           EXEC SQL
              SELECT JOGOS
                INTO :WS-USO-SENHA-COMP
                FROM SENHA_USO
               WHERE SENHA_ID = :WS-SENHA-ID-JOGO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-USO-SENHA-COMP
           END-IF

           EXEC SQL
              DELETE FROM SENHA_USO
               WHERE SENHA_ID = :WS-SENHA-ID-JOGO
           END-EXEC

           COMPUTE WS-USO-SENHA-COMP = WS-USO-SENHA-COMP + 1
           MOVE WS-SENHA-ID-JOGO           TO DCLSU-SENHA-ID
           MOVE WS-USO-SENHA-COMP          TO DCLSU-JOGOS

           EXEC SQL
              INSERT INTO SENHA_USO
                 (SENHA_ID, JOGOS)
              VALUES
                 (:DCLSU-SENHA-ID, :DCLSU-JOGOS)
           END-EXEC
           .

      * AVISA O CRIADOR DO JOGO (LADO 1) NA CAIXA DE MENSAGENS DELE
      * QUE O COLEGA ENTROU - SO NA PRIMEIRA ENTRADA. UMA FALHA AQUI
      * NAO DERRUBA O JOGO.
       999-POSTA-MENSAGEM-COOP.
           IF DCLCO-USERID-1 EQUAL SPACES
               GO TO 999-POSTA-MENSAGEM-COOP-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-MENS-ID-COMP
                FROM MENSAGEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-POSTA-MENSAGEM-COOP-EXIT
           END-IF

           MOVE WS-COOP-ID                 TO WS-MENS-COOP-ED
           MOVE SPACES                     TO DCLMS-TEXTO
           STRING WS-USERID                DELIMITED BY SPACE
                  ' ENTROU NO SEU JOGO COOPERATIVO '
                                           DELIMITED BY SIZE
                  WS-MENS-COOP-ED          DELIMITED BY SIZE
             INTO DCLMS-TEXTO
           END-STRING

           MOVE WS-PROX-MENS-ID-COMP       TO DCLMS-ID
           MOVE DCLCO-USERID-1             TO DCLMS-USERID
           MOVE 'CO'                       TO DCLMS-TIPO
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
       999-POSTA-MENSAGEM-COOP-EXIT.
           EXIT.

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

      * ONTEM POR SUBTRACAO DE CALENDARIO DE VERDADE, COMO NO LOBBY DE
      * P3O99B9.
       999-MONTA-ONTEM.
           PERFORM 999-MONTA-DATA-HORA

           COMPUTE WS-DATA-ONTEM =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 1)
           MOVE WS-DATA-ONTEM(1:4)         TO WS-ON-ANO
           MOVE WS-DATA-ONTEM(5:2)         TO WS-ON-MES
           MOVE WS-DATA-ONTEM(7:2)         TO WS-ON-DIA
           .

       320-PF3.
           EXEC CICS XCTL
               PROGRAM('P3O99B8')
           END-EXEC
           .

       240-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D9'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!' TO MSGO
           PERFORM 999-TRATA-FASE2
           .

       350-ANYKEY.
           PERFORM 999-CONSULTA-COOP
           MOVE 'TECLA PRESSIONADA INVALIDA!' TO MSGO
           PERFORM 999-TRATA-FASE3
           .

       999-VERIFICA-LETRA.
           EVALUATE WS-VER-LET
           WHEN 1
               EVALUATE FUNCTION UPPER-CASE(LETRA1I)
                   WHEN 'S'
                   WHEN 'E'
                   WHEN 'N'
                   WHEN 'H'
                   WHEN 'A'
                       MOVE FUNCTION UPPER-CASE(LETRA1I) TO WS-LETRA-1-T
                   WHEN SPACES
                       MOVE 'DIGITE A PRIMEIRA LETRA' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   WHEN OTHER
                       MOVE 'DIGITE S, E, N, H OU A' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   END-EVALUATE
           WHEN 2
               EVALUATE FUNCTION UPPER-CASE(LETRA2I)
                   WHEN 'S'
                   WHEN 'E'
                   WHEN 'N'
                   WHEN 'H'
                   WHEN 'A'
                       MOVE FUNCTION UPPER-CASE(LETRA2I) TO WS-LETRA-2-T
                   WHEN SPACES
                       MOVE 'DIGITE A SEGUNDA LETRA' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   WHEN OTHER
                       MOVE 'DIGITE S, E, N, H OU A' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   END-EVALUATE
           WHEN 3
               EVALUATE FUNCTION UPPER-CASE(LETRA3I)
                   WHEN 'S'
                   WHEN 'E'
                   WHEN 'N'
                   WHEN 'H'
                   WHEN 'A'
                       MOVE FUNCTION UPPER-CASE(LETRA3I) TO WS-LETRA-3-T
                   WHEN SPACES
                       MOVE 'DIGITE A TERCEIRA LETRA' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   WHEN OTHER
                       MOVE 'DIGITE S, E, N, H OU A' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   END-EVALUATE
           WHEN 4
               EVALUATE FUNCTION UPPER-CASE(LETRA4I)
                   WHEN 'S'
                   WHEN 'E'
                   WHEN 'N'
                   WHEN 'H'
                   WHEN 'A'
                       MOVE FUNCTION UPPER-CASE(LETRA4I) TO WS-LETRA-4-T
                   WHEN SPACES
                       MOVE 'DIGITE A QUARTA LETRA' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   WHEN OTHER
                       MOVE 'DIGITE S, E, N, H OU A' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   END-EVALUATE
           WHEN 5
               EVALUATE FUNCTION UPPER-CASE(LETRA5I)
                   WHEN 'S'
                   WHEN 'E'
                   WHEN 'N'
                   WHEN 'H'
                   WHEN 'A'
                       MOVE FUNCTION UPPER-CASE(LETRA5I) TO WS-LETRA-5-T
                   WHEN SPACES
                       MOVE 'DIGITE A QUINTA LETRA' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   WHEN OTHER
                       MOVE 'DIGITE S, E, N, H OU A' TO MSGO
                       PERFORM 999-TRATA-FASE3
                   END-EVALUATE
           WHEN OTHER
                CONTINUE
           END-EVALUATE
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
              MAP ('MAPACOO')
              MAPSET('M3O99D9')
              FROM(MAPACOOO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-TRATA-FASE2.
           MOVE -1                        TO IDL
           MOVE '2'                       TO WS-FASE

           PERFORM 999-MANDA-TELA

           EXEC CICS RETURN
               TRANSID('Y1D9')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

      * A TELA DA FASE 3 E SEMPRE REMONTADA DA LINHA DO JOGO LIDA
      * POR ULTIMO (999-CONSULTA-COOP).
       999-TRATA-FASE3.
           PERFORM 400-MONTA-TELA-JOGO
           MOVE -1                        TO LETRA1L
           MOVE '3'                       TO WS-FASE

           PERFORM 999-MANDA-TELA

           EXEC CICS RETURN
               TRANSID('Y1D9')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

      * CONSULTA A SITUACAO DO SISTEMA EM SISTEMA_CTRL (MANTIDA PELA
      * TRANSACAO DE OPERACAO Y1C5). FECHADO ('F'), A TRANSACAO
      * TERMINA MOSTRANDO A MENSAGEM DO OPERADOR.
       999-VERIFICA-SISTEMA.
           EXEC SQL
              SELECT SITUACAO, MENSAGEM
                INTO :DCLSI-SITUACAO, :DCLSI-MENSAGEM
                FROM SISTEMA_CTRL
           END-EXEC

           IF SQLCODE EQUAL 0 AND DCLSI-SITUACAO EQUAL 'F'
               MOVE +80                    TO WS-LENGTH
               MOVE DCLSI-MENSAGEM         TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA M3O99D9'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
