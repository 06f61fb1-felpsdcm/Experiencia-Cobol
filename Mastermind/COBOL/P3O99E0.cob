      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99E0.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * DESAFIO DE COLEGA (Y1E0, OPCAO D DO MENU Y1B8): UM JOGADOR
      * ESCOLHE UM COLEGA (ATIVO EM JOGADOR) E UMA SENHA (QUE TEM QUE
      * EXISTIR EM SENHAS) E O DESAFIO VAI PARA A LISTA DE PENDENTES
      * DO COLEGA, COM UM AVISO NA CAIXA DE MENSAGENS DELE. A SENHA E
      * DIGITADA NUM CAMPO ESCURO E NUNCA VOLTA PARA A TELA DE QUEM
      * ENVIOU - ELE SO VE A SITUACAO, AS TENTATIVAS E A PONTUACAO DO
      * COLEGA. CADA JOGADOR PODE TER NO MAXIMO
      * WS-MAX-DESAFIOS-ABERTOS DESAFIOS ENVIADOS EM ABERTO (PENDENTES
      * OU EM JOGO). A LINHA DO DESAFIO FICA EM DESAFIO_COLEGA (VEJA
      * DCLDCOL).
      *
      * FASE 1: COM UM DESAFIO EM JOGO, O JOGADOR VOLTA DIRETO NELE;
      * SENAO VE OS DESAFIOS RECEBIDOS PENDENTES E OS ULTIMOS QUE
      * ENVIOU. FASE 2: ESCOLHE UMA LINHA DOS RECEBIDOS PARA JOGAR, OU
      * INFORMA COLEGA E SENHA PARA ENVIAR. FASE 3: O JOGO, COMO O
      * NORMAL (16 TENTATIVAS, PONTUACAO DE PARAM_PONTUACAO VIGENTE NO
      * INICIO DO JOGO, BONUS DE NIVEL DA SENHA), COM CADA TENTATIVA
      * NA AUDITORIA.
      *
      * NO FIM, O JOGO VAI PARA HISTJOGO COM DESAFIO_COLEGA = 'S' E O
      * REMETENTE RECEBE O RESULTADO NA CAIXA DE MENSAGENS. O DESAFIO
      * CONTA NO RESUMO DIARIO (MODO 'X'), MAS NAO MEXE EM PLACAR,
      * RATING NEM CONQUISTAS. DESAFIO NAO JOGADO NO PRAZO OU LARGADO
      * NO MEIO E EXPIRADO PELO EXPURGO NOTURNO (P3O99R6).
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
      * LIMITE DE DESAFIOS ENVIADOS EM ABERTO (PENDENTES OU EM JOGO)
      * POR JOGADOR.
       77  WS-MAX-DESAFIOS-ABERTOS         PIC S9(09) COMP VALUE 5.
       77  WS-QTD-ABERTOS-COMP             PIC S9(09) COMP.

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

      * VARIAVEIS DA JOGADA: O ESTADO LIDO (CONTAGEM ANTERIOR, QUE
      * GUARDA O UPDATE) E O ESTADO NOVO GRAVADO NA LINHA.
       77  WS-TENT-ANT-COMP                PIC S9(09) COMP.
       77  WS-TENT-NOVA-COMP               PIC S9(09) COMP.
       77  WS-SITUACAO-NOVA                PIC X(01).
       01  WS-HISTORICO-NOVO               PIC X(80).
       01  WS-DATA-JOGO-NOVA               PIC X(10).
       01  WS-HORA-JOGO-NOVA               PIC X(08).

      * VARIAVEIS DA REMONTAGEM DO HISTORICO NA TELA.
       77  WS-HIST-IND                     PIC 9(04).
       77  WS-HIST-POS                     PIC 9(04).
       77  WS-EXIBE-INDICE                 PIC 9(04).

      * VARIAVEIS DE CONTROLE DO DESAFIO E DAS LISTAS DA FASE 2.
       77  WS-PROX-DESAFIO-ID-COMP         PIC S9(09) COMP.
       77  WS-PROX-AUDIT-ID-COMP           PIC S9(09) COMP.
       77  WS-PROX-HIST-ID-COMP            PIC S9(09) COMP.
       77  WS-PROX-MENS-ID-COMP            PIC S9(09) COMP.
       77  WS-USO-SENHA-COMP               PIC S9(09) COMP.
       77  WS-MENS-DESAFIO-ED              PIC Z(08)9.
       77  WS-MENS-TENT-ED                 PIC Z9.
       77  WS-MENS-PONTOS-ED               PIC ZZZ9.
       77  WS-QTD-RECEBIDOS                PIC 9(01).
       77  WS-QTD-ENVIADOS                 PIC 9(01).
       77  WS-SEL-NUM                      PIC 9(01).
       01  WS-LINHA-RECEBIDO.
           05 WS-LR-POSICAO                PIC 9(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LR-ID                     PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LR-REMETENTE              PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LR-DATA                   PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'NIVEL '.
           05 WS-LR-NIVEL                  PIC 9(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
       01  WS-LINHA-ENVIADO.
           05 WS-LE-ID                     PIC Z(04)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LE-DESTINATARIO           PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LE-SITUACAO               PIC X(09).
           05 FILLER                       PIC X(01) VALUE SPACES.
      * TENTATIVAS E PONTUACAO FICAM EM BRANCO ENQUANTO O COLEGA NAO
      * COMECOU (E NO DESAFIO EXPIRADO OU CANCELADO SEM JOGO).
           05 WS-LE-RESULTADO.
               10 WS-LE-TENTATIVAS         PIC Z9.
               10 WS-LE-ROTULO-TENT        PIC X(06).
               10 WS-LE-PONTOS             PIC ZZZ9.
               10 WS-LE-ROTULO-PONTOS      PIC X(03).
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
      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-DESAFIO-ID                PIC S9(09) COMP.
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
      * NIVEL E ID DA SENHA DO DESAFIO, PARA O BONUS DE NIVEL NA
      * VITORIA E PARA O HISTORICO/USO DA SENHA.
           05  WS-NIVEL-JOGO                   PIC 9(01).
           05  WS-SENHA-ID-JOGO                PIC S9(09) COMP.
      * PARAMETROS DE PONTUACAO VIGENTES NA DATA DE INICIO DO JOGO
      * (VEJA DCLPPAR).
           05  WS-PAR-PONTOS-INICIAIS          PIC 9(04).
           05  WS-PAR-PENAL-TENT               PIC 9(04).
           05  WS-PAR-PTS-CERTA                PIC 9(04).
           05  WS-PAR-PTS-ERRADA               PIC 9(04).
           05  WS-PAR-BONUS-NIVEL              PIC 9(04).
           05  WS-PAR-DATA-REF                 PIC X(10).
      * IDS DOS DESAFIOS RECEBIDOS PENDENTES LISTADOS NA FASE 2, NA
      * ORDEM DAS LINHAS DA TELA.
           05  WS-PEND-IDS.
               10 WS-PEND-ID                   PIC S9(09) COMP
                                               OCCURS 5.
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DO DESAFIO DE COLEGA
           COPY M3O99E0.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLSENHA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSUSO
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDCOL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJGDR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAUDIT
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

      * DESAFIOS RECEBIDOS AINDA NAO JOGADOS, DO MAIS ANTIGO PARA O
      * MAIS NOVO, NO MAXIMO 5.
           EXEC SQL
              DECLARE CUR-RECEBIDOS CURSOR FOR
                 SELECT ID, REMETENTE, DATA_ENVIO, NIVEL
                   FROM DESAFIO_COLEGA
                  WHERE DESTINATARIO = :WS-USERID
                    AND SITUACAO = 'P'
                  ORDER BY ID
                  FETCH FIRST 5 ROWS ONLY
           END-EXEC.

      * ULTIMOS 5 DESAFIOS ENVIADOS PELO JOGADOR, DO MAIS NOVO PARA O
      * MAIS ANTIGO, EM QUALQUER SITUACAO.
           EXEC SQL
              DECLARE CUR-ENVIADOS CURSOR FOR
                 SELECT ID, DESTINATARIO, SITUACAO, TENTATIVAS,
                        PONTUACAO
                   FROM DESAFIO_COLEGA
                  WHERE REMETENTE = :WS-USERID
                  ORDER BY ID DESC
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
      * FASE 1 - RETOMA O DESAFIO QUE O JOGADOR DEIXOU EM JOGO OU
      * MOSTRA AS LISTAS DE RECEBIDOS E ENVIADOS.
       100-FASE1.
           MOVE LOW-VALUES                 TO MAPADESO
           PERFORM 106-PROCURA-DESAFIO-EM-JOGO THRU
                   106-PROCURA-DESAFIO-EM-JOGO-EXIT
           MOVE 'LINHA P/ JOGAR, OU COLEGA E SENHA P/ ENVIAR'
                                           TO MSGO
           PERFORM 999-TRATA-FASE2
           .

      * UM DESAFIO RECEBIDO JA COMECADO E RETOMADO DIRETO - A QUEDA DA
      * SESSAO NAO TIRA NINGUEM DO JOGO. O SELECT INTO SINGELO NAO
      * ACEITA ORDER BY, DAI O MAIOR ID PELA SUBCONSULTA.
       106-PROCURA-DESAFIO-EM-JOGO.
           EXEC SQL
              SELECT ID
                INTO :WS-DESAFIO-ID
                FROM DESAFIO_COLEGA
               WHERE ID =
                     (SELECT MAX(ID)
                        FROM DESAFIO_COLEGA
                       WHERE SITUACAO = 'J'
                         AND DESTINATARIO = :WS-USERID)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 106-PROCURA-DESAFIO-EM-JOGO-EXIT
           END-IF

           PERFORM 999-CONSULTA-DESAFIO
           PERFORM 999-CARREGA-DESAFIO
           MOVE 'DESAFIO EM JOGO RETOMADO' TO MSGO
           PERFORM 999-TRATA-FASE3
           .
       106-PROCURA-DESAFIO-EM-JOGO-EXIT.
           EXIT.

      * MONTA AS DUAS LISTAS DA TELA: ATE 5 DESAFIOS RECEBIDOS
      * PENDENTES, GUARDANDO OS IDS NA COMMAREA PARA A SELECAO POR
      * LINHA, E OS ULTIMOS 5 ENVIADOS COM A SITUACAO E O RESULTADO.
       110-MONTA-LISTAS.
           MOVE 0                          TO WS-QTD-RECEBIDOS
           INITIALIZE WS-PEND-IDS

           EXEC SQL
              OPEN CUR-RECEBIDOS
           END-EXEC

           PERFORM 111-CARREGA-1-RECEBIDO THRU
                   111-CARREGA-1-RECEBIDO-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-RECEBIDOS
           END-EXEC

           IF WS-QTD-RECEBIDOS EQUAL 0
               MOVE 'NENHUM DESAFIO PENDENTE PARA VOCE' TO REC1O
           END-IF

           MOVE 0                          TO WS-QTD-ENVIADOS

           EXEC SQL
              OPEN CUR-ENVIADOS
           END-EXEC

           PERFORM 112-CARREGA-1-ENVIADO THRU
                   112-CARREGA-1-ENVIADO-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-ENVIADOS
           END-EXEC

           IF WS-QTD-ENVIADOS EQUAL 0
               MOVE 'VOCE AINDA NAO ENVIOU DESAFIOS' TO ENV1O
           END-IF
           .

       111-CARREGA-1-RECEBIDO.
           EXEC SQL
              FETCH CUR-RECEBIDOS
                INTO :DCLDC-ID, :DCLDC-REMETENTE, :DCLDC-DATA-ENVIO,
                     :DCLDC-NIVEL
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 111-CARREGA-1-RECEBIDO-EXIT
           END-IF

           ADD 1                           TO WS-QTD-RECEBIDOS
           MOVE WS-QTD-RECEBIDOS           TO WS-LR-POSICAO
           MOVE DCLDC-ID                   TO WS-LR-ID
           MOVE DCLDC-REMETENTE            TO WS-LR-REMETENTE
           MOVE DCLDC-DATA-ENVIO           TO WS-LR-DATA
           MOVE DCLDC-NIVEL                TO WS-LR-NIVEL
           MOVE DCLDC-ID                   TO
                WS-PEND-ID(WS-QTD-RECEBIDOS)

           EVALUATE WS-QTD-RECEBIDOS
              WHEN 1 MOVE WS-LINHA-RECEBIDO TO REC1O
              WHEN 2 MOVE WS-LINHA-RECEBIDO TO REC2O
              WHEN 3 MOVE WS-LINHA-RECEBIDO TO REC3O
              WHEN 4 MOVE WS-LINHA-RECEBIDO TO REC4O
              WHEN 5 MOVE WS-LINHA-RECEBIDO TO REC5O
           END-EVALUATE
           .
       111-CARREGA-1-RECEBIDO-EXIT.
           EXIT.

       112-CARREGA-1-ENVIADO.
           EXEC SQL
              FETCH CUR-ENVIADOS
                INTO :DCLDC-ID, :DCLDC-DESTINATARIO, :DCLDC-SITUACAO,
                     :DCLDC-TENTATIVAS, :DCLDC-PONTUACAO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 112-CARREGA-1-ENVIADO-EXIT
           END-IF

           ADD 1                           TO WS-QTD-ENVIADOS
           MOVE DCLDC-ID                   TO WS-LE-ID
           MOVE DCLDC-DESTINATARIO         TO WS-LE-DESTINATARIO

           EVALUATE DCLDC-SITUACAO
              WHEN 'P' MOVE 'PENDENTE'     TO WS-LE-SITUACAO
              WHEN 'J' MOVE 'EM JOGO'      TO WS-LE-SITUACAO
              WHEN 'S' MOVE 'ACERTOU'      TO WS-LE-SITUACAO
              WHEN 'N' MOVE 'ERROU'        TO WS-LE-SITUACAO
              WHEN 'E' MOVE 'EXPIROU'      TO WS-LE-SITUACAO
              WHEN 'A' MOVE 'ABANDONOU'    TO WS-LE-SITUACAO
              WHEN 'X' MOVE 'CANCELADO'    TO WS-LE-SITUACAO
              WHEN OTHER
                 MOVE DCLDC-SITUACAO       TO WS-LE-SITUACAO
           END-EVALUATE

           IF DCLDC-TENTATIVAS EQUAL 0
               MOVE SPACES                 TO WS-LE-RESULTADO
           ELSE
               MOVE DCLDC-TENTATIVAS       TO WS-LE-TENTATIVAS
               MOVE ' TENT '               TO WS-LE-ROTULO-TENT
               MOVE DCLDC-PONTUACAO        TO WS-LE-PONTOS
               MOVE ' PT'                  TO WS-LE-ROTULO-PONTOS
           END-IF

           EVALUATE WS-QTD-ENVIADOS
              WHEN 1 MOVE WS-LINHA-ENVIADO TO ENV1O
              WHEN 2 MOVE WS-LINHA-ENVIADO TO ENV2O
              WHEN 3 MOVE WS-LINHA-ENVIADO TO ENV3O
              WHEN 4 MOVE WS-LINHA-ENVIADO TO ENV4O
              WHEN 5 MOVE WS-LINHA-ENVIADO TO ENV5O
           END-EVALUATE
           .
       112-CARREGA-1-ENVIADO-EXIT.
           EXIT.

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
              PF3     (320-PF3)
              PF12    (240-PF12)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPADES')
              MAPSET('M3O99E0')
              INTO  (MAPADESI)
           END-EXEC
           .

      * A SELECAO POR LINHA DOS RECEBIDOS TEM PRIORIDADE; DEPOIS O
      * ENVIO, SE COLEGA OU SENHA FORAM DIGITADOS; SEM NADA DIGITADO,
      * SO ATUALIZA AS LISTAS.
       210-ENTER.
           EVALUATE TRUE
              WHEN SELL > 0 AND SELI NOT EQUAL SPACES
                 PERFORM 215-ESCOLHE-RECEBIDO
              WHEN DESTL > 0 OR PALL > 0
                 PERFORM 220-ENVIA-DESAFIO
              WHEN OTHER
                 MOVE 'LISTAS ATUALIZADAS' TO MSGO
                 PERFORM 999-TRATA-FASE2
           END-EVALUATE
           .

      * CONVERTE A LINHA ESCOLHIDA NO ID GUARDADO NA COMMAREA QUANDO
      * A LISTA FOI MONTADA.
       215-ESCOLHE-RECEBIDO.
           IF SELI < '1' OR SELI > '5'
              MOVE 'LINHA INVALIDA - USE 1 A 5' TO MSGO
              PERFORM 999-TRATA-FASE2
           END-IF

           MOVE SELI                       TO WS-SEL-NUM

           IF WS-PEND-ID(WS-SEL-NUM) EQUAL 0
              MOVE 'LINHA DE DESAFIOS RECEBIDOS VAZIA' TO MSGO
              PERFORM 999-TRATA-FASE2
           END-IF

           MOVE WS-PEND-ID(WS-SEL-NUM)     TO WS-DESAFIO-ID
           PERFORM 230-INICIA-DESAFIO
           .

      * ENVIA UM DESAFIO: O COLEGA TEM QUE SER OUTRO JOGADOR, ATIVO EM
      * JOGADOR; A SENHA TEM QUE EXISTIR EM SENHAS (DE ONDE VEM O ID E
      * O NIVEL); E O REMETENTE NAO PODE PASSAR DO LIMITE DE DESAFIOS
      * EM ABERTO. A SENHA NUNCA VOLTA PARA A TELA - 999-MANDA-TELA
      * APAGA O CAMPO EM TODO ENVIO. COM O SISTEMA FECHADO PARA
      * MANUTENCAO, NENHUM DESAFIO E ENVIADO.
       220-ENVIA-DESAFIO.
           PERFORM 999-VERIFICA-SISTEMA

           IF DESTL EQUAL 0 OR DESTI EQUAL SPACES
               MOVE 'INFORME O USERID DO COLEGA' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           IF PALL EQUAL 0 OR PALI EQUAL SPACES
               MOVE 'INFORME A SENHA DO DESAFIO' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           MOVE FUNCTION UPPER-CASE(DESTI) TO DCLDC-DESTINATARIO
           MOVE FUNCTION UPPER-CASE(PALI)  TO DCLDC-SENHA

           IF DCLDC-DESTINATARIO EQUAL WS-USERID
               MOVE 'VOCE NAO PODE DESAFIAR A SI MESMO' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           EXEC SQL
              SELECT SITUACAO
                INTO :DCLJG-SITUACAO
                FROM JOGADOR
               WHERE USERID = :DCLDC-DESTINATARIO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL 0
                 MOVE 'COLEGA NAO CADASTRADO COMO JOGADOR' TO MSGO
                 PERFORM 999-TRATA-FASE2
              WHEN DCLJG-SITUACAO NOT EQUAL 'A'
                 MOVE 'COLEGA DESLIGADO - DESAFIO NAO ENVIADO' TO MSGO
                 PERFORM 999-TRATA-FASE2
           END-EVALUATE

           MOVE DCLDC-SENHA(1:1)           TO DCLSNH-LETRA-1
           MOVE DCLDC-SENHA(2:1)           TO DCLSNH-LETRA-2
           MOVE DCLDC-SENHA(3:1)           TO DCLSNH-LETRA-3
           MOVE DCLDC-SENHA(4:1)           TO DCLSNH-LETRA-4
           MOVE DCLDC-SENHA(5:1)           TO DCLSNH-LETRA-5

      * A MESMA PALAVRA PODE ESTAR EM SENHAS MAIS DE UMA VEZ - VALE A
      * DE MENOR ID.
           EXEC SQL
              SELECT ID, NIVEL
                INTO :DCLSNH-ID, :DCLSNH-NIVEL
                FROM SENHAS
               WHERE ID =
                     (SELECT MIN(ID)
                        FROM SENHAS
                       WHERE LETRA_1 = :DCLSNH-LETRA-1
                         AND LETRA_2 = :DCLSNH-LETRA-2
                         AND LETRA_3 = :DCLSNH-LETRA-3
                         AND LETRA_4 = :DCLSNH-LETRA-4
                         AND LETRA_5 = :DCLSNH-LETRA-5)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'SENHA NAO CADASTRADA - ESCOLHA OUTRA' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-QTD-ABERTOS-COMP
                FROM DESAFIO_COLEGA
               WHERE REMETENTE = :WS-USERID
                 AND SITUACAO IN ('P', 'J')
           END-EXEC

           IF WS-QTD-ABERTOS-COMP NOT LESS WS-MAX-DESAFIOS-ABERTOS
               MOVE 'LIMITE DE DESAFIOS EM ABERTO ATINGIDO' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-DESAFIO-ID-COMP
                FROM DESAFIO_COLEGA
           END-EXEC

           MOVE WS-PROX-DESAFIO-ID-COMP    TO DCLDC-ID
           MOVE WS-USERID                  TO DCLDC-REMETENTE
           MOVE DCLSNH-ID                  TO DCLDC-SENHA-ID
           MOVE DCLSNH-NIVEL               TO DCLDC-NIVEL
           MOVE 'P'                        TO DCLDC-SITUACAO
           MOVE 0                          TO DCLDC-TENTATIVAS
           MOVE 0                          TO DCLDC-PONTUACAO
           MOVE SPACES                     TO DCLDC-HISTORICO
           MOVE WS-SQL-DATA                TO DCLDC-DATA-ENVIO
           MOVE WS-SQL-HORA                TO DCLDC-HORA-ENVIO
           MOVE WS-SQL-DATA                TO DCLDC-DATA-JOGO
           MOVE WS-SQL-HORA                TO DCLDC-HORA-JOGO

           EXEC SQL
              INSERT INTO DESAFIO_COLEGA
                 (ID, REMETENTE, DESTINATARIO, SENHA, SENHA_ID, NIVEL,
                  SITUACAO, TENTATIVAS, PONTUACAO, HISTORICO,
                  DATA_ENVIO, HORA_ENVIO, DATA_JOGO, HORA_JOGO)
              VALUES
                 (:DCLDC-ID, :DCLDC-REMETENTE, :DCLDC-DESTINATARIO,
                  :DCLDC-SENHA, :DCLDC-SENHA-ID, :DCLDC-NIVEL,
                  :DCLDC-SITUACAO, :DCLDC-TENTATIVAS,
                  :DCLDC-PONTUACAO, :DCLDC-HISTORICO,
                  :DCLDC-DATA-ENVIO, :DCLDC-HORA-ENVIO,
                  :DCLDC-DATA-JOGO, :DCLDC-HORA-JOGO)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE +80                    TO WS-LENGTH
               MOVE 'ERRO AO GRAVAR O DESAFIO' TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF

           MOVE WS-PROX-DESAFIO-ID-COMP    TO WS-MENS-DESAFIO-ED
           MOVE SPACES                     TO DCLMS-TEXTO
           STRING WS-USERID                DELIMITED BY SPACE
                  ' TE MANDOU O DESAFIO '  DELIMITED BY SIZE
                  WS-MENS-DESAFIO-ED       DELIMITED BY SIZE
                  ' - OPCAO D DO MENU'     DELIMITED BY SIZE
             INTO DCLMS-TEXTO
           END-STRING
           MOVE DCLDC-DESTINATARIO         TO DCLMS-USERID
           PERFORM 999-POSTA-MENSAGEM THRU 999-POSTA-MENSAGEM-EXIT

           MOVE LOW-VALUES                 TO DESTO
           MOVE SPACES                     TO MSGO
           STRING 'DESAFIO ENVIADO A '     DELIMITED BY SIZE
                  DCLDC-DESTINATARIO       DELIMITED BY SPACE
             INTO MSGO
           END-STRING
           PERFORM 999-TRATA-FASE2
           .

      * COMECA O DESAFIO ESCOLHIDO: SO O DESTINATARIO E SO ENQUANTO
      * PENDENTE. O UPDATE GUARDADO PELA SITUACAO SO DEIXA UM TERMINAL
      * COMECAR; A PONTUACAO INICIAL E A DATA DE INICIO (QUE FIXA OS
      * PARAMETROS DE PONTUACAO DO JOGO) SAO AS DE HOJE.
       230-INICIA-DESAFIO.
           PERFORM 999-VERIFICA-SISTEMA
           PERFORM 999-CONSULTA-DESAFIO

           EVALUATE TRUE
              WHEN DCLDC-DESTINATARIO NOT EQUAL WS-USERID
                 MOVE 'ESSE DESAFIO NAO E PARA VOCE' TO MSGO
                 PERFORM 999-TRATA-FASE2
              WHEN DCLDC-SITUACAO NOT EQUAL 'P'
                 MOVE 'ESSE DESAFIO NAO ESTA MAIS PENDENTE' TO MSGO
                 PERFORM 999-TRATA-FASE2
           END-EVALUATE

           PERFORM 999-MONTA-DATA-HORA
           MOVE WS-SQL-DATA                TO WS-PAR-DATA-REF
           PERFORM 999-LE-PARAMETROS
           MOVE WS-PAR-PONTOS-INICIAIS     TO WS-PONTUACAO

           EXEC SQL
              UPDATE DESAFIO_COLEGA
                 SET SITUACAO  = 'J',
                     PONTUACAO = :WS-PONTUACAO,
                     DATA_JOGO = :WS-SQL-DATA,
                     HORA_JOGO = :WS-SQL-HORA
               WHERE ID = :WS-DESAFIO-ID
                 AND DESTINATARIO = :WS-USERID
                 AND SITUACAO = 'P'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ESSE DESAFIO NAO ESTA MAIS PENDENTE' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           PERFORM 999-CONSULTA-DESAFIO
           PERFORM 999-CARREGA-DESAFIO
           MOVE SPACES                     TO MSGO
           STRING 'DESAFIO DE '            DELIMITED BY SIZE
                  DCLDC-REMETENTE          DELIMITED BY SPACE
                  '/ BOM JOGO'             DELIMITED BY SIZE
             INTO MSGO
           END-STRING
           PERFORM 999-TRATA-FASE3
           .

       300-FASE3.
           EXEC CICS HANDLE AID
              ENTER   (310-ENTER)
              PF3     (320-PF3)
              PF12    (240-PF12)
              ANYKEY  (350-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPADES')
              MAPSET('M3O99E0')
              INTO  (MAPADESI)
           END-EXEC
           .

      * TODO ENTER RELE O DESAFIO: TERMINADO (OU EXPIRADO NO MEIO) OU
      * SEM LETRAS DIGITADAS, SO ATUALIZA A TELA; EM JOGO, JOGA A
      * TENTATIVA.
       310-ENTER.
           PERFORM 999-CONSULTA-DESAFIO

           EVALUATE TRUE
              WHEN DCLDC-SITUACAO EQUAL 'S'
                 MOVE 'SENHA DECODIFICADA/ PF3 = MENU' TO MSGO
                 PERFORM 999-TRATA-FASE3
              WHEN DCLDC-SITUACAO EQUAL 'N'
                 PERFORM 999-MSG-DERROTA
                 PERFORM 999-TRATA-FASE3
              WHEN DCLDC-SITUACAO NOT EQUAL 'J'
                 MOVE 'DESAFIO ENCERRADO/ PF3 = MENU' TO MSGO
                 PERFORM 999-TRATA-FASE3
              WHEN LETRA1L EQUAL 0 AND LETRA2L EQUAL 0
               AND LETRA3L EQUAL 0 AND LETRA4L EQUAL 0
               AND LETRA5L EQUAL 0
                 MOVE 'DIGITE A TENTATIVA' TO MSGO
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

      * APURA E GRAVA A TENTATIVA NA LINHA DO DESAFIO. O UPDATE SO
      * PASSA SE A LINHA AINDA ESTA COMO ESTE TERMINAL A LEU (MESMA
      * CONTAGEM, EM JOGO); SQLCODE +100 QUER DIZER QUE OUTRA TELA
      * JOGOU NO MEIO OU QUE O EXPURGO ENCERROU O DESAFIO - NADA E
      * GRAVADO E A TELA VOLTA COM O HISTORICO ATUAL. NA 16A TENTATIVA
      * SEM ACERTO O DESAFIO ESTA PERDIDO. NO FIM DO JOGO, DATA_JOGO E
      * HORA_JOGO PASSAM A SER AS DO RESULTADO.
       330-JOGA-TENTATIVA.
           PERFORM 999-APURA-TENTATIVA

           MOVE DCLDC-TENTATIVAS           TO WS-TENT-ANT-COMP
           COMPUTE WS-TENT-NOVA-COMP = DCLDC-TENTATIVAS + 1
           MOVE DCLDC-PONTUACAO            TO WS-PONTUACAO
           PERFORM 999-PONTUACAO

           MOVE DCLDC-HISTORICO            TO WS-HISTORICO-NOVO
           COMPUTE WS-HIST-POS = (DCLDC-TENTATIVAS * 5) + 1
           MOVE WS-TENTATIVA               TO
                WS-HISTORICO-NOVO(WS-HIST-POS:5)

           EVALUATE TRUE
              WHEN WS-ACERTOS-POSICAO-CORRETA EQUAL 5
                 MOVE 'S'                  TO WS-SITUACAO-NOVA
                 PERFORM 999-BONUS-NIVEL
              WHEN WS-TENT-NOVA-COMP NOT LESS 16
                 MOVE 'N'                  TO WS-SITUACAO-NOVA
              WHEN OTHER
                 MOVE 'J'                  TO WS-SITUACAO-NOVA
           END-EVALUATE

           IF WS-SITUACAO-NOVA EQUAL 'J'
               MOVE DCLDC-DATA-JOGO        TO WS-DATA-JOGO-NOVA
               MOVE DCLDC-HORA-JOGO        TO WS-HORA-JOGO-NOVA
           ELSE
               PERFORM 999-MONTA-DATA-HORA
               MOVE WS-SQL-DATA            TO WS-DATA-JOGO-NOVA
               MOVE WS-SQL-HORA            TO WS-HORA-JOGO-NOVA
           END-IF

           EXEC SQL
              UPDATE DESAFIO_COLEGA
                 SET TENTATIVAS = :WS-TENT-NOVA-COMP,
                     PONTUACAO  = :WS-PONTUACAO,
                     HISTORICO  = :WS-HISTORICO-NOVO,
                     SITUACAO   = :WS-SITUACAO-NOVA,
                     DATA_JOGO  = :WS-DATA-JOGO-NOVA,
                     HORA_JOGO  = :WS-HORA-JOGO-NOVA
               WHERE ID = :WS-DESAFIO-ID
                 AND TENTATIVAS = :WS-TENT-ANT-COMP
                 AND SITUACAO = 'J'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 PERFORM 999-CONSULTA-DESAFIO
                 MOVE 'DESAFIO JA ATUALIZADO - VEJA O HISTORICO'
                                           TO MSGO
                 PERFORM 999-TRATA-FASE3
              WHEN OTHER
                 MOVE +80                  TO WS-LENGTH
                 MOVE 'ERRO AO GRAVAR A TENTATIVA DO DESAFIO'
                                           TO WS-MSG-ERRO
                 PERFORM 999-ENCERRA-TRANSACAO
           END-EVALUATE

           PERFORM 999-GRAVA-AUDITORIA

      * O GUARDA DO UPDATE ACIMA GARANTE QUE SO UMA TAREFA GRAVA O
      * RESULTADO.
           IF WS-SITUACAO-NOVA NOT EQUAL 'J'
               PERFORM 999-GRAVA-HISTORICO-DESAFIO
               PERFORM 999-AVISA-REMETENTE
           END-IF

           PERFORM 999-CONSULTA-DESAFIO
           MOVE LOW-VALUES                 TO LETRA1I LETRA2I LETRA3I
                                              LETRA4I LETRA5I

           EVALUATE WS-SITUACAO-NOVA
              WHEN 'S'
                 MOVE 'SENHA DECODIFICADA/ DESAFIO VENCIDO' TO MSGO
              WHEN 'N'
                 PERFORM 999-MSG-DERROTA
              WHEN OTHER
                 MOVE 'TENTATIVA GRAVADA' TO MSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASE3
           .

      * SO QUEM JOGOU VE A SENHA NA DERROTA - O AVISO AO REMETENTE
      * LEVA SO TENTATIVAS E PONTOS.
       999-MSG-DERROTA.
           MOVE SPACES                     TO MSGO
           STRING 'VOCE PERDEU/ A SENHA ERA ' DELIMITED BY SIZE
                  DCLDC-SENHA              DELIMITED BY SIZE
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
      * VIGENTES NO INICIO DO JOGO (PARAM_PONTUACAO).
       999-PONTUACAO.
           COMPUTE WS-PONTUACAO =
                WS-PONTUACAO - (WS-PAR-PENAL-TENT
                - (WS-ACERTOS-POSICAO-CORRETA * WS-PAR-PTS-CERTA)
                - (WS-ACERTOS-POSICAO-ERRADA * WS-PAR-PTS-ERRADA))
           .

      * BONUS DE NIVEL NA VITORIA, COMO EM P3O99B0 - O NIVEL E O DA
      * SENHA EM SENHAS NO ENVIO DO DESAFIO.
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

      * LE A LINHA INTEIRA DO DESAFIO. SE ELA NAO EXISTE MAIS
      * (REMOVIDA COM OS DADOS DE UM JOGADOR DESLIGADO), A TRANSACAO
      * TERMINA AQUI.
       999-CONSULTA-DESAFIO.
           EXEC SQL
              SELECT ID, REMETENTE, DESTINATARIO, SENHA, SENHA_ID,
                     NIVEL, SITUACAO, TENTATIVAS, PONTUACAO,
                     HISTORICO, DATA_ENVIO, HORA_ENVIO, DATA_JOGO,
                     HORA_JOGO
                INTO :DCLDC-ID, :DCLDC-REMETENTE,
                     :DCLDC-DESTINATARIO, :DCLDC-SENHA,
                     :DCLDC-SENHA-ID, :DCLDC-NIVEL,
                     :DCLDC-SITUACAO, :DCLDC-TENTATIVAS,
                     :DCLDC-PONTUACAO, :DCLDC-HISTORICO,
                     :DCLDC-DATA-ENVIO, :DCLDC-HORA-ENVIO,
                     :DCLDC-DATA-JOGO, :DCLDC-HORA-JOGO
                FROM DESAFIO_COLEGA
               WHERE ID = :WS-DESAFIO-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE +80                    TO WS-LENGTH
               MOVE 'DESAFIO NAO ENCONTRADO' TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .

      * GUARDA NA COMMAREA O QUE O JOGO PRECISA (SENHA, NIVEL, ID DA
      * SENHA E OS PARAMETROS DA DATA DE INICIO), A PARTIR DA LINHA
      * QUE 999-CONSULTA-DESAFIO ACABOU DE LER.
       999-CARREGA-DESAFIO.
           MOVE DCLDC-SENHA                TO WS-SENHA
           MOVE DCLDC-NIVEL                TO WS-NIVEL-JOGO
           MOVE DCLDC-SENHA-ID             TO WS-SENHA-ID-JOGO
           MOVE DCLDC-DATA-JOGO            TO WS-PAR-DATA-REF
           PERFORM 999-LE-PARAMETROS
           .

      * MONTA A TELA A PARTIR DA LINHA LIDA: O HISTORICO INTEIRO NAS
      * CORES DA TELA DO JOGO, O RESULTADO DA ULTIMA TENTATIVA, A
      * CONTAGEM, A PONTUACAO E QUEM MANDOU O DESAFIO.
       400-MONTA-TELA-JOGO.
           MOVE 0                          TO WS-ACERTOS-POSICAO-CORRETA
           MOVE 0                          TO WS-ACERTOS-POSICAO-ERRADA

           PERFORM 401-EXIBE-1-HISTORICO THRU
                   401-EXIBE-1-HISTORICO-EXIT
               VARYING WS-HIST-IND FROM 1 BY 1
                 UNTIL WS-HIST-IND > DCLDC-TENTATIVAS
                    OR WS-HIST-IND > 16

           MOVE WS-ACERTOS-POSICAO-CORRETA TO CERTASO
           MOVE WS-ACERTOS-POSICAO-ERRADA  TO ERRADASO
           MOVE DCLDC-TENTATIVAS           TO CONTO
           MOVE DCLDC-PONTUACAO            TO PONTO
           MOVE DCLDC-REMETENTE            TO REMO
           .

       401-EXIBE-1-HISTORICO.
           COMPUTE WS-HIST-POS = ((WS-HIST-IND - 1) * 5) + 1
           MOVE DCLDC-HISTORICO(WS-HIST-POS:5) TO WS-TENTATIVA
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

      * GRAVA A TENTATIVA EM AUDITORIA, COMO NO JOGO NORMAL - E O QUE
      * DEIXA O REPLAY (Y1C9) E A RECONCILIACAO (P3O99RC) REFAZEREM O
      * DESAFIO. COMO EM P3O99B0, UMA FALHA AQUI NAO DERRUBA O JOGO.
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

      * GRAVA O DESAFIO TERMINADO EM HISTJOGO COM DESAFIO_COLEGA = 'S'
      * E A EQUIPE ATUAL DO JOGADOR (ZERO SEM EQUIPE), E CONTA O USO
      * DA SENHA. COMO NO JOGO NORMAL, UMA FALHA AQUI NAO DERRUBA O
      * JOGO.
       999-GRAVA-HISTORICO-DESAFIO.
           EXEC SQL
              SELECT EQUIPE_ID
                INTO :DCLHJ-EQUIPE-ID
                FROM EQUIPE_MEMBRO
               WHERE USERID = :WS-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO DCLHJ-EQUIPE-ID
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-HIST-ID-COMP
                FROM HISTJOGO
           END-EXEC

           MOVE WS-PROX-HIST-ID-COMP       TO DCLHJ-ID
           MOVE WS-USERID                  TO DCLHJ-USERID
           MOVE WS-SITUACAO-NOVA           TO DCLHJ-RESULTADO
           MOVE WS-TENT-NOVA-COMP          TO DCLHJ-TENTATIVAS
           MOVE WS-PONTUACAO               TO DCLHJ-PONTUACAO
           MOVE WS-DATA-JOGO-NOVA          TO DCLHJ-DATA-JOGO
           MOVE WS-HORA-JOGO-NOVA          TO DCLHJ-HORA-JOGO
           MOVE WS-SENHA-ID-JOGO           TO DCLHJ-SENHA-ID
           MOVE SPACE                      TO DCLHJ-ANULADO
           MOVE SPACE                      TO DCLHJ-TREINO
           MOVE SPACE                      TO DCLHJ-MODO-DIFICIL
           MOVE SPACE                      TO DCLHJ-MODO-BLITZ
           MOVE SPACE                      TO DCLHJ-USOU-DICA
           MOVE SPACE                      TO DCLHJ-COOP
           MOVE 'S'                        TO DCLHJ-DESAFIO-COLEGA

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

      * AVISA O REMETENTE DO RESULTADO: QUEM JOGOU, SE ACERTOU, AS
      * TENTATIVAS E A PONTUACAO - NUNCA A SENHA.
       999-AVISA-REMETENTE.
           MOVE WS-TENT-NOVA-COMP          TO WS-MENS-TENT-ED
           MOVE WS-PONTUACAO               TO WS-MENS-PONTOS-ED
           MOVE SPACES                     TO DCLMS-TEXTO

           IF WS-SITUACAO-NOVA EQUAL 'S'
               STRING WS-USERID            DELIMITED BY SPACE
                      ' ACERTOU SEU DESAFIO: ' DELIMITED BY SIZE
                      WS-MENS-TENT-ED      DELIMITED BY SIZE
                      ' TENTATIVAS, '      DELIMITED BY SIZE
                      WS-MENS-PONTOS-ED    DELIMITED BY SIZE
                      ' PONTOS'            DELIMITED BY SIZE
                 INTO DCLMS-TEXTO
               END-STRING
           ELSE
               STRING WS-USERID            DELIMITED BY SPACE
                      ' NAO ACERTOU SEU DESAFIO: ' DELIMITED BY SIZE
                      WS-MENS-TENT-ED      DELIMITED BY SIZE
                      ' TENTATIVAS, '      DELIMITED BY SIZE
                      WS-MENS-PONTOS-ED    DELIMITED BY SIZE
                      ' PONTOS'            DELIMITED BY SIZE
                 INTO DCLMS-TEXTO
               END-STRING
           END-IF

           MOVE DCLDC-REMETENTE            TO DCLMS-USERID
           PERFORM 999-POSTA-MENSAGEM THRU 999-POSTA-MENSAGEM-EXIT
           .

      * GRAVA NA CAIXA DE MENSAGENS DE DCLMS-USERID O TEXTO JA MONTADO
      * EM DCLMS-TEXTO. UMA FALHA AQUI NAO DERRUBA A TRANSACAO.
       999-POSTA-MENSAGEM.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-MENS-ID-COMP
                FROM MENSAGEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-POSTA-MENSAGEM-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-PROX-MENS-ID-COMP       TO DCLMS-ID
           MOVE 'DC'                       TO DCLMS-TIPO
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
       999-POSTA-MENSAGEM-EXIT.
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

       320-PF3.
           EXEC CICS XCTL
               PROGRAM('P3O99B8')
           END-EXEC
           .

       240-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1E0'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!' TO MSGO
           PERFORM 999-TRATA-FASE2
           .

       350-ANYKEY.
           PERFORM 999-CONSULTA-DESAFIO
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

      * O CAMPO DA SENHA VAI SEMPRE VAZIO E ESCURO - A SENHA DIGITADA
      * NUNCA VOLTA PARA A TELA, NEM EM CASO DE ERRO NO ENVIO.
       999-MANDA-TELA.
           MOVE EIBTRMID                  TO TERMO
           MOVE EIBTRNID                  TO TRANSO
           MOVE EIBTASKN                  TO TASKO
           MOVE WS-FASE                   TO FASEO
           MOVE LOW-VALUES                TO PALO
           MOVE DFHBMDAR                  TO PALA

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
              MAP ('MAPADES')
              MAPSET('M3O99E0')
              FROM(MAPADESO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

      * A TELA DA FASE 2 SEMPRE LEVA AS LISTAS ATUALIZADAS.
       999-TRATA-FASE2.
           PERFORM 110-MONTA-LISTAS
           MOVE -1                        TO DESTL
           MOVE '2'                       TO WS-FASE

           PERFORM 999-MANDA-TELA

           EXEC CICS RETURN
               TRANSID('Y1E0')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

      * A TELA DA FASE 3 E SEMPRE REMONTADA DA LINHA DO DESAFIO LIDA
      * POR ULTIMO (999-CONSULTA-DESAFIO).
       999-TRATA-FASE3.
           PERFORM 400-MONTA-TELA-JOGO
           MOVE -1                        TO LETRA1L
           MOVE '3'                       TO WS-FASE

           PERFORM 999-MANDA-TELA

           EXEC CICS RETURN
               TRANSID('Y1E0')
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
           MOVE 'ERRO MAPA M3O99E0'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
