      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99RZ.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * RELATORIO MENSAL DE ABERTURAS E DO CAMINHO DAS TENTATIVAS:
      * RODA NA PRIMEIRA NOITE DO MES E ANALISA O MES QUE FECHOU. CADA
      * JOGO DE SENHA DO MES (NEM ANULADO, NEM DUELO, NEM COOPERATIVO,
      * NEM DESAFIO ENTRE COLEGAS - PALAVRA ESCOLHIDA A MAO -, COM
      * VITORIA OU DERROTA) E REFEITO TENTATIVA A TENTATIVA A PARTIR
      * DA AUDITORIA - AS TENTATIVAS DE UM JOGO SAO AS DA AUDITORIA DO
      * MESMO USUARIO E DIA ENTRE O FIM DO JOGO ANTERIOR E O FIM DESTE,
      * O MESMO CRITERIO DO P3O99RC E DO P3O99RT. PARA CADA
      * GRUPO DE JOGOS (NORMAL, MODO DIFICIL E TREINO, EM SECOES
      * SEPARADAS - O TREINO NO MODO DIFICIL FICA NO TREINO) MOSTRA:
      *    - AS 10 ABERTURAS (TENTATIVA DA PRIMEIRA LINHA DO JOGO)
      *      MAIS USADAS, COM A MEDIA DE CERTAS E DE ERRADAS QUE ELA
      *      TIRA E O PERCENTUAL DE VITORIA E A MEDIA DE TENTATIVAS
      *      DOS JOGOS QUE ABRIRAM COM ELA;
      *    - A INFORMACAO GANHA POR NUMERO DA TENTATIVA, DA 1A ATE A
      *      16A (O LIMITE DO JOGO): MEDIA DE CERTAS, DE ERRADAS E DE
      *      LETRAS NOVAS - QUANTO A SOMA CERTAS + ERRADAS DA
      *      TENTATIVA PASSA A MELHOR SOMA DAS ANTERIORES DO JOGO;
      *    - A PARCELA DOS JOGOS EM QUE O JOGADOR REPETIU UMA
      *      TENTATIVA JA FEITA NO MESMO JOGO (JA DESCARTADA PELA
      *      RESPOSTA DA LINHA ANTERIOR, POIS NAO ERA A SENHA).
      * AS 10 ABERTURAS DE CADA GRUPO FICAM GRAVADAS EM ABERTURA_MES
      * (VEJA DCLABER) PARA O EXTRATO DA INTRANET (P3O99RN); A
      * REEXECUCAO NO MESMO MES APAGA E REGRAVA AS LINHAS DO MES.
      * OS JOGOS CUJA AUDITORIA JA FOI EXPURGADA FICAM DE FORA E SO
      * SAO CONTADOS - A RETENCAO DA AUDITORIA NO P3O99R5 NAO PODE
      * FICAR ABAIXO DE UM MES.
      * RETURN-CODE 8 = ERRO DE SQL (O RELATORIO PODE ESTAR
      * INCOMPLETO E ABERTURA_MES NAO FOI ALTERADA - REEXECUTAR).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT RELATOR                  ASSIGN TO RELATOR
                                            ORGANIZATION IS SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  RELATOR
           RECORDING MODE IS F.
       01  WS-REG-RELATOR                  PIC X(80).

       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  G                               PIC 9(04).
       77  I                               PIC 9(04).
       77  J                               PIC 9(04).
       77  K                               PIC 9(04).
       77  WS-FIM-JOGOS                    PIC X(01) VALUE 'N'.
           88 WS-ACABOU-JOGOS                  VALUE 'S'.
       77  WS-FIM-TENTATIVAS               PIC X(01) VALUE 'N'.
           88 WS-ACABOU-TENTATIVAS             VALUE 'S'.
       77  WS-ERRO-SQL-SW                  PIC X(01) VALUE 'N'.
           88 WS-HOUVE-ERRO-SQL                VALUE 'S'.
       77  WS-REPETIU-SW                   PIC X(01).
           88 WS-JOGO-REPETIU                  VALUE 'S'.
       77  WS-MEDIA                        PIC S9(07)V99 COMP-3.
       77  WS-TOT-GRAVADAS                 PIC 9(05) VALUE 0.

      * O JOGO CORRENTE: AS TENTATIVAS JA FEITAS (PARA ACHAR A
      * REPETIDA), A ABERTURA E A MELHOR SOMA CERTAS + ERRADAS ATE
      * AQUI (PARA AS LETRAS NOVAS DE CADA TENTATIVA).
       77  WS-HORA-ANTERIOR                PIC X(08).
       77  WS-QTD-TENT-COMP                PIC S9(09) COMP.
       77  WS-INFO-COMP                    PIC S9(09) COMP.
       77  WS-MELHOR-INFO-COMP             PIC S9(09) COMP.
       77  WS-GANHO-COMP                   PIC S9(09) COMP.
       77  WS-ABER-TENTATIVA               PIC X(05).
       77  WS-ABER-CERTOS-COMP             PIC S9(09) COMP.
       77  WS-ABER-ERRADOS-COMP            PIC S9(09) COMP.
       01  WS-TAB-TENT-JOGO.
           05 WS-TJ-TENTATIVA              PIC X(05) OCCURS 16.

      * ACUMULADOS POR GRUPO (1 = NORMAL, 2 = MODO DIFICIL, 3 =
      * TREINO) E, DENTRO DO GRUPO, POR NUMERO DA TENTATIVA.
       01  WS-TAB-GRUPOS.
           05 WS-GRUPO-ACUM                OCCURS 3.
              10 WS-GR-LIDOS-COMP          PIC S9(09) COMP.
              10 WS-GR-SEM-AUDIT-COMP      PIC S9(09) COMP.
              10 WS-GR-JOGOS-COMP          PIC S9(09) COMP.
              10 WS-GR-VITORIAS-COMP       PIC S9(09) COMP.
              10 WS-GR-COM-REPET-COMP      PIC S9(09) COMP.
              10 WS-GR-REPETICOES-COMP     PIC S9(09) COMP.
              10 WS-GR-NUMERO              OCCURS 16.
                 15 WS-GN-QTD-COMP         PIC S9(09) COMP.
                 15 WS-GN-CERTOS-COMP      PIC S9(09) COMP.
                 15 WS-GN-ERRADOS-COMP     PIC S9(09) COMP.
                 15 WS-GN-GANHO-COMP       PIC S9(09) COMP.
       01  WS-NOMES-GRUPOS.
           05 FILLER                       PIC X(20)
              VALUE 'JOGOS NORMAIS'.
           05 FILLER                       PIC X(20)
              VALUE 'MODO DIFICIL'.
           05 FILLER                       PIC X(20) VALUE 'TREINO'.
       01  WS-NOMES-GRUPOS-R REDEFINES WS-NOMES-GRUPOS.
           05 WS-NOME-GRUPO                PIC X(20) OCCURS 3.
       01  WS-CODIGOS-GRUPOS               PIC X(03) VALUE 'NDT'.
       01  WS-CODIGOS-GRUPOS-R REDEFINES WS-CODIGOS-GRUPOS.
           05 WS-CODIGO-GRUPO              PIC X(01) OCCURS 3.

      * AS ABERTURAS DISTINTAS DE CADA GRUPO. O LIMITE COBRE COM
      * FOLGA UM MES DO ESCRITORIO - AS QUE PASSAREM DELE SO SAO
      * CONTADAS E AVISADAS. WS-AB-POSICAO E A POSICAO NO TOP 10
      * (ZERO FORA DELE) E WS-TOP-IND APONTA DA POSICAO PARA A
      * ABERTURA.
       77  WS-MAX-ABER                     PIC 9(04) VALUE 2000.
       77  WS-ABER-POS                     PIC 9(04).
       01  WS-TAB-ABERTURAS.
           05 WS-GRUPO-ABER                OCCURS 3.
              10 WS-QTD-ABER               PIC 9(04) COMP.
              10 WS-ABER-EXCEDIDAS         PIC 9(07) COMP.
              10 WS-QTD-TOP                PIC 9(04) COMP.
              10 WS-TOP-IND                PIC 9(04) COMP OCCURS 10.
              10 WS-ABERTURA               OCCURS 2000.
                 15 WS-AB-TENTATIVA        PIC X(05).
                 15 WS-AB-POSICAO          PIC 9(04) COMP.
                 15 WS-AB-JOGOS-COMP       PIC S9(09) COMP.
                 15 WS-AB-VITORIAS-COMP    PIC S9(09) COMP.
                 15 WS-AB-CERTOS-COMP      PIC S9(09) COMP.
                 15 WS-AB-ERRADOS-COMP     PIC S9(09) COMP.
                 15 WS-AB-TENTATIVAS-COMP  PIC S9(09) COMP.
       77  WS-ESCOLHIDA                    PIC 9(04).

      * LIMITES DO MES FECHADO.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-DATA-AUX                     PIC 9(08).
       01  WS-SQL-MES-INI.
           05 WS-MI-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-MI-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-MI-DIA                    PIC X(02).
       01  WS-SQL-MES-FIM.
           05 WS-MF-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-MF-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-MF-DIA                    PIC X(02).

      * LINHAS DO RELATORIO.
       01  WS-LINHA-CABEC.
           05 FILLER                       PIC X(39)
              VALUE 'ABERTURAS E CAMINHO DAS TENTATIVAS  MES'.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-CAB-INI                   PIC X(10).
           05 FILLER                       PIC X(03) VALUE ' A '.
           05 WS-CAB-FIM                   PIC X(10).
           05 FILLER                       PIC X(17) VALUE SPACES.

       01  WS-LINHA-BRANCO                 PIC X(80) VALUE SPACES.

       01  WS-LINHA-GRUPO.
           05 FILLER                       PIC X(05) VALUE '===  '.
           05 WS-LG-NOME                   PIC X(20).
           05 FILLER                       PIC X(55) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05 WS-LT-TEXTO                  PIC X(40).
           05 WS-LT-VALOR                  PIC Z(08)9.
           05 FILLER                       PIC X(31) VALUE SPACES.

       01  WS-LINHA-MEDIA.
           05 WS-LM-TEXTO                  PIC X(40).
           05 WS-LM-VALOR                  PIC -(07)9,99.
           05 FILLER                       PIC X(29) VALUE SPACES.

       01  WS-LINHA-TIT-ABER.
           05 FILLER                       PIC X(04) VALUE 'POS'.
           05 FILLER                       PIC X(10) VALUE 'ABERTURA'.
           05 FILLER                       PIC X(10) VALUE '     JOGOS'.
           05 FILLER                       PIC X(08) VALUE '  CERTAS'.
           05 FILLER                       PIC X(08) VALUE ' ERRADAS'.
           05 FILLER                       PIC X(09) VALUE ' %VITORIA'.
           05 FILLER                       PIC X(12)
              VALUE '  MEDIA TENT'.
           05 FILLER                       PIC X(19) VALUE SPACES.

       01  WS-LINHA-ABER.
           05 WS-LA-POS                    PIC Z9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LA-TENTATIVA              PIC X(05).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 WS-LA-JOGOS                  PIC Z(09)9.
           05 WS-LA-CERTOS                 PIC Z(04)9,99.
           05 WS-LA-ERRADOS                PIC Z(04)9,99.
           05 WS-LA-PCT                    PIC Z(05)9,99.
           05 WS-LA-TENTATIVAS             PIC Z(08)9,99.
           05 FILLER                       PIC X(19) VALUE SPACES.

       01  WS-LINHA-TIT-NUMERO.
           05 FILLER                       PIC X(10) VALUE 'TENTATIVA'.
           05 FILLER                       PIC X(10) VALUE '     JOGOS'.
           05 FILLER                       PIC X(08) VALUE '  CERTAS'.
           05 FILLER                       PIC X(08) VALUE ' ERRADAS'.
           05 FILLER                       PIC X(14)
              VALUE ' LETRAS NOVAS'.
           05 FILLER                       PIC X(30) VALUE SPACES.

       01  WS-LINHA-NUMERO.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-LN-NUMERO                 PIC Z9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-LN-JOGOS                  PIC Z(09)9.
           05 WS-LN-CERTOS                 PIC Z(04)9,99.
           05 WS-LN-ERRADOS                PIC Z(04)9,99.
           05 WS-LN-GANHO                  PIC Z(10)9,99.
           05 FILLER                       PIC X(30) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAUDIT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLABER
           END-EXEC.

      * CONTROLE DE EXECUCAO DO LOTE (JOB_EXEC), PARA O RELATORIO DE
      * CONTROLE DA MANHA (P3O99RJ).
       77  WS-JOB-EXEC-ID-COMP             PIC S9(09) COMP VALUE 0.
       77  WS-TOT-JEX-COMP                 PIC S9(09) COMP VALUE 0.
       77  WS-JEX-DATA-REG                 PIC 9(08).
       77  WS-JEX-HORA-REG                 PIC 9(08).
       77  WS-DEP-PENDENTES-COMP           PIC S9(09) COMP VALUE 0.
       77  WS-DEP-PENDENTES-ED             PIC 9(02).
       77  WS-DEP-PREREQ                   PIC X(08).
       01  WS-JEX-SQL-DATA.
           05 WS-JEX-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-JEX-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-JEX-DIA                   PIC X(02).
       01  WS-JEX-SQL-HORA.
           05 WS-JEX-HH                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-JEX-MM                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-JEX-SS                    PIC X(02).

           EXEC SQL
              INCLUDE DCLJEXE
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJDEP
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * OS JOGOS DE SENHA DO MES, COM O FIM DO JOGO ANTERIOR DO MESMO
      * USUARIO NO MESMO DIA (MEIA-NOITE NO PRIMEIRO JOGO).
           EXEC SQL
              DECLARE CUR-JOGOS CURSOR FOR
                 SELECT H.ID, H.USERID, H.RESULTADO, H.TENTATIVAS,
                        H.DATA_JOGO, H.HORA_JOGO, H.MODO_DIFICIL,
                        H.TREINO,
                        (SELECT COALESCE(CHAR(MAX(P.HORA_JOGO), ISO),
                                         '00:00:00')
                           FROM HISTJOGO P
                          WHERE P.USERID = H.USERID
                            AND P.DATA_JOGO = H.DATA_JOGO
                            AND P.HORA_JOGO < H.HORA_JOGO)
                   FROM HISTJOGO H
                  WHERE H.DATA_JOGO >= :WS-SQL-MES-INI
                    AND H.DATA_JOGO <= :WS-SQL-MES-FIM
                    AND H.ANULADO <> 'S'
                    AND H.COOP <> 'S'
                    AND H.DESAFIO_COLEGA <> 'S'
                    AND H.SENHA_ID > 0
                    AND H.RESULTADO IN ('S', 'N')
                  ORDER BY H.ID
           END-EXEC.

      * AS TENTATIVAS DO JOGO CORRENTE, NA ORDEM EM QUE FORAM FEITAS.
           EXEC SQL
              DECLARE CUR-TENTATIVAS CURSOR FOR
                 SELECT TENTATIVA, ACERTOS_CERTOS, ACERTOS_ERRADOS
                   FROM AUDITORIA
                  WHERE USERID = :DCLHJ-USERID
                    AND DATA_JOGADA = :DCLHJ-DATA-JOGO
                    AND HORA_JOGADA > :WS-HORA-ANTERIOR
                    AND HORA_JOGADA <= :DCLHJ-HORA-JOGO
                  ORDER BY ID
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-ANALISA-JOGOS
           PERFORM 3000-CLASSIFICA-ABERTURAS
           PERFORM 4000-EMITE-RESULTADO

           IF NOT WS-HOUVE-ERRO-SQL
               PERFORM 5000-GRAVA-ABERTURAS THRU
                       5000-GRAVA-ABERTURAS-EXIT
           END-IF

           PERFORM 9000-ENCERRA
           .

      * O MES DE REFERENCIA E O MES FECHADO, NA MESMA CONTA DO
      * EXTRATO MENSAL P3O99R9.
       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RZ - RELATORIO DE ABERTURAS INICIADO'

           INITIALIZE WS-TAB-GRUPOS
                      WS-TAB-ABERTURAS

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD

      * ULTIMO DIA DO MES FECHADO = PRIMEIRO DIA DO MES CORRENTE - 1.
           MOVE WS-DATA-REG                TO WS-DATA-AUX
           MOVE '01'                       TO WS-DATA-AUX(7:2)
           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
           MOVE WS-DATA-AUX(1:4)           TO WS-MF-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-MF-MES
           MOVE WS-DATA-AUX(7:2)           TO WS-MF-DIA

           MOVE WS-DATA-AUX(1:4)           TO WS-MI-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-MI-MES
           MOVE '01'                       TO WS-MI-DIA

           DISPLAY 'MES ANALISADO: ' WS-SQL-MES-INI ' A '
                   WS-SQL-MES-FIM

           OPEN OUTPUT RELATOR

           MOVE WS-SQL-MES-INI             TO WS-CAB-INI
           MOVE WS-SQL-MES-FIM             TO WS-CAB-FIM
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       2000-ANALISA-JOGOS.
           MOVE 'N'                        TO WS-FIM-JOGOS

           EXEC SQL
              OPEN CUR-JOGOS
           END-EXEC

           PERFORM 2100-ANALISA-1-JOGO THRU 2100-ANALISA-1-JOGO-EXIT
               UNTIL WS-ACABOU-JOGOS

           EXEC SQL
              CLOSE CUR-JOGOS
           END-EXEC
           .

       2100-ANALISA-1-JOGO.
           EXEC SQL
              FETCH CUR-JOGOS
                INTO :DCLHJ-ID, :DCLHJ-USERID, :DCLHJ-RESULTADO,
                     :DCLHJ-TENTATIVAS, :DCLHJ-DATA-JOGO,
                     :DCLHJ-HORA-JOGO, :DCLHJ-MODO-DIFICIL,
                     :DCLHJ-TREINO, :WS-HORA-ANTERIOR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               IF SQLCODE NOT EQUAL 100
                   DISPLAY '*** ERRO SQLCODE ' SQLCODE
                           ' AO LER HISTJOGO'
                   MOVE 'S'                TO WS-ERRO-SQL-SW
               END-IF
               MOVE 'S'                    TO WS-FIM-JOGOS
               GO TO 2100-ANALISA-1-JOGO-EXIT
           END-IF

           EVALUATE TRUE
               WHEN DCLHJ-TREINO EQUAL 'S'
                   MOVE 3                  TO G
               WHEN DCLHJ-MODO-DIFICIL EQUAL 'S'
                   MOVE 2                  TO G
               WHEN OTHER
                   MOVE 1                  TO G
           END-EVALUATE

           ADD 1                           TO WS-GR-LIDOS-COMP(G)

           MOVE 0                          TO WS-QTD-TENT-COMP
           MOVE 0                          TO WS-MELHOR-INFO-COMP
           MOVE 'N'                        TO WS-REPETIU-SW
           MOVE SPACES                     TO WS-TAB-TENT-JOGO
           MOVE 'N'                        TO WS-FIM-TENTATIVAS

           EXEC SQL
              OPEN CUR-TENTATIVAS
           END-EXEC

           PERFORM 2200-ANALISA-1-TENTATIVA THRU
                   2200-ANALISA-1-TENTATIVA-EXIT
               UNTIL WS-ACABOU-TENTATIVAS

           EXEC SQL
              CLOSE CUR-TENTATIVAS
           END-EXEC

      * SEM TENTATIVA NA AUDITORIA (JA EXPURGADA) NAO HA O QUE
      * ANALISAR - O JOGO SO E CONTADO.
           IF WS-QTD-TENT-COMP EQUAL 0
               ADD 1                       TO WS-GR-SEM-AUDIT-COMP(G)
               GO TO 2100-ANALISA-1-JOGO-EXIT
           END-IF

           ADD 1                           TO WS-GR-JOGOS-COMP(G)
           IF DCLHJ-RESULTADO EQUAL 'S'
               ADD 1                       TO WS-GR-VITORIAS-COMP(G)
           END-IF
           IF WS-JOGO-REPETIU
               ADD 1                       TO WS-GR-COM-REPET-COMP(G)
           END-IF

           PERFORM 2300-ACUMULA-ABERTURA THRU
                   2300-ACUMULA-ABERTURA-EXIT
           .
       2100-ANALISA-1-JOGO-EXIT.
           EXIT.

      * UMA TENTATIVA: SOMA NO NUMERO DELA E CONFERE SE REPETE UMA
      * ANTERIOR DO MESMO JOGO. A QUE ACERTA AS 5 LETRAS ENCERRA O
      * JOGO; DA 17A EM DIANTE O JOGO JA ESTA PERDIDO.
       2200-ANALISA-1-TENTATIVA.
           EXEC SQL
              FETCH CUR-TENTATIVAS
                INTO :DCLAU-TENTATIVA, :DCLAU-ACERTOS-CERTOS,
                     :DCLAU-ACERTOS-ERRADOS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               IF SQLCODE NOT EQUAL 100
                   DISPLAY '*** ERRO SQLCODE ' SQLCODE
                           ' AO LER AUDITORIA DO JOGO ' DCLHJ-ID
                   MOVE 'S'                TO WS-ERRO-SQL-SW
               END-IF
               MOVE 'S'                    TO WS-FIM-TENTATIVAS
               GO TO 2200-ANALISA-1-TENTATIVA-EXIT
           END-IF

           IF WS-QTD-TENT-COMP NOT < 16
               MOVE 'S'                    TO WS-FIM-TENTATIVAS
               GO TO 2200-ANALISA-1-TENTATIVA-EXIT
           END-IF

           ADD 1                           TO WS-QTD-TENT-COMP
           MOVE WS-QTD-TENT-COMP           TO K

           IF K EQUAL 1
               MOVE DCLAU-TENTATIVA        TO WS-ABER-TENTATIVA
               MOVE DCLAU-ACERTOS-CERTOS   TO WS-ABER-CERTOS-COMP
               MOVE DCLAU-ACERTOS-ERRADOS  TO WS-ABER-ERRADOS-COMP
           END-IF

      * LETRAS NOVAS: O QUANTO CERTAS + ERRADAS PASSA A MELHOR SOMA
      * DAS TENTATIVAS ANTERIORES (NUNCA NEGATIVO).
           COMPUTE WS-INFO-COMP =
               DCLAU-ACERTOS-CERTOS + DCLAU-ACERTOS-ERRADOS
           IF WS-INFO-COMP > WS-MELHOR-INFO-COMP
               COMPUTE WS-GANHO-COMP =
                   WS-INFO-COMP - WS-MELHOR-INFO-COMP
               MOVE WS-INFO-COMP           TO WS-MELHOR-INFO-COMP
           ELSE
               MOVE 0                      TO WS-GANHO-COMP
           END-IF

           ADD 1                        TO WS-GN-QTD-COMP(G, K)
           ADD DCLAU-ACERTOS-CERTOS     TO WS-GN-CERTOS-COMP(G, K)
           ADD DCLAU-ACERTOS-ERRADOS    TO WS-GN-ERRADOS-COMP(G, K)
           ADD WS-GANHO-COMP            TO WS-GN-GANHO-COMP(G, K)

           PERFORM 2210-CONFERE-REPETICAO THRU
                   2210-CONFERE-REPETICAO-EXIT
               VARYING J FROM 1 BY 1 UNTIL J NOT < K

           MOVE DCLAU-TENTATIVA            TO WS-TJ-TENTATIVA(K)

           IF DCLAU-ACERTOS-CERTOS EQUAL 5
               MOVE 'S'                    TO WS-FIM-TENTATIVAS
           END-IF
           .
       2200-ANALISA-1-TENTATIVA-EXIT.
           EXIT.

      * A MESMA TENTATIVA REPETIDA DUAS VEZES NO JOGO CONTA UMA
      * REPETICAO; REPETIDA TRES VEZES, DUAS (E ASSIM POR DIANTE).
       2210-CONFERE-REPETICAO.
           IF WS-TJ-TENTATIVA(J) EQUAL DCLAU-TENTATIVA
               ADD 1                    TO WS-GR-REPETICOES-COMP(G)
               MOVE 'S'                    TO WS-REPETIU-SW
               MOVE K                      TO J
           END-IF
           .
       2210-CONFERE-REPETICAO-EXIT.
           EXIT.

      * SOMA O JOGO NA ABERTURA DELE, INCLUINDO A ABERTURA NA TABELA
      * DO GRUPO NA PRIMEIRA VEZ QUE ELA APARECE.
      * A PROCURA PARA NO ULTIMO ITEM OCUPADO, SEM OLHAR O SEGUINTE
      * (COM A TABELA CHEIA ELE FICARIA FORA DELA); A TABELA CHEIA
      * E CONFERIDA ANTES DE OCUPAR UM ITEM NOVO.
       2300-ACUMULA-ABERTURA.
           MOVE 0                          TO WS-ABER-POS
           PERFORM 2310-PROCURA-ABERTURA THRU 2310-PROCURA-ABERTURA-EXIT
               VARYING I FROM 1 BY 1
                 UNTIL I > WS-QTD-ABER(G)

           IF WS-ABER-POS EQUAL 0
               IF WS-QTD-ABER(G) NOT < WS-MAX-ABER
                   IF WS-ABER-EXCEDIDAS(G) EQUAL 0
                       DISPLAY '*** TABELA CHEIA - GRUPO '
                               WS-NOME-GRUPO(G) ' JA TEM '
                               WS-MAX-ABER ' ABERTURAS'
                   END-IF
                   ADD 1                   TO WS-ABER-EXCEDIDAS(G)
                   GO TO 2300-ACUMULA-ABERTURA-EXIT
               END-IF
               ADD 1                       TO WS-QTD-ABER(G)
               MOVE WS-QTD-ABER(G)         TO WS-ABER-POS I
               MOVE WS-ABER-TENTATIVA      TO WS-AB-TENTATIVA(G, I)
           END-IF
           MOVE WS-ABER-POS                TO I

           ADD 1                     TO WS-AB-JOGOS-COMP(G, I)
           IF DCLHJ-RESULTADO EQUAL 'S'
               ADD 1                 TO WS-AB-VITORIAS-COMP(G, I)
           END-IF
           ADD WS-ABER-CERTOS-COMP   TO WS-AB-CERTOS-COMP(G, I)
           ADD WS-ABER-ERRADOS-COMP  TO WS-AB-ERRADOS-COMP(G, I)
           ADD DCLHJ-TENTATIVAS      TO WS-AB-TENTATIVAS-COMP(G, I)
           .
       2300-ACUMULA-ABERTURA-EXIT.
           EXIT.

       2310-PROCURA-ABERTURA.
           IF WS-AB-TENTATIVA(G, I) EQUAL WS-ABER-TENTATIVA
               MOVE I                      TO WS-ABER-POS
               MOVE WS-QTD-ABER(G)         TO I
           END-IF
           .
       2310-PROCURA-ABERTURA-EXIT.
           EXIT.

      * O TOP 10 DE CADA GRUPO: A CADA POSICAO, A ABERTURA AINDA SEM
      * POSICAO COM MAIS JOGOS (NO EMPATE, MAIS VITORIAS E, DEPOIS, A
      * PRIMEIRA EM ORDEM ALFABETICA).
       3000-CLASSIFICA-ABERTURAS.
           PERFORM 3100-CLASSIFICA-1-GRUPO THRU
                   3100-CLASSIFICA-1-GRUPO-EXIT
               VARYING G FROM 1 BY 1 UNTIL G > 3
           .

       3100-CLASSIFICA-1-GRUPO.
           PERFORM 3200-ESCOLHE-1-POSICAO THRU
                   3200-ESCOLHE-1-POSICAO-EXIT
               VARYING K FROM 1 BY 1
                 UNTIL K > 10 OR K > WS-QTD-ABER(G)
           .
       3100-CLASSIFICA-1-GRUPO-EXIT.
           EXIT.

       3200-ESCOLHE-1-POSICAO.
           MOVE 0                          TO WS-ESCOLHIDA

           PERFORM 3300-COMPARA-ABERTURA THRU 3300-COMPARA-ABERTURA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-ABER(G)

           MOVE K                  TO WS-AB-POSICAO(G, WS-ESCOLHIDA)
           MOVE WS-ESCOLHIDA               TO WS-TOP-IND(G, K)
           MOVE K                          TO WS-QTD-TOP(G)
           .
       3200-ESCOLHE-1-POSICAO-EXIT.
           EXIT.

       3300-COMPARA-ABERTURA.
           IF WS-AB-POSICAO(G, I) EQUAL 0
               IF WS-ESCOLHIDA EQUAL 0
                   MOVE I                  TO WS-ESCOLHIDA
               ELSE
                   IF WS-AB-JOGOS-COMP(G, I) >
                         WS-AB-JOGOS-COMP(G, WS-ESCOLHIDA)
                      OR (WS-AB-JOGOS-COMP(G, I) EQUAL
                            WS-AB-JOGOS-COMP(G, WS-ESCOLHIDA)
                          AND WS-AB-VITORIAS-COMP(G, I) >
                            WS-AB-VITORIAS-COMP(G, WS-ESCOLHIDA))
                      OR (WS-AB-JOGOS-COMP(G, I) EQUAL
                            WS-AB-JOGOS-COMP(G, WS-ESCOLHIDA)
                          AND WS-AB-VITORIAS-COMP(G, I) EQUAL
                            WS-AB-VITORIAS-COMP(G, WS-ESCOLHIDA)
                          AND WS-AB-TENTATIVA(G, I) <
                            WS-AB-TENTATIVA(G, WS-ESCOLHIDA))
                       MOVE I              TO WS-ESCOLHIDA
                   END-IF
               END-IF
           END-IF
           .
       3300-COMPARA-ABERTURA-EXIT.
           EXIT.

       4000-EMITE-RESULTADO.
           PERFORM 4100-EMITE-1-GRUPO THRU 4100-EMITE-1-GRUPO-EXIT
               VARYING G FROM 1 BY 1 UNTIL G > 3

           IF WS-HOUVE-ERRO-SQL
               MOVE '*** ERRO DE SQL NA LEITURA - RELATORIO INCOMPLETO'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           .

       4100-EMITE-1-GRUPO.
           MOVE WS-NOME-GRUPO(G)           TO WS-LG-NOME
           MOVE WS-LINHA-GRUPO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           PERFORM 4200-EMITE-TOTAIS
           PERFORM 4300-EMITE-ABERTURAS
           PERFORM 4400-EMITE-NUMEROS
           PERFORM 4500-EMITE-REPETICOES
           .
       4100-EMITE-1-GRUPO-EXIT.
           EXIT.

       4200-EMITE-TOTAIS.
           MOVE 'JOGOS NO MES...........................'
                                           TO WS-LT-TEXTO
           MOVE WS-GR-LIDOS-COMP(G)        TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'SEM AUDITORIA (FORA DA ANALISE)........'
                                           TO WS-LT-TEXTO
           MOVE WS-GR-SEM-AUDIT-COMP(G)    TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'JOGOS ANALISADOS.......................'
                                           TO WS-LT-TEXTO
           MOVE WS-GR-JOGOS-COMP(G)        TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           IF WS-GR-JOGOS-COMP(G) EQUAL 0
               MOVE 0                      TO WS-MEDIA
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                   (WS-GR-VITORIAS-COMP(G) * 100) / WS-GR-JOGOS-COMP(G)
           END-IF
           MOVE 'PERCENTUAL DE VITORIA..................'
                                           TO WS-LM-TEXTO
           MOVE WS-MEDIA                   TO WS-LM-VALOR
           MOVE WS-LINHA-MEDIA             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'ABERTURAS DISTINTAS....................'
                                           TO WS-LT-TEXTO
           MOVE WS-QTD-ABER(G)             TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       4300-EMITE-ABERTURAS.
           MOVE 'ABERTURAS MAIS USADAS'    TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-TIT-ABER          TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           PERFORM 4310-EMITE-1-ABERTURA THRU 4310-EMITE-1-ABERTURA-EXIT
               VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-TOP(G)

           IF WS-QTD-TOP(G) EQUAL 0
               MOVE 'NENHUM JOGO ANALISADO NO GRUPO'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF

           IF WS-ABER-EXCEDIDAS(G) > 0
               DISPLAY '*** ' WS-ABER-EXCEDIDAS(G) ' JOGOS DO GRUPO '
                       WS-NOME-GRUPO(G) ' COM ABERTURA ALEM DO'
                       ' LIMITE DE ' WS-MAX-ABER
               MOVE '*** HA JOGOS FORA DA CONTAGEM DAS ABERTURAS'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF

           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       4310-EMITE-1-ABERTURA.
           MOVE WS-TOP-IND(G, K)           TO I

           MOVE K                          TO WS-LA-POS
           MOVE WS-AB-TENTATIVA(G, I)      TO WS-LA-TENTATIVA
           MOVE WS-AB-JOGOS-COMP(G, I)     TO WS-LA-JOGOS

           COMPUTE WS-MEDIA ROUNDED =
               WS-AB-CERTOS-COMP(G, I) / WS-AB-JOGOS-COMP(G, I)
           MOVE WS-MEDIA                   TO WS-LA-CERTOS

           COMPUTE WS-MEDIA ROUNDED =
               WS-AB-ERRADOS-COMP(G, I) / WS-AB-JOGOS-COMP(G, I)
           MOVE WS-MEDIA                   TO WS-LA-ERRADOS

           COMPUTE WS-MEDIA ROUNDED =
               (WS-AB-VITORIAS-COMP(G, I) * 100)
                   / WS-AB-JOGOS-COMP(G, I)
           MOVE WS-MEDIA                   TO WS-LA-PCT

           COMPUTE WS-MEDIA ROUNDED =
               WS-AB-TENTATIVAS-COMP(G, I) / WS-AB-JOGOS-COMP(G, I)
           MOVE WS-MEDIA                   TO WS-LA-TENTATIVAS

           MOVE WS-LINHA-ABER              TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       4310-EMITE-1-ABERTURA-EXIT.
           EXIT.

      * O NUMERO QUE NENHUM JOGO ALCANCOU SAI COM ZEROS - A LINHA
      * FICA PARA A TABELA TER SEMPRE AS 16 TENTATIVAS.
       4400-EMITE-NUMEROS.
           MOVE 'INFORMACAO GANHA POR NUMERO DA TENTATIVA'
                                           TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-TIT-NUMERO        TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           PERFORM 4410-EMITE-1-NUMERO THRU 4410-EMITE-1-NUMERO-EXIT
               VARYING K FROM 1 BY 1 UNTIL K > 16

           MOVE '  (LETRAS NOVAS = CERTAS + ERRADAS ALEM DA MELHOR'
                                           TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE '   TENTATIVA ANTERIOR DO MESMO JOGO)'
                                           TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       4410-EMITE-1-NUMERO.
           MOVE K                          TO WS-LN-NUMERO
           MOVE WS-GN-QTD-COMP(G, K)       TO WS-LN-JOGOS

           IF WS-GN-QTD-COMP(G, K) EQUAL 0
               MOVE 0                      TO WS-LN-CERTOS
                                              WS-LN-ERRADOS
                                              WS-LN-GANHO
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                   WS-GN-CERTOS-COMP(G, K) / WS-GN-QTD-COMP(G, K)
               MOVE WS-MEDIA               TO WS-LN-CERTOS
               COMPUTE WS-MEDIA ROUNDED =
                   WS-GN-ERRADOS-COMP(G, K) / WS-GN-QTD-COMP(G, K)
               MOVE WS-MEDIA               TO WS-LN-ERRADOS
               COMPUTE WS-MEDIA ROUNDED =
                   WS-GN-GANHO-COMP(G, K) / WS-GN-QTD-COMP(G, K)
               MOVE WS-MEDIA               TO WS-LN-GANHO
           END-IF

           MOVE WS-LINHA-NUMERO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       4410-EMITE-1-NUMERO-EXIT.
           EXIT.

       4500-EMITE-REPETICOES.
           MOVE 'JOGOS COM TENTATIVA REPETIDA...........'
                                           TO WS-LT-TEXTO
           MOVE WS-GR-COM-REPET-COMP(G)    TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           IF WS-GR-JOGOS-COMP(G) EQUAL 0
               MOVE 0                      TO WS-MEDIA
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                   (WS-GR-COM-REPET-COMP(G) * 100)
                       / WS-GR-JOGOS-COMP(G)
           END-IF
           MOVE 'PERCENTUAL DOS JOGOS ANALISADOS........'
                                           TO WS-LM-TEXTO
           MOVE WS-MEDIA                   TO WS-LM-VALOR
           MOVE WS-LINHA-MEDIA             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'TENTATIVAS REPETIDAS NO TOTAL..........'
                                           TO WS-LT-TEXTO
           MOVE WS-GR-REPETICOES-COMP(G)   TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

      * REGRAVA O TOP 10 DE CADA GRUPO DO MES EM ABERTURA_MES, PARA O
      * EXTRATO DA INTRANET. TUDO OU NADA: QUALQUER ERRO DESFAZ.
       5000-GRAVA-ABERTURAS.
           MOVE WS-SQL-MES-INI(1:7)        TO DCLAB-MES

           EXEC SQL
              DELETE FROM ABERTURA_MES
               WHERE MES = :DCLAB-MES
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO APAGAR ABERTURA_MES ' DCLAB-MES
               MOVE 'S'                    TO WS-ERRO-SQL-SW
               GO TO 5000-GRAVA-ABERTURAS-EXIT
           END-IF

           PERFORM 5100-GRAVA-1-GRUPO THRU 5100-GRAVA-1-GRUPO-EXIT
               VARYING G FROM 1 BY 1 UNTIL G > 3

           IF WS-HOUVE-ERRO-SQL
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 0                      TO WS-TOT-GRAVADAS
           ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF
           .
       5000-GRAVA-ABERTURAS-EXIT.
           EXIT.

       5100-GRAVA-1-GRUPO.
           PERFORM 5200-GRAVA-1-ABERTURA THRU 5200-GRAVA-1-ABERTURA-EXIT
               VARYING K FROM 1 BY 1 UNTIL K > WS-QTD-TOP(G)
           .
       5100-GRAVA-1-GRUPO-EXIT.
           EXIT.

       5200-GRAVA-1-ABERTURA.
           MOVE WS-TOP-IND(G, K)           TO I

           MOVE WS-CODIGO-GRUPO(G)         TO DCLAB-GRUPO
           MOVE K                          TO DCLAB-POSICAO
           MOVE WS-AB-TENTATIVA(G, I)      TO DCLAB-TENTATIVA
           MOVE WS-AB-JOGOS-COMP(G, I)     TO DCLAB-JOGOS
           MOVE WS-AB-VITORIAS-COMP(G, I)  TO DCLAB-VITORIAS
           MOVE WS-AB-CERTOS-COMP(G, I)    TO DCLAB-SOMA-CERTOS
           MOVE WS-AB-ERRADOS-COMP(G, I)   TO DCLAB-SOMA-ERRADOS
           MOVE WS-AB-TENTATIVAS-COMP(G, I)
                                           TO DCLAB-SOMA-TENTATIVAS

           EXEC SQL
              INSERT INTO ABERTURA_MES
                 (MES, GRUPO, POSICAO, TENTATIVA, JOGOS, VITORIAS,
                  SOMA_CERTOS, SOMA_ERRADOS, SOMA_TENTATIVAS)
              VALUES
                 (:DCLAB-MES, :DCLAB-GRUPO, :DCLAB-POSICAO,
                  :DCLAB-TENTATIVA, :DCLAB-JOGOS, :DCLAB-VITORIAS,
                  :DCLAB-SOMA-CERTOS, :DCLAB-SOMA-ERRADOS,
                  :DCLAB-SOMA-TENTATIVAS)
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-TOT-GRAVADAS
           ELSE
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO GRAVAR ABERTURA_MES ' DCLAB-GRUPO
                       ' POSICAO ' K
               MOVE 'S'                    TO WS-ERRO-SQL-SW
           END-IF
           .
       5200-GRAVA-1-ABERTURA-EXIT.
           EXIT.

       9000-ENCERRA.
           IF WS-HOUVE-ERRO-SQL
               MOVE 8                      TO RETURN-CODE
           END-IF

           COMPUTE WS-TOT-JEX-COMP =
               WS-GR-LIDOS-COMP(1) + WS-GR-LIDOS-COMP(2)
                                   + WS-GR-LIDOS-COMP(3)
           PERFORM 9900-REGISTRA-FIM

           CLOSE RELATOR

           DISPLAY 'JOGOS NORMAIS NO MES..........: '
                   WS-GR-LIDOS-COMP(1)
           DISPLAY 'JOGOS NO MODO DIFICIL.........: '
                   WS-GR-LIDOS-COMP(2)
           DISPLAY 'JOGOS DE TREINO...............: '
                   WS-GR-LIDOS-COMP(3)
           DISPLAY 'ABERTURAS GRAVADAS............: ' WS-TOT-GRAVADAS

           DISPLAY 'P3O99RZ - RELATORIO DE ABERTURAS CONCLUIDO'
           STOP RUN
           .

      *----------------------------------------------------------------*
      * PORTAO DE DEPENDENCIAS: ANTES DE REGISTRAR O INICIO, CONFERE
      * EM JOB_DEPEND SE TODOS OS PRE-REQUISITOS DESTE PROGRAMA TEM
      * EXECUCAO LIMPA ('C') EM JOB_EXEC NA MESMA DATA_REF. FALTANDO
      * ALGUM, O JOB NAO RODA: GRAVA A EXECUCAO COMO RETIDA ('R') COM
      * O PRE-REQUISITO QUE FALTOU NA OBSERVACAO E TERMINA COM
      * RETURN-CODE 12, PARA O ESCALONADOR E O RELATORIO DA MANHA
      * (P3O99RJ) DISTINGUIREM JOB RETIDO DE JOB QUE FALHOU. UMA
      * FALHA NA PROPRIA CONSULTA NAO RETEM O JOB.
      *----------------------------------------------------------------*
       9700-VERIFICA-DEPENDENCIAS.
           PERFORM 9890-MONTA-DATA-HORA-JEX

           MOVE 'P3O99RZ'                  TO DCLJD-PROGRAMA
           MOVE 0                          TO WS-DEP-PENDENTES-COMP
           MOVE SPACES                     TO WS-DEP-PREREQ

           EXEC SQL
              SELECT COUNT(*), COALESCE(MIN(D.PREREQUISITO), ' ')
                INTO :WS-DEP-PENDENTES-COMP, :WS-DEP-PREREQ
                FROM JOB_DEPEND D
               WHERE D.PROGRAMA = :DCLJD-PROGRAMA
                 AND NOT EXISTS
                     (SELECT 1
                        FROM JOB_EXEC E
                       WHERE E.PROGRAMA = D.PREREQUISITO
                         AND E.DATA_REF = :WS-JEX-SQL-DATA
                         AND E.SITUACAO = 'C')
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO CONFERIR JOB_DEPEND - JOB SEGUE'
               MOVE 0                      TO WS-DEP-PENDENTES-COMP
           END-IF

           IF WS-DEP-PENDENTES-COMP > 0
               MOVE WS-DEP-PENDENTES-COMP  TO WS-DEP-PENDENTES-ED
               MOVE SPACES                 TO DCLJE-OBSERVACAO
               STRING 'AGUARDANDO '        DELIMITED BY SIZE
                      WS-DEP-PREREQ        DELIMITED BY SIZE
                      ' - PENDENTES: '     DELIMITED BY SIZE
                      WS-DEP-PENDENTES-ED  DELIMITED BY SIZE
                 INTO DCLJE-OBSERVACAO
               END-STRING

               EXEC SQL
                  SELECT COALESCE(MAX(ID), 0) + 1
                    INTO :DCLJE-ID
                    FROM JOB_EXEC
               END-EXEC

               IF SQLCODE EQUAL 0
                   MOVE 'P3O99RZ'          TO DCLJE-PROGRAMA
                   MOVE WS-JEX-SQL-DATA    TO DCLJE-DATA-REF
                   MOVE WS-JEX-SQL-HORA    TO DCLJE-HORA-INI
                   MOVE WS-JEX-SQL-HORA    TO DCLJE-HORA-FIM
                   MOVE 'R'                TO DCLJE-SITUACAO
                   MOVE WS-DEP-PENDENTES-COMP
                                           TO DCLJE-CONTAGEM

                   EXEC SQL
                      INSERT INTO JOB_EXEC
                         (ID, PROGRAMA, DATA_REF, HORA_INI, HORA_FIM,
                          SITUACAO, CONTAGEM, OBSERVACAO)
                      VALUES
                         (:DCLJE-ID, :DCLJE-PROGRAMA, :DCLJE-DATA-REF,
                          :DCLJE-HORA-INI, :DCLJE-HORA-FIM,
                          :DCLJE-SITUACAO, :DCLJE-CONTAGEM,
                          :DCLJE-OBSERVACAO)
                   END-EXEC

                   EXEC SQL
                      COMMIT
                   END-EXEC
               END-IF

               DISPLAY 'P3O99RZ - RETIDO POR DEPENDENCIA: '
                       DCLJE-OBSERVACAO
               MOVE 12                     TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO DO LOTE: REGISTRA INICIO/FIM E A
      * CONTAGEM-CHAVE DO JOB EM JOB_EXEC, PARA O RELATORIO DE
      * CONTROLE DA MANHA (P3O99RJ) FLAGRAR JOB FALTANDO, ABENDADO
      * (FICA EM 'I') OU COM CONTAGEM FORA DA MEDIA. UMA FALHA AQUI
      * NAO IMPEDE O JOB DE RODAR.
      *----------------------------------------------------------------*
       9800-REGISTRA-INICIO.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-JOB-EXEC-ID-COMP
                FROM JOB_EXEC
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-JOB-EXEC-ID-COMP
           END-IF

           IF WS-JOB-EXEC-ID-COMP > 0
               PERFORM 9890-MONTA-DATA-HORA-JEX

               MOVE WS-JOB-EXEC-ID-COMP    TO DCLJE-ID
               MOVE 'P3O99RZ'              TO DCLJE-PROGRAMA
               MOVE WS-JEX-SQL-DATA        TO DCLJE-DATA-REF
               MOVE WS-JEX-SQL-HORA        TO DCLJE-HORA-INI
               MOVE '00:00:00'             TO DCLJE-HORA-FIM
               MOVE 'I'                    TO DCLJE-SITUACAO
               MOVE 0                      TO DCLJE-CONTAGEM

               EXEC SQL
                  INSERT INTO JOB_EXEC
                     (ID, PROGRAMA, DATA_REF, HORA_INI, HORA_FIM,
                      SITUACAO, CONTAGEM)
                  VALUES
                     (:DCLJE-ID, :DCLJE-PROGRAMA, :DCLJE-DATA-REF,
                      :DCLJE-HORA-INI, :DCLJE-HORA-FIM,
                      :DCLJE-SITUACAO, :DCLJE-CONTAGEM)
               END-EXEC

               IF SQLCODE NOT EQUAL 0
                   MOVE 0                  TO WS-JOB-EXEC-ID-COMP
               END-IF

      * O REGISTRO DE INICIO PRECISA SOBREVIVER A UM ABEND DO JOB -
      * E ASSIM QUE A MANHA ENXERGA UM JOB QUE MORREU NO MEIO.
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF
           .

      * FIM DA EXECUCAO: 'C' QUANDO O JOB TERMINA LIMPO. COM
      * RETURN-CODE ACIMA DE 4 A LINHA FICA 'E' (ERRO) - NAO LIBERA
      * OS DEPENDENTES EM JOB_DEPEND E SAI FLAGRADA NO P3O99RJ.
       9900-REGISTRA-FIM.
           IF WS-JOB-EXEC-ID-COMP > 0
               PERFORM 9890-MONTA-DATA-HORA-JEX

               IF RETURN-CODE > 4
                   MOVE 'E'                TO DCLJE-SITUACAO
               ELSE
                   MOVE 'C'                TO DCLJE-SITUACAO
               END-IF

               EXEC SQL
                  UPDATE JOB_EXEC
                     SET HORA_FIM = :WS-JEX-SQL-HORA,
                         SITUACAO = :DCLJE-SITUACAO,
                         CONTAGEM = :WS-TOT-JEX-COMP
                   WHERE ID = :WS-JOB-EXEC-ID-COMP
               END-EXEC
           END-IF
           .

       9890-MONTA-DATA-HORA-JEX.
           ACCEPT WS-JEX-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-JEX-HORA-REG FROM TIME

           MOVE WS-JEX-DATA-REG(1:4)       TO WS-JEX-ANO
           MOVE WS-JEX-DATA-REG(5:2)       TO WS-JEX-MES
           MOVE WS-JEX-DATA-REG(7:2)       TO WS-JEX-DIA

           MOVE WS-JEX-HORA-REG(1:2)       TO WS-JEX-HH
           MOVE WS-JEX-HORA-REG(3:2)       TO WS-JEX-MM
           MOVE WS-JEX-HORA-REG(5:2)       TO WS-JEX-SS
           .
