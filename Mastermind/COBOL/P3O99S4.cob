      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99S4.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * FECHAMENTO DO ANO - GALERIA DA FAMA: RODA NA MADRUGADA DE 01/01
      * E CONGELA EM GALERIA_FAMA (VEJA DCLGALF) OS DESTAQUES DO ANO
      * QUE ACABOU DE FECHAR, ANUNCIANDO-OS NO SYSOUT:
      *    1. PT - A MAIOR PONTUACAO DO PLACAR NO ANO (DESEMPATE PELAS
      *       TENTATIVAS, COMO NA TEMPORADA DO P3O99RE);
      *    2. VI - MAIS VITORIAS NO ANO, DO RESUMO DIARIO (RESUMO_DIA,
      *       SEM O TREINO E SEM OS JOGOS ANULADOS);
      *    3. RT - O MAIOR RATING NO FECHAMENTO (A TABELA RATING COMO
      *       ESTA NA HORA DO JOB - POR ISSO A MADRUGADA DE 01/01,
      *       ANTES DO PRIMEIRO JOGO DO ANO NOVO);
      *    4. SR - A MAIOR SERIE DE DIAS SEGUIDOS COM VITORIA NO
      *       DESAFIO DO DIA DENTRO DO ANO, COM FERIADO E RECESSO DO
      *       CALENDARIO SEM QUEBRAR A SERIE, COMO NO P3O99RX;
      *    5. TC - O CAMPEAO DE CADA TORNEIO ENCERRADO (O TORNEIO
      *       CRIADO NO FIM DO ANO ANTERIOR E ENCERRADO DEPOIS DO
      *       FECHAMENTO DELE ENTRA NESTE ANO);
      *    6. EQ - A EQUIPE COM MAIS VITORIAS NO ANO (DESEMPATE PELOS
      *       PONTOS, COMO NO RANKING SEMANAL P3O99RH);
      *    7. CQ - O PRIMEIRO JOGADOR DO ANO A GANHAR CADA CONQUISTA.
      * EMPATE NO PRIMEIRO LUGAR ENTRA COM TODOS OS EMPATADOS. JOGADOR
      * DESLIGADO (JOGADOR.SITUACAO 'D') OU JA ANONIMIZADO PELA
      * REMOCAO P3O99RL NAO ENTRA, COMO NOS RANKINGS PUBLICOS. CADA
      * LINHA LEVA O NOME DO JOGADOR NO CADASTRO DO RH (OU O DA
      * EQUIPE) NO DIA DO FECHAMENTO. A CONSULTA E A OPCAO H DO MENU
      * (Y1E2).
      *
      * O ANO E GRAVADO INTEIRO OU NADA: UM ERRO DE SQL DESFAZ TUDO
      * (RETURN-CODE 8) E A REEXECUCAO GRAVA O ANO DE NOVO. ANO QUE JA
      * ESTA EM GALERIA_FAMA NAO E GRAVADO OUTRA VEZ.
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
       77  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
           88 WS-ACABOU-CURSOR                 VALUE 'S'.
       77  WS-ERRO-SW                      PIC X(01) VALUE 'N'.
           88 WS-COM-ERRO                      VALUE 'S'.
       77  WS-JA-FECHADO-COMP              PIC S9(09) COMP.
       77  WS-ORDEM-COMP                   PIC S9(09) COMP VALUE 0.
       77  WS-TOT-GRAVADAS                 PIC 9(05) VALUE 0.
       77  WS-USERID-ANONIMO               PIC X(08) VALUE '********'.

      * PRIMEIRO LUGAR DA CATEGORIA EM APURACAO: O VALOR (E O
      * DESEMPATE) DA PRIMEIRA LINHA DO CURSOR - AS SEGUINTES SO
      * ENTRAM SE EMPATAREM COM ELA.
       77  WS-PRIMEIRA-SW                  PIC X(01).
           88 WS-PRIMEIRA-LINHA                VALUE 'S'.
       77  WS-VALOR-COMP                   PIC S9(09) COMP.
       77  WS-DESEMPATE-COMP               PIC S9(09) COMP.
       77  WS-TOPO-VALOR-COMP              PIC S9(09) COMP.
       77  WS-TOPO-DESEMPATE-COMP          PIC S9(09) COMP.

      * ANO FECHADO E SEUS LIMITES NO FORMATO ISO DOS HOST-VARS DATE
      * DO DB2. O CORTE DOS TORNEIOS E O INICIO DO ANO ANTERIOR.
       77  WS-ANO                          PIC X(04).
       77  WS-ANO-NUM                      PIC 9(04).
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-DATA-AUX                     PIC 9(08).
       01  WS-SQL-ANO-INI.
           05 WS-AI-ANO                    PIC X(04).
           05 FILLER                       PIC X(06) VALUE '-01-01'.
       01  WS-SQL-ANO-FIM.
           05 WS-AF-ANO                    PIC X(04).
           05 FILLER                       PIC X(06) VALUE '-12-31'.
       01  WS-SQL-CORTE-TORNEIO.
           05 WS-CT-ANO                    PIC X(04).
           05 FILLER                       PIC X(06) VALUE '-01-01'.

      * SERIE DE VITORIAS NO DESAFIO: O CURSOR VEM POR USERID E DIA,
      * E A SERIE CONTINUA ENQUANTO O DIA E O SEGUINTE AO ANTERIOR OU
      * SO HA DIAS NAO UTEIS ENTRE OS DOIS.
      * NA PRIMEIRA PASSADA SO SE ACHA A MAIOR SERIE DO ANO; NA
      * SEGUNDA, QUEM CHEGOU NELA ENTRA NA GALERIA.
       77  WS-PASSADA                      PIC X(01).
           88 WS-PASSADA-GRAVA                 VALUE 'G'.
       77  WS-SERIE-USERID                 PIC X(08).
       77  WS-SERIE-ATUAL                  PIC 9(05).
       77  WS-SERIE-USER-MAX               PIC 9(05).
       77  WS-SERIE-USER-DATA              PIC X(10).
       77  WS-SERIE-MAX                    PIC 9(05) VALUE 0.
       77  WS-SERIE-MINIMA                 PIC 9(05) VALUE 2.
       77  WS-DIA-INT                      PIC 9(08).
       77  WS-DIA-ANT-INT                  PIC 9(08).
       77  WS-LACUNA-INT                   PIC 9(08).

      * CAMPOS EDITADOS DA REFERENCIA E DO ANUNCIO.
       77  WS-TENTATIVAS-ED                PIC Z9.
       77  WS-PONTOS-ED                    PIC Z(06)9.
       77  WS-VALOR-ED                     PIC Z(06)9.
       77  WS-CONQ-DESCRICAO               PIC X(27).

           EXEC SQL
              INCLUDE DCLGALF
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPLACAR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRESD
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRTNG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDJOG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTORN
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEQUI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCONQ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJGDR
           END-EXEC.

      * CALENDARIO DE DIAS UTEIS (CALENDARIO, MANTIDO NA Y1D7): O DIA
      * CONSULTADO E A RESPOSTA DE 9600-VERIFICA-DIA-UTIL.
       77  WS-CAL-FOLGAS-COMP              PIC S9(09) COMP.
       77  WS-CAL-DIA-UTIL-SW              PIC X(01) VALUE 'S'.
           88 WS-CAL-DIA-UTIL                  VALUE 'S'.
       01  WS-CAL-SQL-DATA.
           05 WS-CAL-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CAL-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CAL-DIA                   PIC X(02).

           EXEC SQL
              INCLUDE DCLCALE
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

      * PT: CADA PONTUACAO/TENTATIVAS DE CADA JOGADOR NO ANO, DA
      * MELHOR PARA A PIOR, COM O PRIMEIRO DIA EM QUE ELA SAIU.
           EXEC SQL
              DECLARE CUR-PONTUACAO CURSOR FOR
                 SELECT P.USERID, P.PONTUACAO, P.TENTATIVAS,
                        MIN(P.DATA_JOGO)
                   FROM PLACAR P
                  WHERE P.DATA_JOGO >= :WS-SQL-ANO-INI
                    AND P.DATA_JOGO <= :WS-SQL-ANO-FIM
                    AND P.USERID <> :WS-USERID-ANONIMO
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = P.USERID
                            AND J.SITUACAO = 'D')
                  GROUP BY P.USERID, P.PONTUACAO, P.TENTATIVAS
                  ORDER BY 2 DESC, 3 ASC, 1
           END-EXEC.

      * VI: VITORIAS NO ANO POR JOGADOR, FORA O TREINO.
           EXEC SQL
              DECLARE CUR-VITORIAS CURSOR FOR
                 SELECT R.USERID, SUM(R.VITORIAS)
                   FROM RESUMO_DIA R
                  WHERE R.DATA_JOGO >= :WS-SQL-ANO-INI
                    AND R.DATA_JOGO <= :WS-SQL-ANO-FIM
                    AND R.MODO <> 'T'
                    AND R.USERID <> :WS-USERID-ANONIMO
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = R.USERID
                            AND J.SITUACAO = 'D')
                  GROUP BY R.USERID
                 HAVING SUM(R.VITORIAS) > 0
                  ORDER BY 2 DESC, 1
           END-EXEC.

      * RT: O RATING COMO ESTA AGORA, DE QUEM JA JOGOU VALENDO.
           EXEC SQL
              DECLARE CUR-RATING CURSOR FOR
                 SELECT RT.USERID, RT.RATING
                   FROM RATING RT
                  WHERE RT.JOGOS > 0
                    AND RT.USERID <> :WS-USERID-ANONIMO
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = RT.USERID
                            AND J.SITUACAO = 'D')
                  ORDER BY 2 DESC, 1
           END-EXEC.

      * SR: AS VITORIAS NO DESAFIO DO DIA DENTRO DO ANO.
           EXEC SQL
              DECLARE CUR-SERIE CURSOR FOR
                 SELECT DJ.USERID, DJ.DATA_REF
                   FROM DESAFIO_JOGO DJ
                  WHERE DJ.DATA_REF >= :WS-SQL-ANO-INI
                    AND DJ.DATA_REF <= :WS-SQL-ANO-FIM
                    AND DJ.RESULTADO = 'S'
                    AND DJ.USERID <> :WS-USERID-ANONIMO
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = DJ.USERID
                            AND J.SITUACAO = 'D')
                  ORDER BY DJ.USERID, DJ.DATA_REF
           END-EXEC.

      * TC: OS TORNEIOS ENCERRADOS QUE AINDA NAO ESTAO EM NENHUM ANO
      * DA GALERIA, CRIADOS ATE O FIM DO ANO FECHADO.
           EXEC SQL
              DECLARE CUR-TORNEIOS CURSOR FOR
                 SELECT T.ID, T.NOME, T.CAMPEAO, T.DATA_CRIACAO
                   FROM TORNEIO T
                  WHERE T.SITUACAO = 'E'
                    AND T.CAMPEAO <> ' '
                    AND T.CAMPEAO <> :WS-USERID-ANONIMO
                    AND T.DATA_CRIACAO >= :WS-SQL-CORTE-TORNEIO
                    AND T.DATA_CRIACAO <= :WS-SQL-ANO-FIM
                    AND NOT EXISTS
                        (SELECT 1
                           FROM GALERIA_FAMA G
                          WHERE G.CATEGORIA = 'TC'
                            AND G.VALOR = T.ID)
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = T.CAMPEAO
                            AND J.SITUACAO = 'D')
                  ORDER BY T.ID
           END-EXEC.

      * EQ: O RANKING DE EQUIPES DO P3O99RH SOBRE O ANO INTEIRO.
           EXEC SQL
              DECLARE CUR-EQUIPES CURSOR FOR
                 SELECT R.EQUIPE_ID, E.NOME,
                        SUM(R.VITORIAS), SUM(R.PONTOS)
                   FROM RESUMO_DIA R, EQUIPE E
                  WHERE R.EQUIPE_ID = E.ID
                    AND R.EQUIPE_ID > 0
                    AND R.DATA_JOGO >= :WS-SQL-ANO-INI
                    AND R.DATA_JOGO <= :WS-SQL-ANO-FIM
                    AND R.MODO <> 'T'
                  GROUP BY R.EQUIPE_ID, E.NOME
                 HAVING SUM(R.VITORIAS) > 0
                  ORDER BY 3 DESC, 4 DESC, 1
           END-EXEC.

      * CQ: PARA CADA CONQUISTA, QUEM A GANHOU ANTES DE TODOS NO ANO
      * (DIA E HORA). NO MESMO DIA E HORA, ENTRAM TODOS.
           EXEC SQL
              DECLARE CUR-PIONEIROS CURSOR FOR
                 SELECT C.CODIGO, C.USERID, C.DATA_CONQ
                   FROM CONQUISTA C
                  WHERE C.DATA_CONQ >= :WS-SQL-ANO-INI
                    AND C.DATA_CONQ <= :WS-SQL-ANO-FIM
                    AND C.USERID <> :WS-USERID-ANONIMO
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = C.USERID
                            AND J.SITUACAO = 'D')
                    AND NOT EXISTS
                        (SELECT 1
                           FROM CONQUISTA C2
                          WHERE C2.CODIGO = C.CODIGO
                            AND C2.DATA_CONQ >= :WS-SQL-ANO-INI
                            AND (C2.DATA_CONQ < C.DATA_CONQ
                                 OR (C2.DATA_CONQ = C.DATA_CONQ
                                     AND C2.HORA_CONQ < C.HORA_CONQ))
                            AND C2.USERID <> :WS-USERID-ANONIMO
                            AND NOT EXISTS
                                (SELECT 1
                                   FROM JOGADOR J2
                                  WHERE J2.USERID = C2.USERID
                                    AND J2.SITUACAO = 'D'))
                  ORDER BY C.CODIGO, C.USERID
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-MAIOR-PONTUACAO
           PERFORM 2200-MAIS-VITORIAS
           PERFORM 2400-MAIOR-RATING
           PERFORM 2600-MAIOR-SERIE THRU 2600-MAIOR-SERIE-EXIT
           PERFORM 2800-CAMPEOES-TORNEIO
           PERFORM 3000-MELHOR-EQUIPE
           PERFORM 3200-PIONEIROS-CONQUISTA
           PERFORM 8900-FECHA-ANO
           PERFORM 9000-ENCERRA
           .

      * O ANO FECHADO E O ANTERIOR AO DE HOJE.
       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99S4 - FECHAMENTO DO ANO INICIADO'

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           MOVE WS-DATA-REG(1:4)           TO WS-ANO-NUM
           SUBTRACT 1                      FROM WS-ANO-NUM
           MOVE WS-ANO-NUM                 TO WS-ANO
           MOVE WS-ANO                     TO WS-AI-ANO
           MOVE WS-ANO                     TO WS-AF-ANO
           SUBTRACT 1                      FROM WS-ANO-NUM
           MOVE WS-ANO-NUM                 TO WS-CT-ANO

           DISPLAY 'ANO FECHADO: ' WS-ANO
                   ' (' WS-SQL-ANO-INI ' A ' WS-SQL-ANO-FIM ')'

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-JA-FECHADO-COMP
                FROM GALERIA_FAMA
               WHERE ANO = :WS-ANO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO CONSULTAR GALERIA_FAMA: '
                       SQLCODE
               MOVE 8                      TO RETURN-CODE
               PERFORM 9000-ENCERRA
           END-IF

           IF WS-JA-FECHADO-COMP > 0
               DISPLAY 'ANO ' WS-ANO ' JA CONGELADO - NADA A FAZER'
               PERFORM 9000-ENCERRA
           END-IF
           .

      *----------------------------------------------------------------*
      * 1. PT: A MAIOR PONTUACAO DO ANO NO PLACAR. EMPATA QUEM FEZ OS
      *    MESMOS PONTOS NAS MESMAS TENTATIVAS.
      *----------------------------------------------------------------*
       2000-MAIOR-PONTUACAO.
           MOVE 'N'                        TO WS-FIM-CURSOR
           MOVE 'S'                        TO WS-PRIMEIRA-SW

           EXEC SQL
              OPEN CUR-PONTUACAO
           END-EXEC

           PERFORM 2100-LE-1-PONTUACAO THRU
                   2100-LE-1-PONTUACAO-EXIT
               UNTIL WS-ACABOU-CURSOR OR WS-COM-ERRO

           EXEC SQL
              CLOSE CUR-PONTUACAO
           END-EXEC
           .

       2100-LE-1-PONTUACAO.
           EXEC SQL
              FETCH CUR-PONTUACAO
                INTO :DCLPLC-USERID, :DCLPLC-PONTUACAO,
                     :DCLPLC-TENTATIVAS, :DCLPLC-DATA-JOGO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 8050-FIM-DO-CURSOR
               GO TO 2100-LE-1-PONTUACAO-EXIT
           END-IF

           MOVE DCLPLC-PONTUACAO           TO WS-VALOR-COMP
           MOVE DCLPLC-TENTATIVAS          TO WS-DESEMPATE-COMP
           PERFORM 8000-CONFERE-EMPATE
           IF WS-ACABOU-CURSOR
               GO TO 2100-LE-1-PONTUACAO-EXIT
           END-IF

           MOVE DCLPLC-TENTATIVAS          TO WS-TENTATIVAS-ED
           MOVE SPACES                     TO DCLGF-REFERENCIA
           STRING 'EM ' DELIMITED SIZE
                  WS-TENTATIVAS-ED DELIMITED SIZE
                  ' TENTATIVAS' DELIMITED SIZE
                  INTO DCLGF-REFERENCIA

           MOVE 'PT'                       TO DCLGF-CATEGORIA
           MOVE DCLPLC-USERID              TO DCLGF-USERID
           MOVE DCLPLC-PONTUACAO           TO DCLGF-VALOR
           MOVE DCLPLC-DATA-JOGO           TO DCLGF-DATA-REF
           PERFORM 8100-GRAVA-ENTRADA THRU 8100-GRAVA-ENTRADA-EXIT
           .
       2100-LE-1-PONTUACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2. VI: MAIS VITORIAS NO ANO (RESUMO DIARIO, SEM TREINO).
      *----------------------------------------------------------------*
       2200-MAIS-VITORIAS.
           MOVE 'N'                        TO WS-FIM-CURSOR
           MOVE 'S'                        TO WS-PRIMEIRA-SW

           EXEC SQL
              OPEN CUR-VITORIAS
           END-EXEC

           PERFORM 2300-LE-1-VITORIAS THRU
                   2300-LE-1-VITORIAS-EXIT
               UNTIL WS-ACABOU-CURSOR OR WS-COM-ERRO

           EXEC SQL
              CLOSE CUR-VITORIAS
           END-EXEC
           .

       2300-LE-1-VITORIAS.
           EXEC SQL
              FETCH CUR-VITORIAS
                INTO :DCLRD-USERID, :DCLRD-VITORIAS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 8050-FIM-DO-CURSOR
               GO TO 2300-LE-1-VITORIAS-EXIT
           END-IF

           MOVE DCLRD-VITORIAS             TO WS-VALOR-COMP
           MOVE 0                          TO WS-DESEMPATE-COMP
           PERFORM 8000-CONFERE-EMPATE
           IF WS-ACABOU-CURSOR
               GO TO 2300-LE-1-VITORIAS-EXIT
           END-IF

           MOVE 'VI'                       TO DCLGF-CATEGORIA
           MOVE DCLRD-USERID               TO DCLGF-USERID
           MOVE DCLRD-VITORIAS             TO DCLGF-VALOR
           MOVE 'VITORIAS NO ANO'          TO DCLGF-REFERENCIA
           MOVE WS-SQL-ANO-FIM             TO DCLGF-DATA-REF
           PERFORM 8100-GRAVA-ENTRADA THRU 8100-GRAVA-ENTRADA-EXIT
           .
       2300-LE-1-VITORIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3. RT: O MAIOR RATING NO FECHAMENTO.
      *----------------------------------------------------------------*
       2400-MAIOR-RATING.
           MOVE 'N'                        TO WS-FIM-CURSOR
           MOVE 'S'                        TO WS-PRIMEIRA-SW

           EXEC SQL
              OPEN CUR-RATING
           END-EXEC

           PERFORM 2500-LE-1-RATING THRU
                   2500-LE-1-RATING-EXIT
               UNTIL WS-ACABOU-CURSOR OR WS-COM-ERRO

           EXEC SQL
              CLOSE CUR-RATING
           END-EXEC
           .

       2500-LE-1-RATING.
           EXEC SQL
              FETCH CUR-RATING
                INTO :DCLRT-USERID, :DCLRT-RATING
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 8050-FIM-DO-CURSOR
               GO TO 2500-LE-1-RATING-EXIT
           END-IF

           MOVE DCLRT-RATING               TO WS-VALOR-COMP
           MOVE 0                          TO WS-DESEMPATE-COMP
           PERFORM 8000-CONFERE-EMPATE
           IF WS-ACABOU-CURSOR
               GO TO 2500-LE-1-RATING-EXIT
           END-IF

           MOVE 'RT'                       TO DCLGF-CATEGORIA
           MOVE DCLRT-USERID               TO DCLGF-USERID
           MOVE DCLRT-RATING               TO DCLGF-VALOR
           MOVE 'RATING NO FECHAMENTO'     TO DCLGF-REFERENCIA
           MOVE WS-SQL-ANO-FIM             TO DCLGF-DATA-REF
           PERFORM 8100-GRAVA-ENTRADA THRU 8100-GRAVA-ENTRADA-EXIT
           .
       2500-LE-1-RATING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4. SR: MAIOR SERIE NO DESAFIO DO DIA. DUAS PASSADAS PELO
      *    MESMO CURSOR, COMO NO P3O99RX - A PRIMEIRA ACHA A MAIOR
      *    SERIE, A SEGUNDA GRAVA TODOS QUE CHEGARAM NELA, COM O DIA
      *    EM QUE A SERIE DELES CHEGOU LA.
      *----------------------------------------------------------------*
       2600-MAIOR-SERIE.
           IF WS-COM-ERRO
               GO TO 2600-MAIOR-SERIE-EXIT
           END-IF

           MOVE 'C'                        TO WS-PASSADA
           PERFORM 2610-PASSADA-SERIE THRU 2610-PASSADA-SERIE-EXIT

           IF WS-SERIE-MAX < WS-SERIE-MINIMA
               DISPLAY 'NENHUMA SERIE DE ' WS-SERIE-MINIMA
                       ' DIAS OU MAIS NO ANO'
           ELSE
               MOVE 'G'                    TO WS-PASSADA
               PERFORM 2610-PASSADA-SERIE THRU
                       2610-PASSADA-SERIE-EXIT
           END-IF
           .
       2600-MAIOR-SERIE-EXIT.
           EXIT.

       2610-PASSADA-SERIE.
           MOVE 'N'                        TO WS-FIM-CURSOR
           MOVE SPACES                     TO WS-SERIE-USERID
           MOVE 0                          TO WS-SERIE-ATUAL
           MOVE 0                          TO WS-SERIE-USER-MAX
           MOVE 0                          TO WS-DIA-ANT-INT

           EXEC SQL
              OPEN CUR-SERIE
           END-EXEC

           PERFORM 2620-CONTA-1-VITORIA THRU
                   2620-CONTA-1-VITORIA-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-SERIE
           END-EXEC

      * O ULTIMO JOGADOR DO CURSOR FECHA AQUI.
           IF WS-SERIE-USERID NOT EQUAL SPACES
               PERFORM 2630-FECHA-JOGADOR THRU
                       2630-FECHA-JOGADOR-EXIT
           END-IF
           .
       2610-PASSADA-SERIE-EXIT.
           EXIT.

       2620-CONTA-1-VITORIA.
           EXEC SQL
              FETCH CUR-SERIE
                INTO :DCLDJ-USERID, :DCLDJ-DATA-REF
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 8050-FIM-DO-CURSOR
               GO TO 2620-CONTA-1-VITORIA-EXIT
           END-IF

           IF DCLDJ-USERID NOT EQUAL WS-SERIE-USERID
               IF WS-SERIE-USERID NOT EQUAL SPACES
                   PERFORM 2630-FECHA-JOGADOR THRU
                           2630-FECHA-JOGADOR-EXIT
               END-IF
               MOVE DCLDJ-USERID           TO WS-SERIE-USERID
               MOVE 0                      TO WS-SERIE-ATUAL
               MOVE 0                      TO WS-SERIE-USER-MAX
               MOVE 0                      TO WS-DIA-ANT-INT
           END-IF

           MOVE DCLDJ-DATA-REF(1:4)        TO WS-DATA-AUX(1:4)
           MOVE DCLDJ-DATA-REF(6:2)        TO WS-DATA-AUX(5:2)
           MOVE DCLDJ-DATA-REF(9:2)        TO WS-DATA-AUX(7:2)
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)

      * OS DIAS ENTRE A VITORIA ANTERIOR E ESTA SO PODEM SER NAO
      * UTEIS; O PRIMEIRO DIA UTIL NO MEIO QUEBRA A SERIE.
           MOVE 'N'                        TO WS-CAL-DIA-UTIL-SW
           IF WS-DIA-ANT-INT > 0
               COMPUTE WS-LACUNA-INT = WS-DIA-ANT-INT + 1
               PERFORM 2625-CONFERE-LACUNA THRU 2625-CONFERE-LACUNA-EXIT
                   UNTIL WS-LACUNA-INT NOT < WS-DIA-INT
                      OR WS-CAL-DIA-UTIL
           END-IF

           IF WS-DIA-ANT-INT > 0
              AND NOT WS-CAL-DIA-UTIL
               ADD 1                       TO WS-SERIE-ATUAL
           ELSE
               MOVE 1                      TO WS-SERIE-ATUAL
           END-IF
           MOVE WS-DIA-INT                 TO WS-DIA-ANT-INT

      * A PRIMEIRA VEZ QUE O JOGADOR CHEGOU NA MAIOR SERIE DELE E O
      * DIA QUE VAI PARA A GALERIA.
           IF WS-SERIE-ATUAL > WS-SERIE-USER-MAX
               MOVE WS-SERIE-ATUAL         TO WS-SERIE-USER-MAX
               MOVE DCLDJ-DATA-REF         TO WS-SERIE-USER-DATA
           END-IF
           .
       2620-CONTA-1-VITORIA-EXIT.
           EXIT.

       2625-CONFERE-LACUNA.
           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(WS-LACUNA-INT)
           MOVE WS-DATA-AUX(1:4)           TO WS-CAL-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-CAL-MES
           MOVE WS-DATA-AUX(7:2)           TO WS-CAL-DIA
           PERFORM 9600-VERIFICA-DIA-UTIL
           ADD 1                           TO WS-LACUNA-INT
           .
       2625-CONFERE-LACUNA-EXIT.
           EXIT.

      * FIM DAS VITORIAS DE UM JOGADOR: NA PRIMEIRA PASSADA ATUALIZA A
      * MAIOR SERIE; NA SEGUNDA, GRAVA QUEM CHEGOU NELA.
       2630-FECHA-JOGADOR.
           IF NOT WS-PASSADA-GRAVA
               IF WS-SERIE-USER-MAX > WS-SERIE-MAX
                   MOVE WS-SERIE-USER-MAX  TO WS-SERIE-MAX
               END-IF
               GO TO 2630-FECHA-JOGADOR-EXIT
           END-IF

           IF WS-SERIE-USER-MAX NOT EQUAL WS-SERIE-MAX
               GO TO 2630-FECHA-JOGADOR-EXIT
           END-IF

           MOVE 'SR'                       TO DCLGF-CATEGORIA
           MOVE WS-SERIE-USERID            TO DCLGF-USERID
           MOVE WS-SERIE-MAX               TO DCLGF-VALOR
           MOVE 'DIAS SEGUIDOS NO DESAFIO' TO DCLGF-REFERENCIA
           MOVE WS-SERIE-USER-DATA         TO DCLGF-DATA-REF
           PERFORM 8100-GRAVA-ENTRADA THRU 8100-GRAVA-ENTRADA-EXIT
           .
       2630-FECHA-JOGADOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5. TC: O CAMPEAO DE CADA TORNEIO ENCERRADO QUE AINDA NAO ESTA
      *    NA GALERIA. O ID DO TORNEIO VAI EM VALOR - E ELE QUE IMPEDE
      *    O MESMO TORNEIO DE ENTRAR EM DOIS ANOS.
      *----------------------------------------------------------------*
       2800-CAMPEOES-TORNEIO.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-TORNEIOS
           END-EXEC

           PERFORM 2900-LE-1-TORNEIO THRU
                   2900-LE-1-TORNEIO-EXIT
               UNTIL WS-ACABOU-CURSOR OR WS-COM-ERRO

           EXEC SQL
              CLOSE CUR-TORNEIOS
           END-EXEC
           .

       2900-LE-1-TORNEIO.
           EXEC SQL
              FETCH CUR-TORNEIOS
                INTO :DCLTO-ID, :DCLTO-NOME, :DCLTO-CAMPEAO,
                     :DCLTO-DATA-CRIACAO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 8050-FIM-DO-CURSOR
               GO TO 2900-LE-1-TORNEIO-EXIT
           END-IF

           MOVE 'TC'                       TO DCLGF-CATEGORIA
           MOVE DCLTO-CAMPEAO              TO DCLGF-USERID
           MOVE DCLTO-ID                   TO DCLGF-VALOR
           MOVE DCLTO-NOME                 TO DCLGF-REFERENCIA
           MOVE DCLTO-DATA-CRIACAO         TO DCLGF-DATA-REF
           PERFORM 8100-GRAVA-ENTRADA THRU 8100-GRAVA-ENTRADA-EXIT
           .
       2900-LE-1-TORNEIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6. EQ: A EQUIPE COM MAIS VITORIAS NO ANO. EMPATA A EQUIPE COM
      *    AS MESMAS VITORIAS E OS MESMOS PONTOS.
      *----------------------------------------------------------------*
       3000-MELHOR-EQUIPE.
           MOVE 'N'                        TO WS-FIM-CURSOR
           MOVE 'S'                        TO WS-PRIMEIRA-SW

           EXEC SQL
              OPEN CUR-EQUIPES
           END-EXEC

           PERFORM 3100-LE-1-EQUIPE THRU
                   3100-LE-1-EQUIPE-EXIT
               UNTIL WS-ACABOU-CURSOR OR WS-COM-ERRO

           EXEC SQL
              CLOSE CUR-EQUIPES
           END-EXEC
           .

       3100-LE-1-EQUIPE.
           EXEC SQL
              FETCH CUR-EQUIPES
                INTO :DCLEQ-ID, :DCLEQ-NOME,
                     :DCLRD-VITORIAS, :DCLRD-PONTOS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 8050-FIM-DO-CURSOR
               GO TO 3100-LE-1-EQUIPE-EXIT
           END-IF

           MOVE DCLRD-VITORIAS             TO WS-VALOR-COMP
           MOVE DCLRD-PONTOS               TO WS-DESEMPATE-COMP
           PERFORM 8000-CONFERE-EMPATE
           IF WS-ACABOU-CURSOR
               GO TO 3100-LE-1-EQUIPE-EXIT
           END-IF

           MOVE DCLRD-PONTOS               TO WS-PONTOS-ED
           MOVE SPACES                     TO DCLGF-REFERENCIA
           STRING 'VITORIAS NO ANO - ' DELIMITED SIZE
                  WS-PONTOS-ED DELIMITED SIZE
                  ' PONTOS' DELIMITED SIZE
                  INTO DCLGF-REFERENCIA

           MOVE 'EQ'                       TO DCLGF-CATEGORIA
           MOVE SPACES                     TO DCLGF-USERID
           MOVE DCLEQ-NOME                 TO DCLGF-NOME
           MOVE DCLRD-VITORIAS             TO DCLGF-VALOR
           MOVE WS-SQL-ANO-FIM             TO DCLGF-DATA-REF
           PERFORM 8100-GRAVA-ENTRADA THRU 8100-GRAVA-ENTRADA-EXIT
           .
       3100-LE-1-EQUIPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7. CQ: O PRIMEIRO DO ANO A GANHAR CADA CONQUISTA.
      *----------------------------------------------------------------*
       3200-PIONEIROS-CONQUISTA.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-PIONEIROS
           END-EXEC

           PERFORM 3300-LE-1-PIONEIRO THRU
                   3300-LE-1-PIONEIRO-EXIT
               UNTIL WS-ACABOU-CURSOR OR WS-COM-ERRO

           EXEC SQL
              CLOSE CUR-PIONEIROS
           END-EXEC
           .

       3300-LE-1-PIONEIRO.
           EXEC SQL
              FETCH CUR-PIONEIROS
                INTO :DCLCQ-CODIGO, :DCLCQ-USERID, :DCLCQ-DATA-CONQ
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 8050-FIM-DO-CURSOR
               GO TO 3300-LE-1-PIONEIRO-EXIT
           END-IF

           PERFORM 8300-DESCRICAO-CONQUISTA
           MOVE SPACES                     TO DCLGF-REFERENCIA
           STRING DCLCQ-CODIGO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CONQ-DESCRICAO DELIMITED SIZE
                  INTO DCLGF-REFERENCIA

           MOVE 'CQ'                       TO DCLGF-CATEGORIA
           MOVE DCLCQ-USERID               TO DCLGF-USERID
           MOVE 0                          TO DCLGF-VALOR
           MOVE DCLCQ-DATA-CONQ            TO DCLGF-DATA-REF
           PERFORM 8100-GRAVA-ENTRADA THRU 8100-GRAVA-ENTRADA-EXIT
           .
       3300-LE-1-PIONEIRO-EXIT.
           EXIT.

      * EMPATE NO PRIMEIRO LUGAR: A PRIMEIRA LINHA DO CURSOR DA O
      * VALOR A BATER; A PRIMEIRA LINHA DIFERENTE DELA ENCERRA A
      * CATEGORIA.
       8000-CONFERE-EMPATE.
           IF WS-PRIMEIRA-LINHA
               MOVE 'N'                    TO WS-PRIMEIRA-SW
               MOVE WS-VALOR-COMP          TO WS-TOPO-VALOR-COMP
               MOVE WS-DESEMPATE-COMP      TO WS-TOPO-DESEMPATE-COMP
           ELSE
               IF WS-VALOR-COMP NOT EQUAL WS-TOPO-VALOR-COMP
                  OR WS-DESEMPATE-COMP NOT EQUAL
                     WS-TOPO-DESEMPATE-COMP
                   MOVE 'S'                TO WS-FIM-CURSOR
               END-IF
           END-IF
           .

      * FIM DE CURSOR: +100 E O FIM NORMAL; QUALQUER OUTRO SQLCODE
      * MARCA O ANO PARA SER DESFEITO.
       8050-FIM-DO-CURSOR.
           IF SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE AO LER OS DADOS DO ANO: '
                       SQLCODE
               MOVE 'S'                    TO WS-ERRO-SW
           END-IF
           MOVE 'S'                        TO WS-FIM-CURSOR
           .

      * GRAVA A LINHA MONTADA EM DCL-GALERIA-FAMA NA PROXIMA ORDEM DO
      * ANO. O NOME DO JOGADOR VEM DO CADASTRO DO RH (O USERID, SE ELE
      * NAO ESTIVER LA); NA LINHA DE EQUIPE O NOME JA VEM MONTADO.
       8100-GRAVA-ENTRADA.
           IF WS-COM-ERRO
               GO TO 8100-GRAVA-ENTRADA-EXIT
           END-IF

           IF DCLGF-USERID NOT EQUAL SPACES
               MOVE DCLGF-USERID           TO DCLJG-USERID
               EXEC SQL
                  SELECT NOME
                    INTO :DCLJG-NOME
                    FROM JOGADOR
                   WHERE USERID = :DCLJG-USERID
               END-EXEC
               IF SQLCODE EQUAL 0
                   MOVE DCLJG-NOME         TO DCLGF-NOME
               ELSE
                   MOVE DCLGF-USERID       TO DCLGF-NOME
               END-IF
           END-IF

           ADD 1                           TO WS-ORDEM-COMP
           MOVE WS-ANO                     TO DCLGF-ANO
           MOVE WS-ORDEM-COMP              TO DCLGF-ORDEM

           EXEC SQL
              INSERT INTO GALERIA_FAMA
                 (ANO, ORDEM, CATEGORIA, USERID, NOME, VALOR,
                  REFERENCIA, DATA_REF)
              VALUES
                 (:DCLGF-ANO, :DCLGF-ORDEM, :DCLGF-CATEGORIA,
                  :DCLGF-USERID, :DCLGF-NOME, :DCLGF-VALOR,
                  :DCLGF-REFERENCIA, :DCLGF-DATA-REF)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO GRAVAR A GALERIA '
                       DCLGF-CATEGORIA ' DE ' DCLGF-NOME ': ' SQLCODE
               MOVE 'S'                    TO WS-ERRO-SW
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 8100-GRAVA-ENTRADA-EXIT
           END-IF

           ADD 1                           TO WS-TOT-GRAVADAS
           MOVE DCLGF-VALOR                TO WS-VALOR-ED
           DISPLAY 'GALERIA ' WS-ANO ' ' DCLGF-CATEGORIA ' '
                   DCLGF-NOME ' ' WS-VALOR-ED ' ' DCLGF-REFERENCIA
           .
       8100-GRAVA-ENTRADA-EXIT.
           EXIT.

      * MESMOS TEXTOS DA TELA DE CONQUISTAS (Y1C2).
       8300-DESCRICAO-CONQUISTA.
           EVALUATE DCLCQ-CODIGO
              WHEN '01'
                 MOVE 'PRIMEIRA VITORIA'   TO WS-CONQ-DESCRICAO
              WHEN '02'
                 MOVE 'VITORIA EM ATE 5 TENTATIVAS'
                                           TO WS-CONQ-DESCRICAO
              WHEN '03'
                 MOVE 'VITORIA SEM USAR A DICA'
                                           TO WS-CONQ-DESCRICAO
              WHEN '04'
                 MOVE 'CINCO VITORIAS SEGUIDAS'
                                           TO WS-CONQ-DESCRICAO
              WHEN '05'
                 MOVE 'VITORIA EM DUELO'   TO WS-CONQ-DESCRICAO
              WHEN '06'
                 MOVE 'CAMPEAO DE TORNEIO' TO WS-CONQ-DESCRICAO
              WHEN '07'
                 MOVE 'VITORIA NO MODO DIFICIL'
                                           TO WS-CONQ-DESCRICAO
              WHEN '08'
                 MOVE 'SERIE DE 7 DIAS SEGUIDOS'
                                           TO WS-CONQ-DESCRICAO
              WHEN '09'
                 MOVE 'SERIE DE 30 DIAS SEGUIDOS'
                                           TO WS-CONQ-DESCRICAO
              WHEN '10'
                 MOVE 'SERIE DE 100 DIAS SEGUIDOS'
                                           TO WS-CONQ-DESCRICAO
              WHEN OTHER
                 MOVE 'CONQUISTA DESCONHECIDA'
                                           TO WS-CONQ-DESCRICAO
           END-EVALUATE
           .

      * FIM DO ANO: COMMITA A GALERIA INTEIRA OU, SE HOUVE ERRO,
      * DESFAZ TUDO PARA A REEXECUCAO GRAVAR O ANO DE NOVO.
       8900-FECHA-ANO.
           IF WS-COM-ERRO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 8                      TO RETURN-CODE
               MOVE 0                      TO WS-TOT-GRAVADAS
               DISPLAY '*** ANO DESFEITO - REEXECUTAR O JOB'
           ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF
           .

       9000-ENCERRA.
           MOVE WS-TOT-GRAVADAS            TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'P3O99S4 - TOTAIS DA EXECUCAO'
           DISPLAY '   LINHAS GRAVADAS NA GALERIA DO ANO.....: '
                   WS-TOT-GRAVADAS
           DISPLAY 'P3O99S4 - FECHAMENTO DO ANO CONCLUIDO'
           STOP RUN
           .

      *----------------------------------------------------------------*
      * CALENDARIO DE DIAS UTEIS: O DIA EM WS-CAL-SQL-DATA NAO E UTIL
      * QUANDO UM FERIADO ('F') OU RECESSO ('R') DE CALENDARIO O
      * COBRE E NENHUM DIA UTIL AVULSO ('U') O DEVOLVE. FIM DE SEMANA
      * NAO E TRATADO A PARTE - SO VALE O QUE ESTA NA TABELA. UMA
      * FALHA NA CONSULTA TRATA O DIA COMO UTIL, PARA O CALENDARIO
      * NUNCA PARAR A CADEIA.
      *----------------------------------------------------------------*
       9600-VERIFICA-DIA-UTIL.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CAL-FOLGAS-COMP
                FROM CALENDARIO F
               WHERE F.TIPO IN ('F', 'R')
                 AND F.DATA_INI <= :WS-CAL-SQL-DATA
                 AND F.DATA_FIM >= :WS-CAL-SQL-DATA
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CALENDARIO U
                       WHERE U.TIPO = 'U'
                         AND U.DATA_INI <= :WS-CAL-SQL-DATA
                         AND U.DATA_FIM >= :WS-CAL-SQL-DATA)
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-CAL-FOLGAS-COMP > 0
               MOVE 'N'                    TO WS-CAL-DIA-UTIL-SW
           ELSE
               MOVE 'S'                    TO WS-CAL-DIA-UTIL-SW
               IF SQLCODE NOT EQUAL 0
                   DISPLAY '*** ERRO SQLCODE ' SQLCODE
                           ' AO CONSULTAR CALENDARIO - DIA '
                           WS-CAL-SQL-DATA ' TRATADO COMO UTIL'
               END-IF
           END-IF
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

           MOVE 'P3O99S4'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99S4'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99S4 - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99S4'               TO DCLJE-PROGRAMA
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
