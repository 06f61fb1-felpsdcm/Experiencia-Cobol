      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99RS.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * LIGA MENSAL DOS DEPARTAMENTOS: RODA NA PRIMEIRA NOITE DO MES
      * E APURA O MES QUE ACABOU DE FECHAR (O MESMO MES DO EXTRATO
      * P3O99R9), AGRUPANDO OS JOGOS PELO DEPARTAMENTO DO JOGADOR
      * QUE A CARGA P3O99RD TRAZ DO RH. AS EQUIPES (EQUIPE) SAO
      * FORMADAS PELOS PROPRIOS JOGADORES E NAO DIZEM NADA SOBRE AS
      * AREAS DA EMPRESA - ESTA E A COMPARACAO ENTRE AREAS. PARA CADA
      * DEPARTAMENTO:
      *    - JOGADORES ATIVOS (COM PELO MENOS UM JOGO NO MES);
      *    - JOGOS POR JOGADOR;
      *    - PERCENTUAL DE VITORIA;
      *    - MEDIA DE PONTUACAO POR JOGO;
      *    - MEDIA DO RATING ATUAL DOS JOGADORES ATIVOS;
      *    - OS 3 DESTAQUES DO DEPARTAMENTO (MAIS VITORIAS NO MES E,
      *      NO EMPATE, MAIS PONTOS).
      * A CLASSIFICACAO SEGUE ESSES CRITERIOS NESSA ORDEM. OS
      * DEPARTAMENTOS COM MENOS JOGADORES ATIVOS QUE O MINIMO DO
      * SYSIN SAO SOMADOS NUM GRUPO UNICO 'OUTROS'. SO ENTRAM JOGOS
      * NORMAIS VALIDOS (NEM TREINO NEM ANULADOS), COMO NO P3O99R9,
      * E, COMO NOS DEMAIS RANKINGS PUBLICOS, JOGADOR DESLIGADO
      * (JOGADOR.SITUACAO 'D') NAO ENTRA.
      * ALEM DO RELATORIO, GRAVA NO ESTILO DO EXTRATO P3O99RN UM
      * ARQUIVO DELIMITADO POR ';' PARA A PAGINA DA INTRANET MOSTRAR
      * A TABELA DOS DEPARTAMENTOS AO LADO DO PLACAR:
      *    H;MES-INICIO;MES-FIM;MINIMO       (CABECALHO)
      *    L;POS;DEPARTAMENTO;JOGADORES;JOGOS-POR-JOGADOR;%VITORIA;
      *      MEDIA-PONTOS;MEDIA-RATING       (UMA POR DEPARTAMENTO)
      *    J;POS;ORDEM;USERID;VITORIAS;PONTOS  (OS 3 DESTAQUES)
      *    T;QTD-L;QTD-J                     (TRAILER)
      *
      * CARTAO SYSIN (UM REGISTRO): MINIMO DE JOGADORES ATIVOS PARA O
      * DEPARTAMENTO APARECER SOZINHO, NAS COLUNAS 1-3 (EX.: '005').
      * EM BRANCO OU INVALIDO, ASSUME 5.
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
           SELECT INTRANET                 ASSIGN TO INTRANET
                                            ORGANIZATION IS SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  RELATOR
           RECORDING MODE IS F.
       01  WS-REG-RELATOR                  PIC X(80).

       FD  INTRANET
           RECORDING MODE IS F.
       01  WS-REG-INTRANET                 PIC X(80).

       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
           88 WS-ACABOU-CURSOR                 VALUE 'S'.
       77  WS-FIM-DESTAQUES                PIC X(01) VALUE 'N'.
           88 WS-ACABOU-DESTAQUES              VALUE 'S'.
       77  WS-POSICAO                      PIC 9(03) VALUE 0.
       77  WS-ORDEM-DESTAQUE               PIC 9(01) VALUE 0.
       77  WS-CONT-LIGA                    PIC 9(05) VALUE 0.
       77  WS-CONT-DESTAQUES               PIC 9(05) VALUE 0.

      * MINIMO DE JOGADORES ATIVOS, LIDO DO SYSIN (COM PADRAO 5).
       01  WS-CARTAO-SYSIN.
           05 WS-PARM-MINIMO               PIC X(03).
           05 FILLER                       PIC X(77).
       77  WS-MINIMO                       PIC 9(03) VALUE 5.
       77  WS-MINIMO-COMP                  PIC S9(09) COMP.

      * AGREGADOS DO GRUPO (DEPARTAMENTO OU 'OUTROS') NO MES.
       77  WS-GRUPO                        PIC X(20).
       77  WS-JOGADORES-COMP               PIC S9(09) COMP.
       77  WS-JOGOS-COMP                   PIC S9(09) COMP.
       77  WS-VITORIAS-COMP                PIC S9(09) COMP.
       77  WS-SOMA-PONTOS-COMP             PIC S9(09) COMP.
       77  WS-QTD-RATING-COMP              PIC S9(09) COMP.
       77  WS-SOMA-RATING-COMP             PIC S9(09) COMP.

      * CRITERIOS DA CLASSIFICACAO, JA CALCULADOS PELO DB2 (SAO A
      * CHAVE DO ORDER BY).
       77  WS-JOGOS-POR-JOG                PIC S9(07)V99 COMP-3.
       77  WS-PCT-VITORIA                  PIC S9(07)V99 COMP-3.
       77  WS-MEDIA-PONTOS                 PIC S9(07)V99 COMP-3.
       77  WS-MEDIA-RATING                 PIC S9(07)V99 COMP-3.

      * O DESTAQUE CORRENTE.
       77  WS-DQ-VITORIAS-COMP             PIC S9(09) COMP.
       77  WS-DQ-PONTOS-COMP               PIC S9(09) COMP.
       77  WS-DQ-JOGOS-COMP                PIC S9(09) COMP.

      * CAMPOS ZERO-PADRONIZADOS PARA O ARQUIVO DELIMITADO - O
      * CARREGADOR DO OUTRO LADO PREFERE LARGURA FIXA SEM BRANCOS.
       77  WS-POS-SAIDA                    PIC 9(03).
       77  WS-QTD-SAIDA                    PIC 9(05).
       77  WS-PONTOS-SAIDA                 PIC 9(07).
       77  WS-JPJ-SAIDA                    PIC 9(05),99.
       77  WS-PCT-SAIDA                    PIC 9(03),99.
       77  WS-MPT-SAIDA                    PIC 9(05),99.
       77  WS-MRT-SAIDA                    PIC 9(05),99.

       01  WS-LINHA-SAIDA                  PIC X(80).

      * LIMITES DO MES DE REFERENCIA (O MES FECHADO), NO FORMATO ISO
      * DOS HOST-VARS DATE DO DB2.
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
           05 FILLER                       PIC X(29)
              VALUE 'LIGA MENSAL DOS DEPARTAMENTOS'.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-CAB-INI                   PIC X(10).
           05 FILLER                       PIC X(03) VALUE ' A '.
           05 WS-CAB-FIM                   PIC X(10).
           05 FILLER                       PIC X(24) VALUE SPACES.

       01  WS-LINHA-MINIMO.
           05 FILLER                       PIC X(38)
              VALUE 'MINIMO DE JOGADORES ATIVOS POR DEPTO: '.
           05 WS-LM-MINIMO                 PIC ZZ9.
           05 FILLER                       PIC X(39)
              VALUE ' (ABAIXO DISSO, SOMADO EM OUTROS)'.

       01  WS-LINHA-BRANCO                 PIC X(80) VALUE SPACES.

       01  WS-LINHA-TITULO.
           05 FILLER                       PIC X(05) VALUE 'POS'.
           05 FILLER                       PIC X(21)
              VALUE 'DEPARTAMENTO'.
           05 FILLER                       PIC X(06) VALUE 'JOGAD'.
           05 FILLER                       PIC X(10) VALUE 'JOGOS/JOG'.
           05 FILLER                       PIC X(08) VALUE '  %VIT'.
           05 FILLER                       PIC X(10) VALUE '  MED PTS'.
           05 FILLER                       PIC X(08) VALUE 'MED RAT'.
           05 FILLER                       PIC X(12) VALUE SPACES.

       01  WS-LINHA-GRUPO.
           05 WS-LG-POSICAO                PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE '. '.
           05 WS-LG-GRUPO                  PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LG-JOGADORES              PIC Z(04)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LG-JOGOS-POR-JOG          PIC Z(04)9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LG-PCT                    PIC ZZ9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LG-MEDIA-PONTOS           PIC Z(04)9,99.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LG-MEDIA-RATING           PIC Z(04)9,99.
           05 FILLER                       PIC X(12) VALUE SPACES.

      * O NOME DO DESTAQUE VEM DO CADASTRO JOGADOR (CARGA NOTURNA
      * P3O99RD).
       01  WS-LINHA-DESTAQUE.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 WS-LQ-ORDEM                  PIC 9(01).
           05 FILLER                       PIC X(02) VALUE '. '.
           05 WS-LQ-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LQ-NOME                   PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LQ-VITORIAS               PIC Z(04)9.
           05 FILLER                       PIC X(04) VALUE ' VIT'.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LQ-PONTOS                 PIC Z(06)9.
           05 FILLER                       PIC X(04) VALUE ' PTS'.
           05 FILLER                       PIC X(10) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLJGDR
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

      * UMA LINHA POR GRUPO, JA NA ORDEM DA LIGA. JOG E O MES DE
      * CADA JOGADOR COM O DEPARTAMENTO DELE; DEP CONTA OS ATIVOS
      * DE CADA DEPARTAMENTO; GRP TROCA O DEPARTAMENTO ABAIXO DO
      * MINIMO POR 'OUTROS'. O RATING E O ATUAL (TABELA RATING) - O
      * JOGADOR ATIVO SEM RATING NAO ENTRA NA MEDIA DELE.
           EXEC SQL
              DECLARE CUR-LIGA CURSOR FOR
                 WITH JOG (USERID, NOME, DEPTO, JOGOS, VITORIAS,
                           PONTOS) AS
                    (SELECT H.USERID, J.NOME, J.DEPARTAMENTO,
                            COUNT(*),
                            SUM(CASE WHEN H.RESULTADO = 'S'
                                     THEN 1 ELSE 0 END),
                            SUM(H.PONTUACAO)
                       FROM HISTJOGO H, JOGADOR J
                      WHERE J.USERID = H.USERID
                        AND H.DATA_JOGO >= :WS-SQL-MES-INI
                        AND H.DATA_JOGO <= :WS-SQL-MES-FIM
                        AND H.ANULADO <> 'S'
                        AND H.TREINO <> 'S'
                        AND J.SITUACAO <> 'D'
                      GROUP BY H.USERID, J.NOME, J.DEPARTAMENTO),
                      DEP (DEPTO, QTD) AS
                    (SELECT DEPTO, COUNT(*)
                       FROM JOG
                      GROUP BY DEPTO),
                      GRP (GRUPO, USERID, JOGOS, VITORIAS,
                           PONTOS) AS
                    (SELECT CASE WHEN D.QTD < :WS-MINIMO-COMP
                                 THEN 'OUTROS'
                                 ELSE G.DEPTO END,
                            G.USERID, G.JOGOS, G.VITORIAS, G.PONTOS
                       FROM JOG G, DEP D
                      WHERE D.DEPTO = G.DEPTO)
                 SELECT G.GRUPO, COUNT(*), SUM(G.JOGOS),
                        SUM(G.VITORIAS), SUM(G.PONTOS),
                        COUNT(R.USERID), COALESCE(SUM(R.RATING), 0),
                        DEC(SUM(G.JOGOS), 11, 2) / COUNT(*),
                        DEC(SUM(G.VITORIAS), 11, 2) * 100
                           / SUM(G.JOGOS),
                        DEC(SUM(G.PONTOS), 11, 2) / SUM(G.JOGOS),
                        COALESCE(DEC(SUM(R.RATING), 11, 2)
                           / NULLIF(COUNT(R.USERID), 0), 0)
                   FROM GRP G
                   LEFT OUTER JOIN RATING R
                     ON R.USERID = G.USERID
                  GROUP BY G.GRUPO
                  ORDER BY 2 DESC, 8 DESC, 9 DESC, 10 DESC, 11 DESC
           END-EXEC.

      * OS 3 DESTAQUES DE UM GRUPO - A MESMA APURACAO DO CUR-LIGA,
      * JOGADOR A JOGADOR.
           EXEC SQL
              DECLARE CUR-DESTAQUES CURSOR FOR
                 WITH JOG (USERID, NOME, DEPTO, JOGOS, VITORIAS,
                           PONTOS) AS
                    (SELECT H.USERID, J.NOME, J.DEPARTAMENTO,
                            COUNT(*),
                            SUM(CASE WHEN H.RESULTADO = 'S'
                                     THEN 1 ELSE 0 END),
                            SUM(H.PONTUACAO)
                       FROM HISTJOGO H, JOGADOR J
                      WHERE J.USERID = H.USERID
                        AND H.DATA_JOGO >= :WS-SQL-MES-INI
                        AND H.DATA_JOGO <= :WS-SQL-MES-FIM
                        AND H.ANULADO <> 'S'
                        AND H.TREINO <> 'S'
                        AND J.SITUACAO <> 'D'
                      GROUP BY H.USERID, J.NOME, J.DEPARTAMENTO),
                      DEP (DEPTO, QTD) AS
                    (SELECT DEPTO, COUNT(*)
                       FROM JOG
                      GROUP BY DEPTO)
                 SELECT G.USERID, G.NOME, G.VITORIAS, G.PONTOS,
                        G.JOGOS
                   FROM JOG G, DEP D
                  WHERE D.DEPTO = G.DEPTO
                    AND CASE WHEN D.QTD < :WS-MINIMO-COMP
                             THEN 'OUTROS'
                             ELSE G.DEPTO END = :WS-GRUPO
                  ORDER BY 3 DESC, 4 DESC, 1
                  FETCH FIRST 3 ROWS ONLY
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-APURA-LIGA
           PERFORM 3000-GRAVA-TRAILER
           PERFORM 9000-ENCERRA
           .

      * O MES DE REFERENCIA E O MES FECHADO, NA MESMA CONTA DO
      * EXTRATO MENSAL P3O99R9.
       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RS - LIGA MENSAL DOS DEPARTAMENTOS INICIADA'

           ACCEPT WS-CARTAO-SYSIN FROM SYSIN

           IF WS-PARM-MINIMO IS NUMERIC
              AND WS-PARM-MINIMO NOT EQUAL '000'
               MOVE WS-PARM-MINIMO         TO WS-MINIMO
           END-IF

           MOVE WS-MINIMO                  TO WS-MINIMO-COMP
           DISPLAY 'MINIMO DE JOGADORES ATIVOS POR DEPARTAMENTO: '
                   WS-MINIMO

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

      * PRIMEIRO DIA DO MES FECHADO.
           MOVE '01'                       TO WS-DATA-AUX(7:2)
           MOVE WS-DATA-AUX(1:4)           TO WS-MI-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-MI-MES
           MOVE WS-DATA-AUX(7:2)           TO WS-MI-DIA

           OPEN OUTPUT RELATOR
           OPEN OUTPUT INTRANET

           MOVE WS-SQL-MES-INI             TO WS-CAB-INI
           MOVE WS-SQL-MES-FIM             TO WS-CAB-FIM
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-MINIMO                  TO WS-LM-MINIMO
           MOVE WS-LINHA-MINIMO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-TITULO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

      * CABECALHO DO ARQUIVO DA INTRANET COM O MES E O MINIMO.
           MOVE SPACES                     TO WS-LINHA-SAIDA
           STRING 'H;' DELIMITED SIZE
                  WS-SQL-MES-INI DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-SQL-MES-FIM DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-MINIMO DELIMITED SIZE
                  INTO WS-LINHA-SAIDA
           MOVE WS-LINHA-SAIDA             TO WS-REG-INTRANET
           WRITE WS-REG-INTRANET
           .

       2000-APURA-LIGA.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-LIGA
           END-EXEC

           PERFORM 2100-APURA-1-GRUPO THRU 2100-APURA-1-GRUPO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-LIGA
           END-EXEC

           IF WS-CONT-LIGA EQUAL 0
               MOVE 'NENHUM JOGO VALIDO NO MES'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           .

       2100-APURA-1-GRUPO.
           EXEC SQL
              FETCH CUR-LIGA
                INTO :WS-GRUPO, :WS-JOGADORES-COMP, :WS-JOGOS-COMP,
                     :WS-VITORIAS-COMP, :WS-SOMA-PONTOS-COMP,
                     :WS-QTD-RATING-COMP, :WS-SOMA-RATING-COMP,
                     :WS-JOGOS-POR-JOG, :WS-PCT-VITORIA,
                     :WS-MEDIA-PONTOS, :WS-MEDIA-RATING
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2100-APURA-1-GRUPO-EXIT
           END-IF

           ADD 1                           TO WS-POSICAO
           ADD 1                           TO WS-CONT-LIGA

           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE WS-POSICAO                 TO WS-LG-POSICAO
           MOVE WS-GRUPO                   TO WS-LG-GRUPO
           MOVE WS-JOGADORES-COMP          TO WS-LG-JOGADORES
           MOVE WS-JOGOS-POR-JOG           TO WS-LG-JOGOS-POR-JOG
           MOVE WS-PCT-VITORIA             TO WS-LG-PCT
           MOVE WS-MEDIA-PONTOS            TO WS-LG-MEDIA-PONTOS
           MOVE WS-MEDIA-RATING            TO WS-LG-MEDIA-RATING
           MOVE WS-LINHA-GRUPO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE WS-POSICAO                 TO WS-POS-SAIDA
           MOVE WS-JOGADORES-COMP          TO WS-QTD-SAIDA
           MOVE WS-JOGOS-POR-JOG           TO WS-JPJ-SAIDA
           MOVE WS-PCT-VITORIA             TO WS-PCT-SAIDA
           MOVE WS-MEDIA-PONTOS            TO WS-MPT-SAIDA
           MOVE WS-MEDIA-RATING            TO WS-MRT-SAIDA
           MOVE SPACES                     TO WS-LINHA-SAIDA
           STRING 'L;' DELIMITED SIZE
                  WS-POS-SAIDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-GRUPO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-QTD-SAIDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-JPJ-SAIDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-PCT-SAIDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-MPT-SAIDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-MRT-SAIDA DELIMITED SIZE
                  INTO WS-LINHA-SAIDA
           MOVE WS-LINHA-SAIDA             TO WS-REG-INTRANET
           WRITE WS-REG-INTRANET

           PERFORM 2200-APURA-DESTAQUES
           .
       2100-APURA-1-GRUPO-EXIT.
           EXIT.

       2200-APURA-DESTAQUES.
           MOVE 'N'                        TO WS-FIM-DESTAQUES
           MOVE 0                          TO WS-ORDEM-DESTAQUE

           EXEC SQL
              OPEN CUR-DESTAQUES
           END-EXEC

           PERFORM 2210-APURA-1-DESTAQUE THRU
                   2210-APURA-1-DESTAQUE-EXIT
               UNTIL WS-ACABOU-DESTAQUES

           EXEC SQL
              CLOSE CUR-DESTAQUES
           END-EXEC
           .

       2210-APURA-1-DESTAQUE.
           EXEC SQL
              FETCH CUR-DESTAQUES
                INTO :DCLJG-USERID, :DCLJG-NOME,
                     :WS-DQ-VITORIAS-COMP, :WS-DQ-PONTOS-COMP,
                     :WS-DQ-JOGOS-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-DESTAQUES
               GO TO 2210-APURA-1-DESTAQUE-EXIT
           END-IF

           ADD 1                           TO WS-ORDEM-DESTAQUE
           ADD 1                           TO WS-CONT-DESTAQUES

           MOVE WS-ORDEM-DESTAQUE          TO WS-LQ-ORDEM
           MOVE DCLJG-USERID               TO WS-LQ-USERID
           MOVE DCLJG-NOME                 TO WS-LQ-NOME
           MOVE WS-DQ-VITORIAS-COMP        TO WS-LQ-VITORIAS
           MOVE WS-DQ-PONTOS-COMP          TO WS-LQ-PONTOS
           MOVE WS-LINHA-DESTAQUE          TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE WS-DQ-VITORIAS-COMP        TO WS-QTD-SAIDA
           MOVE WS-DQ-PONTOS-COMP          TO WS-PONTOS-SAIDA
           MOVE SPACES                     TO WS-LINHA-SAIDA
           STRING 'J;' DELIMITED SIZE
                  WS-POS-SAIDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-ORDEM-DESTAQUE DELIMITED SIZE
                  ';' DELIMITED SIZE
                  DCLJG-USERID DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-QTD-SAIDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-PONTOS-SAIDA DELIMITED SIZE
                  INTO WS-LINHA-SAIDA
           MOVE WS-LINHA-SAIDA             TO WS-REG-INTRANET
           WRITE WS-REG-INTRANET
           .
       2210-APURA-1-DESTAQUE-EXIT.
           EXIT.

      * TRAILER COM AS CONTAGENS DA ENTREGA - O CARREGADOR DA
      * INTRANET VALIDA O ARQUIVO POR ELE.
       3000-GRAVA-TRAILER.
           MOVE SPACES                     TO WS-LINHA-SAIDA
           STRING 'T;' DELIMITED SIZE
                  WS-CONT-LIGA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-CONT-DESTAQUES DELIMITED SIZE
                  INTO WS-LINHA-SAIDA
           MOVE WS-LINHA-SAIDA             TO WS-REG-INTRANET
           WRITE WS-REG-INTRANET
           .

       9000-ENCERRA.
           MOVE WS-CONT-LIGA               TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           CLOSE RELATOR
           CLOSE INTRANET

           DISPLAY 'DEPARTAMENTOS NA LIGA.........: ' WS-CONT-LIGA
           DISPLAY 'DESTAQUES EXTRAIDOS...........: ' WS-CONT-DESTAQUES
           DISPLAY 'P3O99RS - LIGA MENSAL DOS DEPARTAMENTOS CONCLUIDA'
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

           MOVE 'P3O99RS'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RS'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RS - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99RS'              TO DCLJE-PROGRAMA
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
