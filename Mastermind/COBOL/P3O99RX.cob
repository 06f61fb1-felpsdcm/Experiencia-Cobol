      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99RX.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * GERACAO DOS PREMIOS DA TEMPORADA (TRIMESTRE) QUE ACABOU DE
      * FECHAR: RODA NA PRIMEIRA NOITE DO TRIMESTRE, DEPOIS DO
      * FECHAMENTO P3O99RE, E GRAVA EM PREMIO (VEJA DCLPREM), TODOS
      * PENDENTES ('P') DA APROVACAO DO OPERADOR NA Y1D6:
      *    1. TP - AS N PRIMEIRAS POSICOES DA CLASSIFICACAO CONGELADA
      *       EM TEMPORADA_HIST (N NO SYSIN), UM PREMIO POR JOGADOR,
      *       RENUMERADAS DEPOIS DE RETIRADOS OS INELEGIVEIS;
      *    2. TC/TV - CAMPEAO E VICE DE CADA TORNEIO ENCERRADO AINDA
      *       SEM PREMIO (O VICE E O OUTRO LADO DA FINAL, O CONFRONTO
      *       DA ULTIMA RODADA EM TORNEIO_JOGO);
      *    3. DM - EM CADA MES DO TRIMESTRE, O LIDER DO DESAFIO DO DIA
      *       (MAIS VITORIAS, DESEMPATE PELA SOMA DE PONTOS);
      *    4. SR - A MAIOR SERIE DE DIAS SEGUIDOS COM VITORIA NO
      *       DESAFIO DENTRO DO TRIMESTRE (MINIMO DE 2 DIAS). EMPATE
      *       PREMIA TODOS OS EMPATADOS. FERIADO E RECESSO DO
      *       CALENDARIO (VEJA DCLCALE) NAO TEM DESAFIO E NAO QUEBRAM
      *       A SERIE, COMO NO P3O99RP.
      * NAO GERAM PREMIO: JOGADOR DESLIGADO (JOGADOR.SITUACAO 'D') E
      * JOGO ANULADO NA Y1C8 (HISTJOGO.ANULADO 'S'). NA TEMPORADA, NO
      * DESAFIO E NA SERIE O INELEGIVEL SIMPLESMENTE SAI DA DISPUTA E
      * O SEGUINTE OCUPA O LUGAR; NO TORNEIO, QUE NAO TEM COMO
      * REFAZER A CHAVE, O PREMIO E GRAVADO JA CANCELADO ('C') COM O
      * MOTIVO NA OBSERVACAO, PARA O TORNEIO NAO VOLTAR A SER
      * AVALIADO E O OPERADOR VER POR QUE NAO HOUVE ENVIO.
      * O DESAFIO DO DIA NAO PASSA POR HISTJOGO - A ANULACAO NAO SE
      * APLICA A ELE.
      *
      * O JOB E REEXECUTAVEL: TIPO/PERIODO QUE JA TEM PREMIO GRAVADO
      * (E TORNEIO QUE JA TEM PREMIO) NAO E GERADO DE NOVO. CADA
      * BLOCO E COMMITADO SOZINHO; UM ERRO DE SQL DESFAZ SO O BLOCO,
      * QUE A REEXECUCAO GERA POR INTEIRO (RETURN-CODE 8).
      *
      * CARTAO SYSIN (UM REGISTRO): QUANTAS POSICOES DA TEMPORADA SAO
      * PREMIADAS NAS COLUNAS 1-2 (EX.: '03', NO MAXIMO 10, QUE E O
      * QUE TEMPORADA_HIST GUARDA). EM BRANCO OU INVALIDO, ASSUME 3.
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
       77  WS-ERRO-BLOCO                   PIC X(01) VALUE 'N'.
           88 WS-BLOCO-COM-ERRO                VALUE 'S'.
       77  WS-DESLIGADO-SW                 PIC X(01).
           88 WS-JOGADOR-DESLIGADO             VALUE 'S'.
       77  WS-ANULADO-SW                   PIC X(01).
           88 WS-JOGO-ANULADO                  VALUE 'S'.
       77  WS-JA-GERADO-COMP               PIC S9(09) COMP.
       77  WS-CONT-COMP                    PIC S9(09) COMP.
       77  WS-PROX-PREM-ID-COMP            PIC S9(09) COMP.
       77  WS-POSICAO                      PIC 9(02) VALUE 0.

      * TOTAIS DA EXECUCAO, IMPRESSOS EM 9000-ENCERRA.
       77  WS-TOT-TEMPORADA                PIC 9(05) VALUE 0.
       77  WS-TOT-TORNEIO                  PIC 9(05) VALUE 0.
       77  WS-TOT-DESAFIO                  PIC 9(05) VALUE 0.
       77  WS-TOT-SERIE                    PIC 9(05) VALUE 0.
       77  WS-TOT-CANCELADOS               PIC 9(05) VALUE 0.
       77  WS-TOT-FORA                     PIC 9(05) VALUE 0.
       77  WS-TOT-PREMIOS                  PIC 9(05) VALUE 0.

      * QUANTAS POSICOES DA TEMPORADA SAO PREMIADAS, LIDO DO SYSIN
      * (COM PADRAO 3).
       01  WS-CARTAO-SYSIN.
           05 WS-PARM-POSICOES             PIC X(02).
           05 FILLER                       PIC X(78).
       77  WS-QTD-POSICOES                 PIC 9(02) VALUE 3.

      * TEMPORADA FECHADA ('AAAATN') E SEUS LIMITES DE DATA NO
      * FORMATO ISO DOS HOST-VARS DATE DO DB2 - MESMA CONTA DO
      * FECHAMENTO P3O99RE.
       01  WS-TEMPORADA.
           05 WS-TMP-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE 'T'.
           05 WS-TMP-TRI                   PIC X(01).
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-HORA-REG                     PIC 9(08).
       77  WS-DATA-AUX                     PIC 9(08).
       01  WS-SQL-TEMP-INI.
           05 WS-TI-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TI-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TI-DIA                    PIC X(02).
       01  WS-SQL-TEMP-FIM.
           05 WS-TF-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TF-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TF-DIA                    PIC X(02).
       01  WS-SQL-DATA-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).

      * TORNEIOS CRIADOS A PARTIR DO INICIO DA TEMPORADA ANTERIOR
      * (UM TORNEIO ABERTO NO FIM DELA PODE TER FECHADO SO NESTA).
       01  WS-SQL-CORTE-TORNEIO.
           05 WS-CT-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CT-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CT-DIA                    PIC X(02).

      * MES DO TRIMESTRE EM APURACAO NO DESAFIO ('AAAA-MM') E SEUS
      * LIMITES.
       77  WS-IND-MES                      PIC 9(01).
       77  WS-MES-NUM                      PIC 9(02).
       77  WS-MES-SEG                      PIC 9(02).
       77  WS-ANO-SEG                      PIC 9(04).
       01  WS-PERIODO-MES.
           05 WS-PM-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-PM-MES                    PIC 9(02).
       01  WS-SQL-MES-INI.
           05 WS-MI-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-MI-MES                    PIC 9(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-MI-DIA                    PIC X(02).
       01  WS-SQL-MES-FIM.
           05 WS-MF-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-MF-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-MF-DIA                    PIC X(02).
       77  WS-VITORIAS-COMP                PIC S9(09) COMP.
       77  WS-PONTOS-COMP                  PIC S9(09) COMP.

      * SERIE DE VITORIAS NO DESAFIO: O CURSOR VEM POR USERID E DIA,
      * E A SERIE CONTINUA ENQUANTO O DIA E O SEGUINTE AO ANTERIOR OU
      * SO HA DIAS NAO UTEIS ENTRE OS DOIS.
      * NA PRIMEIRA PASSADA SO SE ACHA A MAIOR SERIE DO TRIMESTRE; NA
      * SEGUNDA, QUEM CHEGOU NELA E PREMIADO.
       77  WS-PASSADA                      PIC X(01).
           88 WS-PASSADA-GRAVA                 VALUE 'G'.
       77  WS-SERIE-USERID                 PIC X(08).
       77  WS-SERIE-ATUAL                  PIC 9(05).
       77  WS-SERIE-USER-MAX               PIC 9(05).
       77  WS-SERIE-MAX                    PIC 9(05) VALUE 0.
       77  WS-SERIE-MINIMA                 PIC 9(05) VALUE 2.
       77  WS-DIA-INT                      PIC 9(08).
       77  WS-DIA-ANT-INT                  PIC 9(08).
       77  WS-LACUNA-INT                   PIC 9(08).

      * CAMPOS EDITADOS DA REFERENCIA DO PREMIO.
       77  WS-PONTOS-ED                    PIC Z(03)9.
       77  WS-VITORIAS-ED                  PIC ZZ9.
       77  WS-SERIE-ED                     PIC ZZ9.
       77  WS-MOTIVO-FORA                  PIC X(40).

      * CAMPEAO E VICE DO TORNEIO EM TRATAMENTO.
       77  WS-TORNEIO-ID-COMP              PIC S9(09) COMP.
       77  WS-USERID-VICE                  PIC X(08).
       77  WS-USERID-PREMIADO              PIC X(08).
       77  WS-USERID-ANONIMO               PIC X(08) VALUE '********'.

           EXEC SQL
              INCLUDE DCLPREM
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTMPH
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTORN
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTJOG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDJOG
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

      * A CLASSIFICACAO CONGELADA DA TEMPORADA, NA ORDEM FINAL. UM
      * JOGADOR PODE APARECER EM MAIS DE UMA POSICAO (SAO AS 10
      * MAIORES PONTUACOES) - SO A MELHOR DELE VALE PREMIO.
           EXEC SQL
              DECLARE CUR-TEMPORADA CURSOR FOR
                 SELECT POSICAO, USERID, PONTUACAO, TENTATIVAS,
                        DATA_JOGO
                   FROM TEMPORADA_HIST
                  WHERE TEMPORADA = :WS-TEMPORADA
                  ORDER BY POSICAO
           END-EXEC.

      * TORNEIOS ENCERRADOS AINDA SEM NENHUM PREMIO GRAVADO (CAMPEAO
      * ANONIMIZADO PELA REMOCAO P3O99RL NAO CONCORRE).
           EXEC SQL
              DECLARE CUR-TORNEIOS CURSOR FOR
                 SELECT T.ID, T.NOME, T.CAMPEAO
                   FROM TORNEIO T
                  WHERE T.SITUACAO = 'E'
                    AND T.CAMPEAO <> ' '
                    AND T.CAMPEAO <> :WS-USERID-ANONIMO
                    AND T.DATA_CRIACAO >= :WS-SQL-CORTE-TORNEIO
                    AND T.DATA_CRIACAO <= :WS-SQL-TEMP-FIM
                    AND NOT EXISTS
                        (SELECT 1
                           FROM PREMIO P
                          WHERE P.TORNEIO_ID = T.ID)
                  ORDER BY T.ID
           END-EXEC.

      * VITORIAS NO DESAFIO DO DIA DENTRO DO TRIMESTRE, DOS JOGADORES
      * NAO DESLIGADOS, POR USERID E DIA - BASE DA SERIE.
           EXEC SQL
              DECLARE CUR-SERIE CURSOR FOR
                 SELECT DJ.USERID, DJ.DATA_REF
                   FROM DESAFIO_JOGO DJ
                  WHERE DJ.DATA_REF >= :WS-SQL-TEMP-INI
                    AND DJ.DATA_REF <= :WS-SQL-TEMP-FIM
                    AND DJ.RESULTADO = 'S'
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = DJ.USERID
                            AND J.SITUACAO = 'D')
                  ORDER BY DJ.USERID, DJ.DATA_REF
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PREMIOS-TEMPORADA
           PERFORM 3000-PREMIOS-TORNEIO
           PERFORM 4000-PREMIOS-DESAFIO-MES
           PERFORM 5000-PREMIO-SERIE
           PERFORM 9000-ENCERRA
           .

      * DESCOBRE O TRIMESTRE QUE ACABOU DE FECHAR (A VESPERA DO
      * TRIMESTRE CORRENTE E O ULTIMO DIA DELE), COMO NO P3O99RE.
       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RX - GERACAO DE PREMIOS INICIADA'

           ACCEPT WS-CARTAO-SYSIN FROM SYSIN

           IF WS-PARM-POSICOES IS NUMERIC
              AND WS-PARM-POSICOES NOT EQUAL '00'
              AND WS-PARM-POSICOES NOT > '10'
               MOVE WS-PARM-POSICOES       TO WS-QTD-POSICOES
           END-IF

           DISPLAY 'POSICOES PREMIADAS NA TEMPORADA: ' WS-QTD-POSICOES

           PERFORM 8500-MONTA-DATA-HORA

           MOVE WS-DATA-REG                TO WS-DATA-AUX
           EVALUATE WS-DATA-AUX(5:2)
              WHEN '01' WHEN '02' WHEN '03'
                 MOVE '01'                 TO WS-DATA-AUX(5:2)
              WHEN '04' WHEN '05' WHEN '06'
                 MOVE '04'                 TO WS-DATA-AUX(5:2)
              WHEN '07' WHEN '08' WHEN '09'
                 MOVE '07'                 TO WS-DATA-AUX(5:2)
              WHEN OTHER
                 MOVE '10'                 TO WS-DATA-AUX(5:2)
           END-EVALUATE
           MOVE '01'                       TO WS-DATA-AUX(7:2)

           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
           MOVE WS-DATA-AUX(1:4)           TO WS-TF-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-TF-MES
           MOVE WS-DATA-AUX(7:2)           TO WS-TF-DIA

           MOVE WS-DATA-AUX(1:4)           TO WS-TI-ANO
           MOVE WS-DATA-AUX(1:4)           TO WS-TMP-ANO
           EVALUATE WS-DATA-AUX(5:2)
              WHEN '01' WHEN '02' WHEN '03'
                 MOVE '01'                 TO WS-TI-MES
                 MOVE '1'                  TO WS-TMP-TRI
              WHEN '04' WHEN '05' WHEN '06'
                 MOVE '04'                 TO WS-TI-MES
                 MOVE '2'                  TO WS-TMP-TRI
              WHEN '07' WHEN '08' WHEN '09'
                 MOVE '07'                 TO WS-TI-MES
                 MOVE '3'                  TO WS-TMP-TRI
              WHEN OTHER
                 MOVE '10'                 TO WS-TI-MES
                 MOVE '4'                  TO WS-TMP-TRI
           END-EVALUATE
           MOVE '01'                       TO WS-TI-DIA

      * INICIO DA TEMPORADA ANTERIOR: A VESPERA DO INICIO DESTA CAI
      * NO ULTIMO MES DELA, E O TRIMESTRE DESSE MES DA O PRIMEIRO DIA.
           MOVE WS-TI-ANO                  TO WS-DATA-AUX(1:4)
           MOVE WS-TI-MES                  TO WS-DATA-AUX(5:2)
           MOVE '01'                       TO WS-DATA-AUX(7:2)
           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
           MOVE WS-DATA-AUX(1:4)           TO WS-CT-ANO
           EVALUATE WS-DATA-AUX(5:2)
              WHEN '01' WHEN '02' WHEN '03'
                 MOVE '01'                 TO WS-CT-MES
              WHEN '04' WHEN '05' WHEN '06'
                 MOVE '04'                 TO WS-CT-MES
              WHEN '07' WHEN '08' WHEN '09'
                 MOVE '07'                 TO WS-CT-MES
              WHEN OTHER
                 MOVE '10'                 TO WS-CT-MES
           END-EVALUATE
           MOVE '01'                       TO WS-CT-DIA

           DISPLAY 'TEMPORADA PREMIADA: ' WS-TEMPORADA
                   ' (' WS-SQL-TEMP-INI ' A ' WS-SQL-TEMP-FIM ')'
           .

      *----------------------------------------------------------------*
      * 1. TEMPORADA: AS POSICOES CONGELADAS PELO P3O99RE, PULANDO O
      *    JOGADOR DESLIGADO, O JOGO ANULADO E A SEGUNDA APARICAO DO
      *    MESMO JOGADOR - OS DEMAIS SOBEM DE POSICAO.
      *----------------------------------------------------------------*
       2000-PREMIOS-TEMPORADA.
           MOVE 'TP'                       TO DCLPR-TIPO
           MOVE WS-TEMPORADA               TO DCLPR-PERIODO
           PERFORM 8000-JA-GERADO
           IF WS-JA-GERADO-COMP > 0
               DISPLAY 'TEMPORADA ' WS-TEMPORADA
                       ' JA PREMIADA - NADA A FAZER'
           ELSE
               PERFORM 2050-GERA-TEMPORADA
           END-IF
           .

       2050-GERA-TEMPORADA.
           MOVE 'N'                        TO WS-ERRO-BLOCO
           MOVE 'N'                        TO WS-FIM-CURSOR
           MOVE 0                          TO WS-POSICAO

           EXEC SQL
              OPEN CUR-TEMPORADA
           END-EXEC

           PERFORM 2100-AVALIA-1-POSICAO THRU
                   2100-AVALIA-1-POSICAO-EXIT
               UNTIL WS-ACABOU-CURSOR
                  OR WS-POSICAO NOT < WS-QTD-POSICOES

           EXEC SQL
              CLOSE CUR-TEMPORADA
           END-EXEC

           IF WS-POSICAO EQUAL 0 AND NOT WS-BLOCO-COM-ERRO
               DISPLAY 'NENHUMA POSICAO PREMIAVEL NA TEMPORADA '
                       WS-TEMPORADA
           END-IF

           PERFORM 8900-FECHA-BLOCO
           .

       2100-AVALIA-1-POSICAO.
           EXEC SQL
              FETCH CUR-TEMPORADA
                INTO :DCLTH-POSICAO, :DCLTH-USERID,
                     :DCLTH-PONTUACAO, :DCLTH-TENTATIVAS,
                     :DCLTH-DATA-JOGO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2100-AVALIA-1-POSICAO-EXIT
           END-IF

           IF DCLTH-USERID EQUAL WS-USERID-ANONIMO
               GO TO 2100-AVALIA-1-POSICAO-EXIT
           END-IF

      * O MESMO JOGADOR NUMA POSICAO MAIS ABAIXO: JA FOI PREMIADO
      * PELA MELHOR POSICAO DELE NESTA PASSADA. SE A MELHOR ERA UM
      * JOGO ANULADO, A SEGUINTE AINDA VALE.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONT-COMP
                FROM PREMIO
               WHERE TIPO = 'TP'
                 AND PERIODO = :WS-TEMPORADA
                 AND USERID = :DCLTH-USERID
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-CONT-COMP > 0
               GO TO 2100-AVALIA-1-POSICAO-EXIT
           END-IF

           MOVE DCLTH-USERID               TO WS-USERID-PREMIADO
           PERFORM 8200-VERIFICA-DESLIGADO
           IF WS-JOGADOR-DESLIGADO
               MOVE 'JOGADOR DESLIGADO'    TO WS-MOTIVO-FORA
               PERFORM 8800-MOSTRA-FORA
               GO TO 2100-AVALIA-1-POSICAO-EXIT
           END-IF

           PERFORM 8300-VERIFICA-JOGO-TEMPORADA
           IF WS-JOGO-ANULADO
               MOVE 'JOGO ANULADO'         TO WS-MOTIVO-FORA
               PERFORM 8800-MOSTRA-FORA
               GO TO 2100-AVALIA-1-POSICAO-EXIT
           END-IF

           ADD 1                           TO WS-POSICAO

           MOVE DCLTH-PONTUACAO            TO WS-PONTOS-ED
           MOVE SPACES                     TO DCLPR-REFERENCIA
           STRING 'TEMPORADA ' DELIMITED SIZE
                  WS-TEMPORADA DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-PONTOS-ED DELIMITED SIZE
                  ' PONTOS' DELIMITED SIZE
                  INTO DCLPR-REFERENCIA

           MOVE 'TP'                       TO DCLPR-TIPO
           MOVE WS-TEMPORADA               TO DCLPR-PERIODO
           MOVE WS-POSICAO                 TO DCLPR-POSICAO
           MOVE DCLTH-USERID               TO DCLPR-USERID
           MOVE 0                          TO DCLPR-TORNEIO-ID
           MOVE 'P'                        TO DCLPR-SITUACAO
           MOVE SPACES                     TO DCLPR-OBSERVACAO
           PERFORM 8100-GRAVA-PREMIO THRU 8100-GRAVA-PREMIO-EXIT

           IF WS-BLOCO-COM-ERRO
               MOVE 'S'                    TO WS-FIM-CURSOR
           ELSE
               ADD 1                       TO WS-TOT-TEMPORADA
           END-IF
           .
       2100-AVALIA-1-POSICAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2. TORNEIOS: CAMPEAO (TC) E VICE (TV) DE CADA TORNEIO
      *    ENCERRADO SEM PREMIO. CADA TORNEIO E UM BLOCO.
      *----------------------------------------------------------------*
       3000-PREMIOS-TORNEIO.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-TORNEIOS
           END-EXEC

           PERFORM 3100-PREMIA-1-TORNEIO THRU
                   3100-PREMIA-1-TORNEIO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-TORNEIOS
           END-EXEC
           .

       3100-PREMIA-1-TORNEIO.
           EXEC SQL
              FETCH CUR-TORNEIOS
                INTO :DCLTO-ID, :DCLTO-NOME, :DCLTO-CAMPEAO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3100-PREMIA-1-TORNEIO-EXIT
           END-IF

           MOVE 'N'                        TO WS-ERRO-BLOCO
           MOVE DCLTO-ID                   TO WS-TORNEIO-ID-COMP

      * O VICE E O OUTRO LADO DA FINAL (O CONFRONTO DA ULTIMA
      * RODADA).
           MOVE SPACES                     TO WS-USERID-VICE
           EXEC SQL
              SELECT USERID_1, USERID_2
                INTO :DCLTJ-USERID-1, :DCLTJ-USERID-2
                FROM TORNEIO_JOGO
               WHERE TORNEIO_ID = :WS-TORNEIO-ID-COMP
                 AND RODADA =
                     (SELECT MAX(RODADA)
                        FROM TORNEIO_JOGO
                       WHERE TORNEIO_ID = :WS-TORNEIO-ID-COMP)
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE EQUAL 0
               IF DCLTJ-USERID-1 EQUAL DCLTO-CAMPEAO
                   MOVE DCLTJ-USERID-2     TO WS-USERID-VICE
               ELSE
                   MOVE DCLTJ-USERID-1     TO WS-USERID-VICE
               END-IF
           END-IF

           MOVE 'TC'                       TO DCLPR-TIPO
           MOVE 1                          TO DCLPR-POSICAO
           MOVE DCLTO-CAMPEAO              TO WS-USERID-PREMIADO
           MOVE SPACES                     TO DCLPR-REFERENCIA
           STRING 'CAMPEAO ' DELIMITED SIZE
                  DCLTO-NOME DELIMITED SIZE
                  INTO DCLPR-REFERENCIA
           PERFORM 3200-PREMIA-1-LADO

           IF WS-USERID-VICE NOT EQUAL SPACES
              AND WS-USERID-VICE NOT EQUAL WS-USERID-ANONIMO
              AND NOT WS-BLOCO-COM-ERRO
               MOVE 'TV'                   TO DCLPR-TIPO
               MOVE 2                      TO DCLPR-POSICAO
               MOVE WS-USERID-VICE         TO WS-USERID-PREMIADO
               MOVE SPACES                 TO DCLPR-REFERENCIA
               STRING 'VICE ' DELIMITED SIZE
                      DCLTO-NOME DELIMITED SIZE
                      INTO DCLPR-REFERENCIA
               PERFORM 3200-PREMIA-1-LADO
           END-IF

           PERFORM 8900-FECHA-BLOCO
           .
       3100-PREMIA-1-TORNEIO-EXIT.
           EXIT.

      * O PREMIO DO TORNEIO NASCE PENDENTE, OU JA CANCELADO QUANDO O
      * JOGADOR FOI DESLIGADO OU TEVE UMA VITORIA DO TORNEIO ANULADA.
       3200-PREMIA-1-LADO.
           MOVE 'P'                        TO DCLPR-SITUACAO
           MOVE SPACES                     TO DCLPR-OBSERVACAO

           PERFORM 8200-VERIFICA-DESLIGADO
           IF WS-JOGADOR-DESLIGADO
               MOVE 'C'                    TO DCLPR-SITUACAO
               MOVE 'JOGADOR DESLIGADO'    TO DCLPR-OBSERVACAO
           ELSE
               PERFORM 8400-VERIFICA-DUELOS-TORNEIO
               IF WS-JOGO-ANULADO
                   MOVE 'C'                TO DCLPR-SITUACAO
                   MOVE 'VITORIA ANULADA NO TORNEIO'
                                           TO DCLPR-OBSERVACAO
               END-IF
           END-IF

           MOVE WS-TEMPORADA               TO DCLPR-PERIODO
           MOVE WS-USERID-PREMIADO         TO DCLPR-USERID
           MOVE WS-TORNEIO-ID-COMP         TO DCLPR-TORNEIO-ID
           PERFORM 8100-GRAVA-PREMIO THRU 8100-GRAVA-PREMIO-EXIT

           IF NOT WS-BLOCO-COM-ERRO
               IF DCLPR-SITUACAO EQUAL 'C'
                   ADD 1                   TO WS-TOT-CANCELADOS
                   MOVE DCLPR-OBSERVACAO   TO WS-MOTIVO-FORA
                   PERFORM 8800-MOSTRA-FORA
               ELSE
                   ADD 1                   TO WS-TOT-TORNEIO
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * 3. DESAFIO DO DIA: O LIDER DE CADA UM DOS TRES MESES DA
      *    TEMPORADA. CADA MES E UM BLOCO.
      *----------------------------------------------------------------*
       4000-PREMIOS-DESAFIO-MES.
           PERFORM 4100-LIDER-DO-MES THRU 4100-LIDER-DO-MES-EXIT
               VARYING WS-IND-MES FROM 0 BY 1
                 UNTIL WS-IND-MES > 2
           .

       4100-LIDER-DO-MES.
           MOVE WS-TI-MES                  TO WS-MES-NUM
           ADD WS-IND-MES                  TO WS-MES-NUM
           MOVE WS-TI-ANO                  TO WS-PM-ANO
           MOVE WS-MES-NUM                 TO WS-PM-MES

           MOVE 'DM'                       TO DCLPR-TIPO
           MOVE WS-PERIODO-MES             TO DCLPR-PERIODO
           PERFORM 8000-JA-GERADO
           IF WS-JA-GERADO-COMP > 0
               DISPLAY 'DESAFIO DE ' WS-PERIODO-MES
                       ' JA PREMIADO - NADA A FAZER'
               GO TO 4100-LIDER-DO-MES-EXIT
           END-IF

      * LIMITES DO MES: DO DIA 1 ATE A VESPERA DO DIA 1 DO MES
      * SEGUINTE.
           MOVE WS-TI-ANO                  TO WS-MI-ANO
           MOVE WS-MES-NUM                 TO WS-MI-MES
           MOVE '01'                       TO WS-MI-DIA

           MOVE WS-TI-ANO                  TO WS-ANO-SEG
           IF WS-MES-NUM EQUAL 12
               ADD 1                       TO WS-ANO-SEG
               MOVE 1                      TO WS-MES-SEG
           ELSE
               COMPUTE WS-MES-SEG = WS-MES-NUM + 1
           END-IF
           MOVE WS-ANO-SEG                 TO WS-DATA-AUX(1:4)
           MOVE WS-MES-SEG                 TO WS-DATA-AUX(5:2)
           MOVE '01'                       TO WS-DATA-AUX(7:2)
           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1)
           MOVE WS-DATA-AUX(1:4)           TO WS-MF-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-MF-MES
           MOVE WS-DATA-AUX(7:2)           TO WS-MF-DIA

           MOVE 'N'                        TO WS-ERRO-BLOCO

           EXEC SQL
              SELECT DJ.USERID, COUNT(*), SUM(DJ.PONTUACAO)
                INTO :DCLDJ-USERID, :WS-VITORIAS-COMP,
                     :WS-PONTOS-COMP
                FROM DESAFIO_JOGO DJ
               WHERE DJ.DATA_REF >= :WS-SQL-MES-INI
                 AND DJ.DATA_REF <= :WS-SQL-MES-FIM
                 AND DJ.RESULTADO = 'S'
                 AND NOT EXISTS
                     (SELECT 1
                        FROM JOGADOR J
                       WHERE J.USERID = DJ.USERID
                         AND J.SITUACAO = 'D')
               GROUP BY DJ.USERID
               ORDER BY 2 DESC, 3 DESC, 1
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 DISPLAY 'NENHUMA VITORIA NO DESAFIO EM '
                         WS-PERIODO-MES
                 GO TO 4100-LIDER-DO-MES-EXIT
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE AO APURAR O DESAFIO DE '
                         WS-PERIODO-MES ': ' SQLCODE
                 MOVE 8                    TO RETURN-CODE
                 GO TO 4100-LIDER-DO-MES-EXIT
           END-EVALUATE

           MOVE WS-VITORIAS-COMP           TO WS-VITORIAS-ED
           MOVE SPACES                     TO DCLPR-REFERENCIA
           STRING 'DESAFIO ' DELIMITED SIZE
                  WS-PERIODO-MES DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-VITORIAS-ED DELIMITED SIZE
                  ' VITORIAS' DELIMITED SIZE
                  INTO DCLPR-REFERENCIA

           MOVE 'DM'                       TO DCLPR-TIPO
           MOVE WS-PERIODO-MES             TO DCLPR-PERIODO
           MOVE 1                          TO DCLPR-POSICAO
           MOVE DCLDJ-USERID               TO DCLPR-USERID
           MOVE 0                          TO DCLPR-TORNEIO-ID
           MOVE 'P'                        TO DCLPR-SITUACAO
           MOVE SPACES                     TO DCLPR-OBSERVACAO
           PERFORM 8100-GRAVA-PREMIO THRU 8100-GRAVA-PREMIO-EXIT

           IF NOT WS-BLOCO-COM-ERRO
               ADD 1                       TO WS-TOT-DESAFIO
           END-IF

           PERFORM 8900-FECHA-BLOCO
           .
       4100-LIDER-DO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4. MAIOR SERIE DO TRIMESTRE NO DESAFIO: DUAS PASSADAS PELO
      *    MESMO CURSOR - A PRIMEIRA ACHA A MAIOR SERIE, A SEGUNDA
      *    PREMIA TODOS QUE CHEGARAM NELA.
      *----------------------------------------------------------------*
       5000-PREMIO-SERIE.
           MOVE 'SR'                       TO DCLPR-TIPO
           MOVE WS-TEMPORADA               TO DCLPR-PERIODO
           PERFORM 8000-JA-GERADO
           IF WS-JA-GERADO-COMP > 0
               DISPLAY 'SERIE DA TEMPORADA ' WS-TEMPORADA
                       ' JA PREMIADA - NADA A FAZER'
           ELSE
               PERFORM 5050-GERA-SERIE
           END-IF
           .

       5050-GERA-SERIE.
           MOVE 'N'                        TO WS-ERRO-BLOCO
           MOVE 'C'                        TO WS-PASSADA
           PERFORM 5100-PASSADA-SERIE

           IF WS-SERIE-MAX < WS-SERIE-MINIMA
               DISPLAY 'NENHUMA SERIE DE ' WS-SERIE-MINIMA
                       ' DIAS OU MAIS NA TEMPORADA'
           ELSE
               DISPLAY 'MAIOR SERIE DA TEMPORADA (DIAS): '
                       WS-SERIE-MAX
               MOVE 'G'                    TO WS-PASSADA
               PERFORM 5100-PASSADA-SERIE
               PERFORM 8900-FECHA-BLOCO
           END-IF
           .

       5100-PASSADA-SERIE.
           MOVE 'N'                        TO WS-FIM-CURSOR
           MOVE SPACES                     TO WS-SERIE-USERID
           MOVE 0                          TO WS-SERIE-ATUAL
           MOVE 0                          TO WS-SERIE-USER-MAX
           MOVE 0                          TO WS-DIA-ANT-INT

           EXEC SQL
              OPEN CUR-SERIE
           END-EXEC

           PERFORM 5200-CONTA-1-VITORIA THRU
                   5200-CONTA-1-VITORIA-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-SERIE
           END-EXEC

      * O ULTIMO JOGADOR DO CURSOR FECHA AQUI.
           IF WS-SERIE-USERID NOT EQUAL SPACES
               PERFORM 5300-FECHA-JOGADOR THRU
                       5300-FECHA-JOGADOR-EXIT
           END-IF
           .

       5200-CONTA-1-VITORIA.
           EXEC SQL
              FETCH CUR-SERIE
                INTO :DCLDJ-USERID, :DCLDJ-DATA-REF
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 5200-CONTA-1-VITORIA-EXIT
           END-IF

           IF DCLDJ-USERID NOT EQUAL WS-SERIE-USERID
               IF WS-SERIE-USERID NOT EQUAL SPACES
                   PERFORM 5300-FECHA-JOGADOR THRU
                           5300-FECHA-JOGADOR-EXIT
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
               PERFORM 5210-CONFERE-LACUNA THRU 5210-CONFERE-LACUNA-EXIT
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

           IF WS-SERIE-ATUAL > WS-SERIE-USER-MAX
               MOVE WS-SERIE-ATUAL         TO WS-SERIE-USER-MAX
           END-IF
           .
       5200-CONTA-1-VITORIA-EXIT.
           EXIT.

       5210-CONFERE-LACUNA.
           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(WS-LACUNA-INT)
           MOVE WS-DATA-AUX(1:4)           TO WS-CAL-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-CAL-MES
           MOVE WS-DATA-AUX(7:2)           TO WS-CAL-DIA
           PERFORM 9600-VERIFICA-DIA-UTIL
           ADD 1                           TO WS-LACUNA-INT
           .
       5210-CONFERE-LACUNA-EXIT.
           EXIT.

      * FIM DAS VITORIAS DE UM JOGADOR: NA PRIMEIRA PASSADA ATUALIZA A
      * MAIOR SERIE; NA SEGUNDA, PREMIA QUEM CHEGOU NELA.
       5300-FECHA-JOGADOR.
           IF NOT WS-PASSADA-GRAVA
               IF WS-SERIE-USER-MAX > WS-SERIE-MAX
                   MOVE WS-SERIE-USER-MAX  TO WS-SERIE-MAX
               END-IF
               GO TO 5300-FECHA-JOGADOR-EXIT
           END-IF

           IF WS-SERIE-USER-MAX NOT EQUAL WS-SERIE-MAX
              OR WS-BLOCO-COM-ERRO
               GO TO 5300-FECHA-JOGADOR-EXIT
           END-IF

           MOVE WS-SERIE-MAX               TO WS-SERIE-ED
           MOVE SPACES                     TO DCLPR-REFERENCIA
           STRING 'SERIE DE ' DELIMITED SIZE
                  WS-SERIE-ED DELIMITED SIZE
                  ' DIAS NO DESAFIO' DELIMITED SIZE
                  INTO DCLPR-REFERENCIA

           MOVE 'SR'                       TO DCLPR-TIPO
           MOVE WS-TEMPORADA               TO DCLPR-PERIODO
           MOVE 1                          TO DCLPR-POSICAO
           MOVE WS-SERIE-USERID            TO DCLPR-USERID
           MOVE 0                          TO DCLPR-TORNEIO-ID
           MOVE 'P'                        TO DCLPR-SITUACAO
           MOVE SPACES                     TO DCLPR-OBSERVACAO
           PERFORM 8100-GRAVA-PREMIO THRU 8100-GRAVA-PREMIO-EXIT

           IF NOT WS-BLOCO-COM-ERRO
               ADD 1                       TO WS-TOT-SERIE
           END-IF
           .
       5300-FECHA-JOGADOR-EXIT.
           EXIT.

      * QUANTOS PREMIOS DO TIPO/PERIODO EM DCLPR-TIPO/DCLPR-PERIODO
      * JA EXISTEM (EM QUALQUER SITUACAO) - E A TRAVA DE REEXECUCAO.
       8000-JA-GERADO.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-JA-GERADO-COMP
                FROM PREMIO
               WHERE TIPO = :DCLPR-TIPO
                 AND PERIODO = :DCLPR-PERIODO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-JA-GERADO-COMP
           END-IF
           .

      * GRAVA O PREMIO MONTADO EM DCL-PREMIO. UM ERRO MARCA O BLOCO,
      * QUE E DESFEITO EM 8900-FECHA-BLOCO.
       8100-GRAVA-PREMIO.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-PREM-ID-COMP
                FROM PREMIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO NUMERAR O PREMIO: '
                       SQLCODE
               MOVE 'S'                    TO WS-ERRO-BLOCO
               GO TO 8100-GRAVA-PREMIO-EXIT
           END-IF

           MOVE WS-PROX-PREM-ID-COMP       TO DCLPR-ID
           MOVE WS-SQL-DATA-HOJE           TO DCLPR-DATA-GERACAO
           MOVE WS-SQL-DATA-HOJE           TO DCLPR-DATA-SITUACAO
           MOVE SPACES                     TO DCLPR-USERID-OPER
           MOVE 0                          TO DCLPR-LOTE-ENVIO
           MOVE '0001-01-01'               TO DCLPR-DATA-ENVIO

           EXEC SQL
              INSERT INTO PREMIO
                 (ID, TIPO, PERIODO, POSICAO, USERID, TORNEIO_ID,
                  REFERENCIA, SITUACAO, OBSERVACAO, DATA_GERACAO,
                  DATA_SITUACAO, USERID_OPER, LOTE_ENVIO, DATA_ENVIO)
              VALUES
                 (:DCLPR-ID, :DCLPR-TIPO, :DCLPR-PERIODO,
                  :DCLPR-POSICAO, :DCLPR-USERID, :DCLPR-TORNEIO-ID,
                  :DCLPR-REFERENCIA, :DCLPR-SITUACAO,
                  :DCLPR-OBSERVACAO, :DCLPR-DATA-GERACAO,
                  :DCLPR-DATA-SITUACAO, :DCLPR-USERID-OPER,
                  :DCLPR-LOTE-ENVIO, :DCLPR-DATA-ENVIO)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO GRAVAR O PREMIO '
                       DCLPR-TIPO ' DE ' DCLPR-USERID ': ' SQLCODE
               MOVE 'S'                    TO WS-ERRO-BLOCO
               GO TO 8100-GRAVA-PREMIO-EXIT
           END-IF

           ADD 1                           TO WS-TOT-PREMIOS
           DISPLAY 'PREMIO ' DCLPR-TIPO ' ' DCLPR-PERIODO ' '
                   DCLPR-USERID ' ' DCLPR-REFERENCIA
                   ' (' DCLPR-SITUACAO ')'
           .
       8100-GRAVA-PREMIO-EXIT.
           EXIT.

       8200-VERIFICA-DESLIGADO.
           MOVE 'N'                        TO WS-DESLIGADO-SW

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONT-COMP
                FROM JOGADOR
               WHERE USERID = :WS-USERID-PREMIADO
                 AND SITUACAO = 'D'
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-CONT-COMP > 0
               MOVE 'S'                    TO WS-DESLIGADO-SW
           END-IF
           .

      * TEMPORADA_HIST NAO GUARDA O ID DE HISTJOGO: O JOGO CONGELADO
      * E ACHADO PELO JOGADOR, DIA, PONTUACAO E TENTATIVAS DA VITORIA.
       8300-VERIFICA-JOGO-TEMPORADA.
           MOVE 'N'                        TO WS-ANULADO-SW

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONT-COMP
                FROM HISTJOGO
               WHERE USERID = :DCLTH-USERID
                 AND DATA_JOGO = :DCLTH-DATA-JOGO
                 AND PONTUACAO = :DCLTH-PONTUACAO
                 AND TENTATIVAS = :DCLTH-TENTATIVAS
                 AND RESULTADO = 'S'
                 AND ANULADO = 'S'
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-CONT-COMP > 0
               MOVE 'S'                    TO WS-ANULADO-SW
           END-IF
           .

      * VITORIA DO JOGADOR EM ALGUM CONFRONTO DO TORNEIO QUE FOI
      * ANULADA: O DUELO DO CONFRONTO (JOGO_DUELO) GRAVOU EM HISTJOGO,
      * SEM SENHA, A VITORIA COM A PONTUACAO E AS TENTATIVAS DO LADO
      * VENCEDOR, NO DIA DO DUELO OU DEPOIS. CONFRONTO POR W.O. NAO
      * TEM DUELO E NAO ENTRA.
       8400-VERIFICA-DUELOS-TORNEIO.
           MOVE 'N'                        TO WS-ANULADO-SW

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONT-COMP
                FROM TORNEIO_JOGO TJ, JOGO_DUELO D, HISTJOGO H
               WHERE TJ.TORNEIO_ID = :WS-TORNEIO-ID-COMP
                 AND TJ.VENCEDOR = :WS-USERID-PREMIADO
                 AND TJ.DUELO_ID > 0
                 AND D.ID = TJ.DUELO_ID
                 AND H.USERID = TJ.VENCEDOR
                 AND H.SENHA_ID = 0
                 AND H.RESULTADO = 'S'
                 AND H.ANULADO = 'S'
                 AND H.DATA_JOGO >= D.DATA_JOGO
                 AND H.PONTUACAO =
                     CASE WHEN D.USERID_1 = TJ.VENCEDOR
                          THEN D.PONTUACAO_1
                          ELSE D.PONTUACAO_2 END
                 AND H.TENTATIVAS =
                     CASE WHEN D.USERID_1 = TJ.VENCEDOR
                          THEN D.TENTATIVAS_1
                          ELSE D.TENTATIVAS_2 END
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-CONT-COMP > 0
               MOVE 'S'                    TO WS-ANULADO-SW
           END-IF
           .

      * MONTA A DATA DE HOJE NO FORMATO ISO DOS HOST-VARS DATE DO DB2.
       8500-MONTA-DATA-HORA.
           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME

           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA
           .

       8800-MOSTRA-FORA.
           ADD 1                           TO WS-TOT-FORA
           DISPLAY 'SEM PREMIO: ' WS-USERID-PREMIADO ' - '
                   WS-MOTIVO-FORA
           .

      * FIM DE UM BLOCO: COMMITA O QUE FOI GERADO OU, SE HOUVE ERRO,
      * DESFAZ O BLOCO INTEIRO PARA A REEXECUCAO GERAR DE NOVO.
       8900-FECHA-BLOCO.
           IF WS-BLOCO-COM-ERRO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 8                      TO RETURN-CODE
               DISPLAY '*** BLOCO DESFEITO - REEXECUTAR O JOB'
           ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF
           .

       9000-ENCERRA.
           MOVE WS-TOT-PREMIOS        TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'P3O99RX - TOTAIS DA EXECUCAO'
           DISPLAY '   POSICOES DA TEMPORADA PREMIADAS.......: '
                   WS-TOT-TEMPORADA
           DISPLAY '   CAMPEOES E VICES DE TORNEIO...........: '
                   WS-TOT-TORNEIO
           DISPLAY '   LIDERES DO DESAFIO NO MES.............: '
                   WS-TOT-DESAFIO
           DISPLAY '   MAIOR SERIE NO DESAFIO................: '
                   WS-TOT-SERIE
           DISPLAY '   PREMIOS DE TORNEIO JA CANCELADOS......: '
                   WS-TOT-CANCELADOS
           DISPLAY '   INELEGIVEIS (DESLIGADO/ANULADO).......: '
                   WS-TOT-FORA
           DISPLAY 'P3O99RX - GERACAO DE PREMIOS CONCLUIDA'
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

           MOVE 'P3O99RX'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RX'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RX - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99RX'               TO DCLJE-PROGRAMA
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
