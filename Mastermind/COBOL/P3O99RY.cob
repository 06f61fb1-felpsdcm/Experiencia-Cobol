      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99RY.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * ENVIO DOS PREMIOS APROVADOS AO SISTEMA DE RECOMPENSAS DO RH:
      * GRAVA O ARQUIVO DE LARGURA FIXA (DD PREMIOS, 120 BYTES) COM
      * OS PREMIOS QUE O OPERADOR APROVOU NA Y1D6 (PREMIO, VEJA
      * DCLPREM), CADA UM UMA UNICA VEZ:
      *    1. ANTES DE TUDO, CANCELA ('C') O PREMIO PENDENTE OU
      *       APROVADO QUE DEIXOU DE VALER DEPOIS DA GERACAO: JOGADOR
      *       DESLIGADO, OU JOGO ANULADO NA Y1C8 QUE SUSTENTAVA O
      *       PREMIO DA TEMPORADA OU A VITORIA NO TORNEIO;
      *    2. SEPARA OS APROVADOS NUM LOTE NOVO (LOTE_ENVIO) E
      *       COMMITA - DAI EM DIANTE A Y1D6 NAO MEXE MAIS NELES;
      *    3. GRAVA O ARQUIVO: HEADER 'H' COM O LOTE, UM DETALHE 'D'
      *       POR PREMIO COM USERID, NOME E DEPARTAMENTO DE JOGADOR,
      *       TIPO, PERIODO, POSICAO E REFERENCIA, E O TRAILER 'T' COM
      *       A QUANTIDADE DE DETALHES E A SOMA DOS IDS DE PREMIO
      *       (TOTAL DE CONTROLE CONFERIDO PELO RH);
      *    4. MARCA OS PREMIOS DO LOTE COMO ENVIADOS ('E').
      * SE A EXECUCAO ANTERIOR CAIU ENTRE O PASSO 2 E O 4, O LOTE
      * DELA AINDA TEM PREMIOS 'A': ESTA EXECUCAO REGRAVA O MESMO
      * LOTE, COM O MESMO NUMERO, E SO ELE - OS APROVADOS NOVOS VAO
      * NO ENVIO SEGUINTE. COMO O RH RECUSA NUMERO DE LOTE JA
      * RECEBIDO, UM PREMIO NUNCA E PAGO DUAS VEZES.
      * NADA APROVADO: O ARQUIVO SAI VAZIO E NENHUM LOTE E USADO.
      * RETURN-CODE 8 = ERRO DE SQL (O ARQUIVO NAO TEM TRAILER E O
      * LOTE NAO FOI MARCADO ENVIADO - REEXECUTAR O JOB). ERRO NO
      * CANCELAMENTO DO PASSO 1 DESFAZ OS CANCELAMENTOS E ENCERRA
      * ANTES DE SEPARAR O LOTE.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PREMIOS                  ASSIGN TO PREMIOS
                                            ORGANIZATION IS SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  PREMIOS
           RECORDING MODE IS F.
       01  WS-REG-PREMIOS                  PIC X(120).

       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
           88 WS-ACABOU-CURSOR                 VALUE 'S'.
       77  WS-ERRO-ENVIO                   PIC X(01) VALUE 'N'.
           88 WS-ENVIO-COM-ERRO                VALUE 'S'.
       77  WS-LOTE-COMP                    PIC S9(09) COMP VALUE 0.
       77  WS-CONT-COMP                    PIC S9(09) COMP.

      * TOTAIS DA EXECUCAO, IMPRESSOS EM 9000-ENCERRA.
       77  WS-TOT-DESLIGADOS               PIC 9(05) VALUE 0.
       77  WS-TOT-ANULADOS-TEMP            PIC 9(05) VALUE 0.
       77  WS-TOT-ANULADOS-TORN            PIC 9(05) VALUE 0.
       77  WS-TOT-DETALHES                 PIC 9(09) VALUE 0.
       77  WS-TOT-SOMA-IDS                 PIC 9(15) VALUE 0.
       77  WS-TOT-ENVIADOS                 PIC 9(09) VALUE 0.

      * DATA DE HOJE NO FORMATO ISO DOS HOST-VARS DATE DO DB2.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-HORA-REG                     PIC 9(08).
       01  WS-SQL-DATA-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).

      *----------------------------------------------------------------*
      * REGISTROS DO ARQUIVO DO RH (LRECL 120). O PRIMEIRO BYTE DIZ O
      * TIPO DO REGISTRO: H = HEADER, D = DETALHE, T = TRAILER.
      *----------------------------------------------------------------*
       01  WS-REG-HEADER.
           05 WS-RH-TIPO-REG               PIC X(01) VALUE 'H'.
           05 WS-RH-LOTE                   PIC 9(09) VALUE 0.
           05 WS-RH-DATA                   PIC X(10).
           05 WS-RH-ORIGEM                 PIC X(20)
              VALUE 'MASTERMIND Y1B0'.
           05 FILLER                       PIC X(80) VALUE SPACES.

       01  WS-REG-DETALHE.
           05 WS-RD-TIPO-REG               PIC X(01) VALUE 'D'.
           05 WS-RD-PREMIO-ID              PIC 9(09).
           05 WS-RD-USERID                 PIC X(08).
           05 WS-RD-NOME                   PIC X(30).
           05 WS-RD-DEPARTAMENTO           PIC X(20).
           05 WS-RD-TIPO                   PIC X(02).
           05 WS-RD-PERIODO                PIC X(07).
           05 WS-RD-POSICAO                PIC 9(03).
           05 WS-RD-REFERENCIA             PIC X(30).
           05 FILLER                       PIC X(10) VALUE SPACES.

       01  WS-REG-TRAILER.
           05 WS-RT-TIPO-REG               PIC X(01) VALUE 'T'.
           05 WS-RT-LOTE                   PIC 9(09).
           05 WS-RT-QTD-DETALHES           PIC 9(09).
           05 WS-RT-SOMA-IDS               PIC 9(15).
           05 FILLER                       PIC X(86) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLPREM
           END-EXEC.

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

      * OS PREMIOS DO LOTE, COM NOME E DEPARTAMENTO ATUAIS DO JOGADOR
      * (EM BRANCO SE O JOGADOR NAO ESTA MAIS EM JOGADOR).
           EXEC SQL
              DECLARE CUR-LOTE CURSOR FOR
                 SELECT P.ID, P.USERID, P.TIPO, P.PERIODO,
                        P.POSICAO, P.REFERENCIA,
                        COALESCE(J.NOME, ' '),
                        COALESCE(J.DEPARTAMENTO, ' ')
                   FROM PREMIO P
                   LEFT JOIN JOGADOR J
                     ON J.USERID = P.USERID
                  WHERE P.LOTE_ENVIO = :WS-LOTE-COMP
                    AND P.SITUACAO = 'A'
                  ORDER BY P.ID
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CANCELA-INELEGIVEIS
           IF RETURN-CODE > 4
               CLOSE PREMIOS
               PERFORM 9000-ENCERRA
           END-IF
           PERFORM 3000-SEPARA-LOTE
           IF WS-LOTE-COMP > 0
               PERFORM 4000-GRAVA-ARQUIVO
               IF NOT WS-ENVIO-COM-ERRO
                   PERFORM 5000-MARCA-ENVIADOS
               END-IF
           END-IF
           CLOSE PREMIOS
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RY - ENVIO DE PREMIOS AO RH INICIADO'

           PERFORM 8500-MONTA-DATA-HORA

           OPEN OUTPUT PREMIOS
           .

      *----------------------------------------------------------------*
      * 1. O QUE DEIXOU DE VALER DESDE A GERACAO NO P3O99RX NAO PODE
      *    SEGUIR PARA O RH, NEM APROVADO: PENDENTE OU APROVADO AINDA
      *    FORA DE LOTE VAI PARA 'C' COM O MOTIVO NA OBSERVACAO.
      *----------------------------------------------------------------*
       2000-CANCELA-INELEGIVEIS.
           EXEC SQL
              UPDATE PREMIO P
                 SET SITUACAO = 'C',
                     OBSERVACAO = 'JOGADOR DESLIGADO',
                     DATA_SITUACAO = :WS-SQL-DATA-HOJE
               WHERE P.SITUACAO IN ('P', 'A')
                 AND P.LOTE_ENVIO = 0
                 AND EXISTS
                     (SELECT 1
                        FROM JOGADOR J
                       WHERE J.USERID = P.USERID
                         AND J.SITUACAO = 'D')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)           TO WS-TOT-DESLIGADOS
              WHEN +100
                 MOVE 0                    TO WS-TOT-DESLIGADOS
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE AO CANCELAR DESLIGADOS: '
                         SQLCODE
                 MOVE 8                    TO RETURN-CODE
           END-EVALUATE

      * PREMIO DA TEMPORADA: TEMPORADA_HIST NAO GUARDA O ID DE
      * HISTJOGO - O JOGO CONGELADO E ACHADO PELO JOGADOR, DIA,
      * PONTUACAO E TENTATIVAS, COMO NO P3O99RX. O PREMIO CAI SE NAO
      * SOBROU NENHUMA LINHA DO JOGADOR NA TEMPORADA SEM ANULACAO.
           EXEC SQL
              UPDATE PREMIO P
                 SET SITUACAO = 'C',
                     OBSERVACAO = 'JOGO DA TEMPORADA ANULADO',
                     DATA_SITUACAO = :WS-SQL-DATA-HOJE
               WHERE P.TIPO = 'TP'
                 AND P.SITUACAO IN ('P', 'A')
                 AND P.LOTE_ENVIO = 0
                 AND NOT EXISTS
                     (SELECT 1
                        FROM TEMPORADA_HIST TH
                       WHERE TH.TEMPORADA = P.PERIODO
                         AND TH.USERID = P.USERID
                         AND NOT EXISTS
                             (SELECT 1
                                FROM HISTJOGO H
                               WHERE H.USERID = TH.USERID
                                 AND H.DATA_JOGO = TH.DATA_JOGO
                                 AND H.PONTUACAO = TH.PONTUACAO
                                 AND H.TENTATIVAS = TH.TENTATIVAS
                                 AND H.RESULTADO = 'S'
                                 AND H.ANULADO = 'S'))
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)           TO WS-TOT-ANULADOS-TEMP
              WHEN +100
                 MOVE 0                    TO WS-TOT-ANULADOS-TEMP
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE AO CANCELAR ANULADOS DA '
                         'TEMPORADA: ' SQLCODE
                 MOVE 8                    TO RETURN-CODE
           END-EVALUATE

      * CAMPEAO E VICE: VITORIA ANULADA EM ALGUM CONFRONTO DO
      * TORNEIO, MESMA REGRA DO P3O99RX (8400-VERIFICA-DUELOS-TORNEIO).
           EXEC SQL
              UPDATE PREMIO P
                 SET SITUACAO = 'C',
                     OBSERVACAO = 'VITORIA ANULADA NO TORNEIO',
                     DATA_SITUACAO = :WS-SQL-DATA-HOJE
               WHERE P.TIPO IN ('TC', 'TV')
                 AND P.SITUACAO IN ('P', 'A')
                 AND P.LOTE_ENVIO = 0
                 AND EXISTS
                     (SELECT 1
                        FROM TORNEIO_JOGO TJ, JOGO_DUELO D, HISTJOGO H
                       WHERE TJ.TORNEIO_ID = P.TORNEIO_ID
                         AND TJ.VENCEDOR = P.USERID
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
                                  ELSE D.TENTATIVAS_2 END)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)           TO WS-TOT-ANULADOS-TORN
              WHEN +100
                 MOVE 0                    TO WS-TOT-ANULADOS-TORN
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE AO CANCELAR ANULADOS DE '
                         'TORNEIO: ' SQLCODE
                 MOVE 8                    TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE > 4
               EXEC SQL
                  ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      * 2. LOTE DO ENVIO: PRIMEIRO O LOTE QUE FICOU PELA METADE NUMA
      *    EXECUCAO ANTERIOR (AINDA COM PREMIOS 'A'); SE NAO HA, UM
      *    LOTE NOVO COM TODOS OS APROVADOS FORA DE LOTE.
      *----------------------------------------------------------------*
       3000-SEPARA-LOTE.
           EXEC SQL
              SELECT COALESCE(MAX(LOTE_ENVIO), 0)
                INTO :WS-LOTE-COMP
                FROM PREMIO
               WHERE SITUACAO = 'A'
                 AND LOTE_ENVIO > 0
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO PROCURAR LOTE PENDENTE: '
                       SQLCODE
               MOVE 8                      TO RETURN-CODE
               MOVE 0                      TO WS-LOTE-COMP
           ELSE
               IF WS-LOTE-COMP > 0
                   MOVE WS-LOTE-COMP       TO WS-RH-LOTE
                   DISPLAY 'LOTE ' WS-RH-LOTE ' FICOU PELA METADE - '
                           'REGRAVADO COM O MESMO NUMERO'
               ELSE
                   PERFORM 3100-NOVO-LOTE THRU 3100-NOVO-LOTE-EXIT
               END-IF
           END-IF
           .

       3100-NOVO-LOTE.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONT-COMP
                FROM PREMIO
               WHERE SITUACAO = 'A'
                 AND LOTE_ENVIO = 0
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO CONTAR OS APROVADOS: '
                       SQLCODE
               MOVE 8                      TO RETURN-CODE
               GO TO 3100-NOVO-LOTE-EXIT
           END-IF

           IF WS-CONT-COMP EQUAL 0
               DISPLAY 'NENHUM PREMIO APROVADO A ENVIAR'
               GO TO 3100-NOVO-LOTE-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(LOTE_ENVIO), 0) + 1
                INTO :WS-LOTE-COMP
                FROM PREMIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO NUMERAR O LOTE: ' SQLCODE
               MOVE 8                      TO RETURN-CODE
               MOVE 0                      TO WS-LOTE-COMP
               GO TO 3100-NOVO-LOTE-EXIT
           END-IF

           EXEC SQL
              UPDATE PREMIO
                 SET LOTE_ENVIO = :WS-LOTE-COMP
               WHERE SITUACAO = 'A'
                 AND LOTE_ENVIO = 0
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO SEPARAR O LOTE: ' SQLCODE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 8                      TO RETURN-CODE
               MOVE 0                      TO WS-LOTE-COMP
               GO TO 3100-NOVO-LOTE-EXIT
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           MOVE WS-LOTE-COMP               TO WS-RH-LOTE
           DISPLAY 'LOTE NOVO ' WS-RH-LOTE ' COM ' WS-CONT-COMP
                   ' PREMIO(S)'
           .
       3100-NOVO-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3. O ARQUIVO DO LOTE. UM ERRO NA LEITURA DEIXA O ARQUIVO SEM
      *    TRAILER (O RH RECUSA) E O LOTE SEM MARCA DE ENVIADO.
      *----------------------------------------------------------------*
       4000-GRAVA-ARQUIVO.
           MOVE WS-LOTE-COMP               TO WS-RH-LOTE
           MOVE WS-SQL-DATA-HOJE           TO WS-RH-DATA
           MOVE WS-REG-HEADER              TO WS-REG-PREMIOS
           WRITE WS-REG-PREMIOS

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-LOTE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO ABRIR O LOTE: ' SQLCODE
               MOVE 'S'                    TO WS-ERRO-ENVIO
               MOVE 8                      TO RETURN-CODE
           ELSE
               PERFORM 4100-GRAVA-1-PREMIO THRU
                       4100-GRAVA-1-PREMIO-EXIT
                   UNTIL WS-ACABOU-CURSOR
               EXEC SQL
                  CLOSE CUR-LOTE
               END-EXEC
           END-IF

           IF NOT WS-ENVIO-COM-ERRO
               MOVE WS-LOTE-COMP           TO WS-RT-LOTE
               MOVE WS-TOT-DETALHES        TO WS-RT-QTD-DETALHES
               MOVE WS-TOT-SOMA-IDS        TO WS-RT-SOMA-IDS
               MOVE WS-REG-TRAILER         TO WS-REG-PREMIOS
               WRITE WS-REG-PREMIOS
           END-IF
           .

       4100-GRAVA-1-PREMIO.
           EXEC SQL
              FETCH CUR-LOTE
                INTO :DCLPR-ID, :DCLPR-USERID, :DCLPR-TIPO,
                     :DCLPR-PERIODO, :DCLPR-POSICAO,
                     :DCLPR-REFERENCIA, :DCLJG-NOME,
                     :DCLJG-DEPARTAMENTO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
                 GO TO 4100-GRAVA-1-PREMIO-EXIT
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE AO LER O LOTE: ' SQLCODE
                 MOVE 'S'                  TO WS-ERRO-ENVIO
                 MOVE 'S'                  TO WS-FIM-CURSOR
                 MOVE 8                    TO RETURN-CODE
                 GO TO 4100-GRAVA-1-PREMIO-EXIT
           END-EVALUATE

           MOVE DCLPR-ID                   TO WS-RD-PREMIO-ID
           MOVE DCLPR-USERID               TO WS-RD-USERID
           MOVE DCLJG-NOME                 TO WS-RD-NOME
           MOVE DCLJG-DEPARTAMENTO         TO WS-RD-DEPARTAMENTO
           MOVE DCLPR-TIPO                 TO WS-RD-TIPO
           MOVE DCLPR-PERIODO              TO WS-RD-PERIODO
           MOVE DCLPR-POSICAO              TO WS-RD-POSICAO
           MOVE DCLPR-REFERENCIA           TO WS-RD-REFERENCIA
           MOVE WS-REG-DETALHE             TO WS-REG-PREMIOS
           WRITE WS-REG-PREMIOS

           ADD 1                           TO WS-TOT-DETALHES
           ADD DCLPR-ID                    TO WS-TOT-SOMA-IDS
           .
       4100-GRAVA-1-PREMIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4. O LOTE FOI GRAVADO INTEIRO: OS PREMIOS DELE NAO MUDAM MAIS.
      *----------------------------------------------------------------*
       5000-MARCA-ENVIADOS.
           EXEC SQL
              UPDATE PREMIO
                 SET SITUACAO = 'E',
                     DATA_SITUACAO = :WS-SQL-DATA-HOJE,
                     DATA_ENVIO = :WS-SQL-DATA-HOJE
               WHERE LOTE_ENVIO = :WS-LOTE-COMP
                 AND SITUACAO = 'A'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)           TO WS-TOT-ENVIADOS
                 EXEC SQL
                    COMMIT
                 END-EXEC
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE AO MARCAR O LOTE ENVIADO: '
                         SQLCODE
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE 8                    TO RETURN-CODE
           END-EVALUATE
           .

      * MONTA A DATA DE HOJE NO FORMATO ISO DOS HOST-VARS DATE DO DB2.
       8500-MONTA-DATA-HORA.
           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME

           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA
           .

       9000-ENCERRA.
           MOVE WS-TOT-ENVIADOS            TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'P3O99RY - TOTAIS DA EXECUCAO'
           DISPLAY '   CANCELADOS - JOGADOR DESLIGADO........: '
                   WS-TOT-DESLIGADOS
           DISPLAY '   CANCELADOS - JOGO DA TEMPORADA ANULADO: '
                   WS-TOT-ANULADOS-TEMP
           DISPLAY '   CANCELADOS - VITORIA ANULADA EM TORNEIO: '
                   WS-TOT-ANULADOS-TORN
           DISPLAY '   LOTE ENVIADO..........................: '
                   WS-RH-LOTE
           DISPLAY '   DETALHES GRAVADOS NO ARQUIVO..........: '
                   WS-TOT-DETALHES
           DISPLAY '   SOMA DOS IDS (TRAILER)................: '
                   WS-TOT-SOMA-IDS
           DISPLAY '   PREMIOS MARCADOS ENVIADOS.............: '
                   WS-TOT-ENVIADOS
           DISPLAY 'P3O99RY - ENVIO DE PREMIOS AO RH CONCLUIDO'
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

           MOVE 'P3O99RY'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RY'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RY - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99RY'               TO DCLJE-PROGRAMA
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
