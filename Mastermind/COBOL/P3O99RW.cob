      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99RW.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * RELATORIO SEMANAL DA LISTA DE DESLIGADOS (DESLIGAMENTO,
      * MANTIDA PELO JOB NOTURNO P3O99RV), PARA O RH ACOMPANHAR A
      * REMOCAO DOS DADOS PESSOAIS. TRES BLOCOS:
      *    1. PENDENTES - DENTRO DA CARENCIA ('P') OU JA VENCIDOS E
      *       AGUARDANDO O P3O99RL ('V'), COM OS DIAS DESDE QUE O
      *       DESLIGAMENTO FOI VISTO E O QUE O P3O99RV JA FECHOU;
      *    2. REMOVIDOS NOS ULTIMOS 7 DIAS ('E'), E O TOTAL DE
      *       REMOVIDOS DESDE O INICIO DA LISTA;
      *    3. BLOQUEADOS ('B'), COM O MOTIVO QUE O P3O99RL GRAVOU.
      * MESMO ESTILO DE IMPRESSAO DO RANKING DE EQUIPES P3O99RH
      * (ARQUIVO RELATOR DE 80 BYTES).
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
       77  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
           88 WS-ACABOU-CURSOR                 VALUE 'S'.
       77  WS-TOT-PENDENTES                PIC 9(05) VALUE 0.
       77  WS-TOT-REMOVIDOS                PIC 9(05) VALUE 0.
       77  WS-TOT-BLOQUEADOS               PIC 9(05) VALUE 0.
       77  WS-TOT-LINHAS                   PIC 9(05) VALUE 0.
       77  WS-TOT-GERAL-COMP               PIC S9(09) COMP VALUE 0.

      * HOJE E O INICIO DA SEMANA (HOJE MENOS 6), NO FORMATO ISO DOS
      * HOST-VARS DATE DO DB2, E A DATA DO DESLIGAMENTO EM AAAAMMDD
      * PARA A CONTA DOS DIAS.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-DATA-DESLIG                  PIC 9(08).
       77  WS-DIAS                         PIC 9(05).
       01  WS-SQL-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).
       01  WS-SQL-SEM-INI.
           05 WS-SI-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SI-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SI-DIA                    PIC X(02).

      * LINHAS DO RELATORIO.
       01  WS-LINHA-CABEC.
           05 FILLER                       PIC X(35)
              VALUE 'LISTA DE DESLIGADOS - SITUACAO EM '.
           05 WS-CAB-DATA                  PIC X(10).
           05 FILLER                       PIC X(35) VALUE SPACES.

       01  WS-LINHA-TIT-PEND.
           05 FILLER                       PIC X(09) VALUE 'USERID'.
           05 FILLER                       PIC X(21) VALUE 'NOME'.
           05 FILLER                       PIC X(11) VALUE 'DESLIGADO'.
           05 FILLER                       PIC X(06) VALUE 'DIAS'.
           05 FILLER                       PIC X(03) VALUE 'S'.
           05 FILLER                       PIC X(06) VALUE 'JOGOS'.
           05 FILLER                       PIC X(06) VALUE 'DUELOS'.
           05 FILLER                       PIC X(18) VALUE SPACES.

       01  WS-LINHA-PEND.
           05 WS-LP-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-NOME                   PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-DESLIG                 PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-DIAS                   PIC Z(03)9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LP-SITUACAO               PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LP-JOGOS                  PIC Z(04)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-DUELOS                 PIC Z(04)9.
           05 FILLER                       PIC X(19) VALUE SPACES.

       01  WS-LINHA-TIT-REMOV.
           05 FILLER                       PIC X(09) VALUE 'USERID'.
           05 FILLER                       PIC X(21) VALUE 'NOME'.
           05 FILLER                       PIC X(11) VALUE 'DESLIGADO'.
           05 FILLER                       PIC X(10) VALUE 'REMOVIDO'.
           05 FILLER                       PIC X(29) VALUE SPACES.

       01  WS-LINHA-REMOV.
           05 WS-LR-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LR-NOME                   PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LR-DESLIG                 PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LR-REMOVIDO               PIC X(10).
           05 FILLER                       PIC X(29) VALUE SPACES.

       01  WS-LINHA-TOT-REMOV.
           05 FILLER                       PIC X(37)
              VALUE 'TOTAL REMOVIDO DESDE O INICIO:'.
           05 WS-LT-TOTAL                  PIC Z(06)9.
           05 FILLER                       PIC X(36) VALUE SPACES.

       01  WS-LINHA-TIT-BLOQ.
           05 FILLER                       PIC X(09) VALUE 'USERID'.
           05 FILLER                       PIC X(19) VALUE 'NOME'.
           05 FILLER                       PIC X(11) VALUE 'DESDE'.
           05 FILLER                       PIC X(41) VALUE 'MOTIVO'.

       01  WS-LINHA-BLOQ.
           05 WS-LB-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LB-NOME                   PIC X(18).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LB-DESDE                  PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LB-MOTIVO                 PIC X(40).
           05 FILLER                       PIC X(01) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLDESL
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

      * O NOME VEM DO CADASTRO (CARGA P3O99RD) - USERID QUE O FEED
      * NAO TRAZ MAIS SAI COM O NOME EM BRANCO.
      * PENDENTES E VENCIDOS, DO DESLIGAMENTO MAIS ANTIGO PARA O MAIS
      * RECENTE.
           EXEC SQL
              DECLARE CUR-PENDENTES CURSOR FOR
                 SELECT D.USERID, COALESCE(J.NOME, ' '),
                        D.DATA_DESLIG, D.SITUACAO,
                        D.JOGOS_FECHADOS, D.DUELOS_FECHADOS
                   FROM DESLIGAMENTO D
                        LEFT JOIN JOGADOR J
                          ON J.USERID = D.USERID
                  WHERE D.SITUACAO IN ('P', 'V')
                  ORDER BY D.DATA_DESLIG, D.USERID
           END-EXEC.

      * REMOVIDOS NOS 7 DIAS ATE HOJE.
           EXEC SQL
              DECLARE CUR-REMOVIDOS CURSOR FOR
                 SELECT D.USERID, COALESCE(J.NOME, ' '),
                        D.DATA_DESLIG, D.DATA_SITUACAO
                   FROM DESLIGAMENTO D
                        LEFT JOIN JOGADOR J
                          ON J.USERID = D.USERID
                  WHERE D.SITUACAO = 'E'
                    AND D.DATA_SITUACAO >= :WS-SQL-SEM-INI
                  ORDER BY D.DATA_SITUACAO, D.USERID
           END-EXEC.

      * BLOQUEADOS, COM O MOTIVO.
           EXEC SQL
              DECLARE CUR-BLOQUEADOS CURSOR FOR
                 SELECT D.USERID, COALESCE(J.NOME, ' '),
                        D.DATA_SITUACAO, D.MOTIVO
                   FROM DESLIGAMENTO D
                        LEFT JOIN JOGADOR J
                          ON J.USERID = D.USERID
                  WHERE D.SITUACAO = 'B'
                  ORDER BY D.DATA_SITUACAO, D.USERID
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-IMPRIME-PENDENTES
           PERFORM 3000-IMPRIME-REMOVIDOS
           PERFORM 4000-IMPRIME-BLOQUEADOS
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           OPEN OUTPUT RELATOR

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA

           COMPUTE WS-DATA-DESLIG =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 6)
           MOVE WS-DATA-DESLIG(1:4)        TO WS-SI-ANO
           MOVE WS-DATA-DESLIG(5:2)        TO WS-SI-MES
           MOVE WS-DATA-DESLIG(7:2)        TO WS-SI-DIA

           MOVE WS-SQL-HOJE                TO WS-CAB-DATA
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

      *----------------------------------------------------------------*
      * 1. PENDENTES ('P') E VENCIDOS AGUARDANDO A REMOCAO ('V').
      *----------------------------------------------------------------*
       2000-IMPRIME-PENDENTES.
           MOVE SPACES                     TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE 'PENDENTES DE REMOCAO (S: P = NA CARENCIA, V = VENCIDA)'
                                           TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-TIT-PEND          TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-PENDENTES
           END-EXEC

           PERFORM 2100-IMPRIME-1-PENDENTE THRU
                   2100-IMPRIME-1-PENDENTE-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-PENDENTES
           END-EXEC

           IF WS-TOT-PENDENTES EQUAL 0
               MOVE 'NENHUM DESLIGADO PENDENTE'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           .

       2100-IMPRIME-1-PENDENTE.
           EXEC SQL
              FETCH CUR-PENDENTES
                INTO :DCLDS-USERID, :DCLJG-NOME,
                     :DCLDS-DATA-DESLIG, :DCLDS-SITUACAO,
                     :DCLDS-JOGOS-FECHADOS, :DCLDS-DUELOS-FECHADOS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2100-IMPRIME-1-PENDENTE-EXIT
           END-IF

           ADD 1                           TO WS-TOT-PENDENTES

      * DIAS CORRIDOS DESDE A NOITE EM QUE O DESLIGAMENTO FOI VISTO.
           MOVE DCLDS-DATA-DESLIG(1:4)     TO WS-DATA-DESLIG(1:4)
           MOVE DCLDS-DATA-DESLIG(6:2)     TO WS-DATA-DESLIG(5:2)
           MOVE DCLDS-DATA-DESLIG(9:2)     TO WS-DATA-DESLIG(7:2)
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REG) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-DESLIG)

           MOVE DCLDS-USERID               TO WS-LP-USERID
           MOVE DCLJG-NOME                 TO WS-LP-NOME
           MOVE DCLDS-DATA-DESLIG          TO WS-LP-DESLIG
           MOVE WS-DIAS                    TO WS-LP-DIAS
           MOVE DCLDS-SITUACAO             TO WS-LP-SITUACAO
           MOVE DCLDS-JOGOS-FECHADOS       TO WS-LP-JOGOS
           MOVE DCLDS-DUELOS-FECHADOS      TO WS-LP-DUELOS
           MOVE WS-LINHA-PEND              TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       2100-IMPRIME-1-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2. REMOVIDOS NA SEMANA ('E') E O TOTAL DESDE O INICIO.
      *----------------------------------------------------------------*
       3000-IMPRIME-REMOVIDOS.
           MOVE SPACES                     TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE 'DADOS PESSOAIS REMOVIDOS NOS ULTIMOS 7 DIAS'
                                           TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-TIT-REMOV         TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-REMOVIDOS
           END-EXEC

           PERFORM 3100-IMPRIME-1-REMOVIDO THRU
                   3100-IMPRIME-1-REMOVIDO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-REMOVIDOS
           END-EXEC

           IF WS-TOT-REMOVIDOS EQUAL 0
               MOVE 'NENHUMA REMOCAO NA SEMANA'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-TOT-GERAL-COMP
                FROM DESLIGAMENTO
               WHERE SITUACAO = 'E'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-TOT-GERAL-COMP
           END-IF

           MOVE WS-TOT-GERAL-COMP          TO WS-LT-TOTAL
           MOVE WS-LINHA-TOT-REMOV         TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       3100-IMPRIME-1-REMOVIDO.
           EXEC SQL
              FETCH CUR-REMOVIDOS
                INTO :DCLDS-USERID, :DCLJG-NOME,
                     :DCLDS-DATA-DESLIG, :DCLDS-DATA-SITUACAO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3100-IMPRIME-1-REMOVIDO-EXIT
           END-IF

           ADD 1                           TO WS-TOT-REMOVIDOS

           MOVE DCLDS-USERID               TO WS-LR-USERID
           MOVE DCLJG-NOME                 TO WS-LR-NOME
           MOVE DCLDS-DATA-DESLIG          TO WS-LR-DESLIG
           MOVE DCLDS-DATA-SITUACAO        TO WS-LR-REMOVIDO
           MOVE WS-LINHA-REMOV             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       3100-IMPRIME-1-REMOVIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3. BLOQUEADOS ('B') - O P3O99RV TENTA DE NOVO TODA NOITE; QUEM
      *    FICA AQUI SEMANA APOS SEMANA PRECISA DE OLHO HUMANO.
      *----------------------------------------------------------------*
       4000-IMPRIME-BLOQUEADOS.
           MOVE SPACES                     TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE 'REMOCAO BLOQUEADA'        TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-TIT-BLOQ          TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-BLOQUEADOS
           END-EXEC

           PERFORM 4100-IMPRIME-1-BLOQUEADO THRU
                   4100-IMPRIME-1-BLOQUEADO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-BLOQUEADOS
           END-EXEC

           IF WS-TOT-BLOQUEADOS EQUAL 0
               MOVE 'NENHUMA REMOCAO BLOQUEADA'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           .

       4100-IMPRIME-1-BLOQUEADO.
           EXEC SQL
              FETCH CUR-BLOQUEADOS
                INTO :DCLDS-USERID, :DCLJG-NOME,
                     :DCLDS-DATA-SITUACAO, :DCLDS-MOTIVO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4100-IMPRIME-1-BLOQUEADO-EXIT
           END-IF

           ADD 1                           TO WS-TOT-BLOQUEADOS

           MOVE DCLDS-USERID               TO WS-LB-USERID
           MOVE DCLJG-NOME                 TO WS-LB-NOME
           MOVE DCLDS-DATA-SITUACAO        TO WS-LB-DESDE
           MOVE DCLDS-MOTIVO               TO WS-LB-MOTIVO
           MOVE WS-LINHA-BLOQ              TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       4100-IMPRIME-1-BLOQUEADO-EXIT.
           EXIT.

       9000-ENCERRA.
           COMPUTE WS-TOT-LINHAS = WS-TOT-PENDENTES + WS-TOT-REMOVIDOS
                                 + WS-TOT-BLOQUEADOS
           MOVE WS-TOT-LINHAS         TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           CLOSE RELATOR

           DISPLAY 'P3O99RW - PENDENTES: ' WS-TOT-PENDENTES
           DISPLAY 'P3O99RW - REMOVIDOS NA SEMANA: ' WS-TOT-REMOVIDOS
           DISPLAY 'P3O99RW - BLOQUEADOS: ' WS-TOT-BLOQUEADOS
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

           MOVE 'P3O99RW'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RW'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RW - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99RW'               TO DCLJE-PROGRAMA
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
