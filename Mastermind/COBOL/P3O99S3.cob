      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99S3.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * RELATORIO SEMANAL DE RECUSAS DA POLITICA DE USO: LE OS INICIOS
      * DE JOGO RECUSADOS PELA POLITICA DO DEPARTAMENTO (RECUSA_JOGO,
      * GRAVADA PELO MENU Y1B8 E PELA Y1B0) NOS 7 DIAS FECHADOS ATE
      * ONTEM E IMPRIME, NO ESTILO DO RELATORIO DE USO P3O99RM:
      *    - RECUSAS POR DEPARTAMENTO, SEPARADAS EM FORA DO HORARIO
      *      ('H') E COTA DO DIA ESGOTADA ('Q'), COM OS JOGADORES
      *      DISTINTOS RECUSADOS; USERID FORA DO CADASTRO DO RH CAI EM
      *      '*SEM CAD';
      *    - RECUSAS POR DEPARTAMENTO E HORA DO DIA (ONDE A JANELA
      *      ESTA APERTANDO);
      *    - A POLITICA EM VIGOR HOJE (POLITICA_JOGO, MANTIDA NA Y1E1),
      *      PARA O AJUSTE SER FEITO OLHANDO AS DUAS COISAS JUNTAS.
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
       77  WS-TOT-RECUSAS                  PIC 9(07) VALUE 0.
       77  WS-QTD-POLITICAS                PIC 9(05) VALUE 0.
       77  WS-J                            PIC 9(01).

      * AGREGADOS VINDOS DOS CURSORES.
       77  WS-HORA-COMP                    PIC S9(09) COMP.
       77  WS-RECUSAS-COMP                 PIC S9(09) COMP.
       77  WS-HORARIO-COMP                 PIC S9(09) COMP.
       77  WS-COTA-COMP                    PIC S9(09) COMP.
       77  WS-JOGADORES-COMP               PIC S9(09) COMP.

      * JANELA DE 7 DIAS FECHADOS, NO FORMATO ISO DOS HOST-VARS DATE
      * DO DB2.
       77  WS-DATA-REG                     PIC 9(08).
       01  WS-SQL-SEM-INI.
           05 WS-SI-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SI-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SI-DIA                    PIC X(02).
       01  WS-SQL-SEM-FIM.
           05 WS-SF-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SF-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SF-DIA                    PIC X(02).

      * LINHAS DO RELATORIO.
       01  WS-LINHA-CABEC.
           05 FILLER                       PIC X(32)
              VALUE 'RECUSAS DA POLITICA DE USO - DE '.
           05 WS-CAB-INI                   PIC X(10).
           05 FILLER                       PIC X(03) VALUE ' A '.
           05 WS-CAB-FIM                   PIC X(10).
           05 FILLER                       PIC X(25) VALUE SPACES.

       01  WS-LINHA-SECAO                  PIC X(80).

       01  WS-LINHA-DEPTO.
           05 WS-LD-DEPARTAMENTO           PIC X(20).
           05 FILLER                       PIC X(06)
              VALUE ' TOTAL'.
           05 WS-LD-RECUSAS                PIC Z(05)9.
           05 FILLER                       PIC X(08)
              VALUE ' HORARIO'.
           05 WS-LD-HORARIO                PIC Z(05)9.
           05 FILLER                       PIC X(05)
              VALUE ' COTA'.
           05 WS-LD-COTA                   PIC Z(05)9.
           05 FILLER                       PIC X(10)
              VALUE ' JOGADORES'.
           05 WS-LD-JOGADORES              PIC Z(05)9.
           05 FILLER                       PIC X(07) VALUE SPACES.

       01  WS-LINHA-HORA.
           05 WS-LH-DEPARTAMENTO           PIC X(20).
           05 FILLER                       PIC X(06)
              VALUE ' HORA '.
           05 WS-LH-HORA                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE 'H'.
           05 WS-LH-RECUSAS                PIC Z(05)9.
           05 FILLER                       PIC X(08)
              VALUE ' RECUSAS'.
           05 WS-LH-JOGADORES              PIC Z(05)9.
           05 FILLER                       PIC X(10)
              VALUE ' JOGADORES'.
           05 FILLER                       PIC X(21) VALUE SPACES.

      * JANELA NAO USADA SAI EM BRANCO; COTA ZERO SAI 'SEM'.
       01  WS-LINHA-POLITICA.
           05 WS-LP-DEPARTAMENTO           PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-JANELA                 OCCURS 3 TIMES.
              10 WS-LP-INI                 PIC 9(04).
              10 WS-LP-TRACO               PIC X(01).
              10 WS-LP-FIM                 PIC 9(04).
              10 WS-LP-BRANCO              PIC X(01).
           05 FILLER                       PIC X(06)
              VALUE ' COTA '.
           05 WS-LP-MAX                    PIC X(03).
           05 WS-LP-MAX-NUM                REDEFINES WS-LP-MAX
                                           PIC ZZ9.
           05 FILLER                       PIC X(20) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLRECJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPOLJ
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

      * RECUSAS POR DEPARTAMENTO, COM O MOTIVO SEPARADO.
           EXEC SQL
              DECLARE CUR-POR-DEPTO CURSOR FOR
                 SELECT DEPARTAMENTO, COUNT(*),
                        SUM(CASE WHEN MOTIVO = 'H' THEN 1 ELSE 0 END),
                        SUM(CASE WHEN MOTIVO = 'Q' THEN 1 ELSE 0 END),
                        COUNT(DISTINCT USERID)
                   FROM RECUSA_JOGO
                  WHERE DATA_RECUSA >= :WS-SQL-SEM-INI
                    AND DATA_RECUSA <= :WS-SQL-SEM-FIM
                  GROUP BY DEPARTAMENTO
                  ORDER BY 2 DESC, 1
           END-EXEC.

      * RECUSAS POR DEPARTAMENTO E HORA DO DIA.
           EXEC SQL
              DECLARE CUR-POR-HORA CURSOR FOR
                 SELECT DEPARTAMENTO, HOUR(HORA_RECUSA), COUNT(*),
                        COUNT(DISTINCT USERID)
                   FROM RECUSA_JOGO
                  WHERE DATA_RECUSA >= :WS-SQL-SEM-INI
                    AND DATA_RECUSA <= :WS-SQL-SEM-FIM
                  GROUP BY DEPARTAMENTO, HOUR(HORA_RECUSA)
                  ORDER BY 1, 2
           END-EXEC.

      * A POLITICA EM VIGOR, TODOS OS DEPARTAMENTOS.
           EXEC SQL
              DECLARE CUR-POLITICAS CURSOR FOR
                 SELECT DEPARTAMENTO, JANELA1_INI, JANELA1_FIM,
                        JANELA2_INI, JANELA2_FIM, JANELA3_INI,
                        JANELA3_FIM, MAX_JOGOS_DIA
                   FROM POLITICA_JOGO
                  ORDER BY DEPARTAMENTO
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-IMPRIME-POR-DEPTO
           PERFORM 3000-IMPRIME-POR-HORA
           PERFORM 4000-IMPRIME-POLITICA
           PERFORM 9000-ENCERRA
           .

      * A SEMANA DE REFERENCIA SAO OS 7 DIAS FECHADOS ATE ONTEM, POR
      * SUBTRACAO DE CALENDARIO DE VERDADE (COMO EM P3O99RM). A
      * POLITICA VALE TODOS OS DIAS, ENTAO NAO HA CONTAGEM DE DIAS
      * UTEIS NO CABECALHO.
       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           OPEN OUTPUT RELATOR

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD

           COMPUTE WS-DATA-REG =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 1)
           MOVE WS-DATA-REG(1:4)           TO WS-SF-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-SF-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SF-DIA

           COMPUTE WS-DATA-REG =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 6)
           MOVE WS-DATA-REG(1:4)           TO WS-SI-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-SI-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SI-DIA

           MOVE WS-SQL-SEM-INI             TO WS-CAB-INI
           MOVE WS-SQL-SEM-FIM             TO WS-CAB-FIM
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       2000-IMPRIME-POR-DEPTO.
           MOVE SPACES                     TO WS-LINHA-SECAO
           MOVE 'RECUSAS POR DEPARTAMENTO' TO WS-LINHA-SECAO
           MOVE WS-LINHA-SECAO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-POR-DEPTO
           END-EXEC

           PERFORM 2100-IMPRIME-1-DEPTO THRU 2100-IMPRIME-1-DEPTO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-POR-DEPTO
           END-EXEC

           IF WS-TOT-RECUSAS EQUAL 0
               MOVE '   NENHUMA RECUSA NA SEMANA' TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           .

       2100-IMPRIME-1-DEPTO.
           EXEC SQL
              FETCH CUR-POR-DEPTO
                INTO :DCLRJ-DEPARTAMENTO, :WS-RECUSAS-COMP,
                     :WS-HORARIO-COMP, :WS-COTA-COMP,
                     :WS-JOGADORES-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2100-IMPRIME-1-DEPTO-EXIT
           END-IF

           ADD WS-RECUSAS-COMP             TO WS-TOT-RECUSAS

           IF DCLRJ-DEPARTAMENTO EQUAL SPACES
               MOVE '*SEM CAD'             TO DCLRJ-DEPARTAMENTO
           END-IF

           MOVE DCLRJ-DEPARTAMENTO         TO WS-LD-DEPARTAMENTO
           MOVE WS-RECUSAS-COMP            TO WS-LD-RECUSAS
           MOVE WS-HORARIO-COMP            TO WS-LD-HORARIO
           MOVE WS-COTA-COMP               TO WS-LD-COTA
           MOVE WS-JOGADORES-COMP          TO WS-LD-JOGADORES
           MOVE WS-LINHA-DEPTO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       2100-IMPRIME-1-DEPTO-EXIT.
           EXIT.

       3000-IMPRIME-POR-HORA.
           MOVE SPACES                     TO WS-LINHA-SECAO
           MOVE 'RECUSAS POR DEPARTAMENTO E HORA DO DIA'
                                           TO WS-LINHA-SECAO
           MOVE WS-LINHA-SECAO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-POR-HORA
           END-EXEC

           PERFORM 3100-IMPRIME-1-HORA THRU 3100-IMPRIME-1-HORA-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-POR-HORA
           END-EXEC
           .

       3100-IMPRIME-1-HORA.
           EXEC SQL
              FETCH CUR-POR-HORA
                INTO :DCLRJ-DEPARTAMENTO, :WS-HORA-COMP,
                     :WS-RECUSAS-COMP, :WS-JOGADORES-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3100-IMPRIME-1-HORA-EXIT
           END-IF

           IF DCLRJ-DEPARTAMENTO EQUAL SPACES
               MOVE '*SEM CAD'             TO DCLRJ-DEPARTAMENTO
           END-IF

           MOVE DCLRJ-DEPARTAMENTO         TO WS-LH-DEPARTAMENTO
           MOVE WS-HORA-COMP               TO WS-LH-HORA
           MOVE WS-RECUSAS-COMP            TO WS-LH-RECUSAS
           MOVE WS-JOGADORES-COMP          TO WS-LH-JOGADORES
           MOVE WS-LINHA-HORA              TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       3100-IMPRIME-1-HORA-EXIT.
           EXIT.

      * A POLITICA COMO ESTA HOJE - NAO NECESSARIAMENTE A QUE VALIA NO
      * DIA DA RECUSA (A HISTORIA DAS ALTERACOES ESTA NO OPER_LOG).
       4000-IMPRIME-POLITICA.
           MOVE SPACES                     TO WS-LINHA-SECAO
           MOVE 'POLITICA EM VIGOR (JANELAS HHMM-HHMM E COTA POR DIA)'
                                           TO WS-LINHA-SECAO
           MOVE WS-LINHA-SECAO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-POLITICAS
           END-EXEC

           PERFORM 4100-IMPRIME-1-POLITICA THRU
                   4100-IMPRIME-1-POLITICA-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-POLITICAS
           END-EXEC

           IF WS-QTD-POLITICAS EQUAL 0
               MOVE '   NENHUMA POLITICA CADASTRADA - USO LIVRE'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           .

       4100-IMPRIME-1-POLITICA.
           EXEC SQL
              FETCH CUR-POLITICAS
                INTO :DCLPJ-DEPARTAMENTO, :DCLPJ-JANELA1-INI,
                     :DCLPJ-JANELA1-FIM, :DCLPJ-JANELA2-INI,
                     :DCLPJ-JANELA2-FIM, :DCLPJ-JANELA3-INI,
                     :DCLPJ-JANELA3-FIM, :DCLPJ-MAX-JOGOS-DIA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4100-IMPRIME-1-POLITICA-EXIT
           END-IF

           ADD 1                           TO WS-QTD-POLITICAS

           MOVE DCLPJ-DEPARTAMENTO         TO WS-LP-DEPARTAMENTO
           MOVE DCLPJ-JANELA1-INI          TO WS-LP-INI(1)
           MOVE DCLPJ-JANELA1-FIM          TO WS-LP-FIM(1)
           MOVE DCLPJ-JANELA2-INI          TO WS-LP-INI(2)
           MOVE DCLPJ-JANELA2-FIM          TO WS-LP-FIM(2)
           MOVE DCLPJ-JANELA3-INI          TO WS-LP-INI(3)
           MOVE DCLPJ-JANELA3-FIM          TO WS-LP-FIM(3)
           PERFORM 4200-FORMATA-1-JANELA THRU 4200-FORMATA-1-JANELA-EXIT
               VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > 3

           IF DCLPJ-MAX-JOGOS-DIA EQUAL 0
               MOVE 'SEM'                  TO WS-LP-MAX
           ELSE
               MOVE DCLPJ-MAX-JOGOS-DIA    TO WS-LP-MAX-NUM
           END-IF

           MOVE WS-LINHA-POLITICA          TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       4100-IMPRIME-1-POLITICA-EXIT.
           EXIT.

       4200-FORMATA-1-JANELA.
           IF WS-LP-INI(WS-J) EQUAL 0 AND WS-LP-FIM(WS-J) EQUAL 0
               MOVE SPACES                 TO WS-LP-JANELA(WS-J)
           ELSE
               MOVE '-'                    TO WS-LP-TRACO(WS-J)
               MOVE SPACE                  TO WS-LP-BRANCO(WS-J)
           END-IF
           .
       4200-FORMATA-1-JANELA-EXIT.
           EXIT.

       9000-ENCERRA.
           MOVE WS-TOT-RECUSAS             TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           CLOSE RELATOR

           DISPLAY 'P3O99S3 - RECUSAS NA SEMANA: ' WS-TOT-RECUSAS
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

           MOVE 'P3O99S3'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99S3'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99S3 - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99S3'              TO DCLJE-PROGRAMA
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
