      * ONTEM E IMPRIME, NO ESTILO DO RELATORIO DIARIO P3O99R1:
      *    - SESSOES E JOGADORES DISTINTOS POR HORA DO DIA (ONDE
      *      ESTA O PICO DO ALMOCO QUE A OPERACAO QUER VER);
      *    - SESSOES E JOGADORES DISTINTOS POR OPCAO DO MENU;
      *    - SESSOES E JOGADORES DISTINTOS POR SITE E ANDAR, PELO
      *      INVENTARIO DE TERMINAIS (TERMINAL_INV - Y1D8 E CARGA
      *      P3O99S2); TERMINAL FORA DO INVENTARIO CAI EM '*SEM CAD';
      *    - JOGOS TERMINADOS, JOGOS COM DICA E JOGADORES DISTINTOS
      *      QUE JOGARAM NA SEMANA, DO RESUMO DIARIO (RESUMO_DIA,
      *      MONTADO PELO JOB P3O99RU - SEM OS JOGOS ANULADOS), PARA
      *      COMPARAR QUEM NAVEGA COM QUEM JOGA.
      * E O NUMERO QUE JUSTIFICA A JANELA ONLINE E AS CONVERSAS DE
      * CAPACIDADE - A AUDITORIA SO ENXERGA QUEM JOGA, A SESSAO
      * ENXERGA QUEM NAVEGA. O CABECALHO TRAZ QUANTOS DOS 7 DIAS
      * FORAM UTEIS NO CALENDARIO (Y1D7); SEMANA SEM NENHUM DIA UTIL
      * E SEM MOVIMENTO DIZ ISSO NO LUGAR DOS ZEROS.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-SESSOES-COMP                 PIC S9(09) COMP.
       77  WS-JOGADORES-COMP               PIC S9(09) COMP.
       77  WS-OPCAO                        PIC X(01).
       77  WS-JOGOS-COMP                   PIC S9(09) COMP.
       77  WS-DICAS-COMP                   PIC S9(09) COMP.

      * JANELA DE 7 DIAS FECHADOS, NO FORMATO ISO DOS HOST-VARS DATE
      * DO DB2.
       77  WS-DATA-REG                     PIC 9(08).
      * DIAS UTEIS DA SEMANA NO CALENDARIO (Y1D7) - SEMANA INTEIRA DE
      * FERIADO OU RECESSO EXPLICA O RELATORIO VAZIO.
       77  WS-DIA-SEMANA-INT               PIC 9(08).
       77  WS-DIAS-UTEIS                   PIC 9(01) VALUE 0.
       01  WS-SQL-SEM-INI.
           05 WS-SI-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CAB-INI                   PIC X(10).
           05 FILLER                       PIC X(03) VALUE ' A '.
           05 WS-CAB-FIM                   PIC X(10).
           05 FILLER                       PIC X(14)
              VALUE '  DIAS UTEIS: '.
           05 WS-CAB-UTEIS                 PIC 9(01).
           05 FILLER                       PIC X(16) VALUE SPACES.

       01  WS-LINHA-SECAO                  PIC X(80).

              VALUE ' JOGADORES DISTINTOS'.
           05 FILLER                       PIC X(22) VALUE SPACES.

       01  WS-LINHA-LOCAL.
           05 FILLER                       PIC X(05)
              VALUE 'SITE '.
           05 WS-LL-SITE                   PIC X(08).
           05 FILLER                       PIC X(07)
              VALUE ' ANDAR '.
           05 WS-LL-ANDAR                  PIC X(03).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LL-SESSOES                PIC Z(06)9.
           05 FILLER                       PIC X(09)
              VALUE ' SESSOES'.
           05 WS-LL-JOGADORES              PIC Z(06)9.
           05 FILLER                       PIC X(20)
              VALUE ' JOGADORES DISTINTOS'.
           05 FILLER                       PIC X(13) VALUE SPACES.

       01  WS-LINHA-JOGOS.
           05 FILLER                       PIC X(06)
              VALUE 'JOGOS '.
           05 WS-LJ-JOGOS                  PIC Z(06)9.
           05 FILLER                       PIC X(10)
              VALUE ' COM DICA '.
           05 WS-LJ-DICAS                  PIC Z(06)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-JOGADORES              PIC Z(06)9.
           05 FILLER                       PIC X(20)
              VALUE ' JOGADORES DISTINTOS'.
           05 FILLER                       PIC X(22) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLSESS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTERM
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRESD
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
              INCLUDE DCLJEXE
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJDEP
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
                  ORDER BY 2 DESC
           END-EXEC.

      * SESSOES E JOGADORES DISTINTOS POR SITE/ANDAR DO TERMINAL.
           EXEC SQL
              DECLARE CUR-POR-LOCAL CURSOR FOR
                 SELECT COALESCE(T.SITE, '*SEM CAD'),
                        COALESCE(T.ANDAR, ' '),
                        COUNT(*), COUNT(DISTINCT S.USERID)
                   FROM SESSAO S
                   LEFT JOIN TERMINAL_INV T
                     ON T.TERMINAL = S.TERMINAL
                  WHERE S.DATA_SESSAO >= :WS-SQL-SEM-INI
                    AND S.DATA_SESSAO <= :WS-SQL-SEM-FIM
                  GROUP BY COALESCE(T.SITE, '*SEM CAD'),
                           COALESCE(T.ANDAR, ' ')
                  ORDER BY 1, 2
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
           PERFORM 1000-INICIALIZA
           PERFORM 2000-IMPRIME-POR-HORA
           PERFORM 3000-IMPRIME-POR-OPCAO
           PERFORM 3500-IMPRIME-POR-LOCAL
           PERFORM 4000-IMPRIME-JOGOS
           PERFORM 9000-ENCERRA
           .

      * A SEMANA DE REFERENCIA SAO OS 7 DIAS FECHADOS ATE ONTEM, POR
      * SUBTRACAO DE CALENDARIO DE VERDADE (COMO EM P3O99RH).
       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           OPEN OUTPUT RELATOR
           MOVE WS-DATA-REG(5:2)           TO WS-SI-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SI-DIA

           COMPUTE WS-DIA-SEMANA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REG)
           PERFORM 1100-CONTA-DIA-UTIL 7 TIMES
           MOVE WS-DIAS-UTEIS              TO WS-CAB-UTEIS

           MOVE WS-SQL-SEM-INI             TO WS-CAB-INI
           MOVE WS-SQL-SEM-FIM             TO WS-CAB-FIM
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       1100-CONTA-DIA-UTIL.
           COMPUTE WS-DATA-REG =
               FUNCTION DATE-OF-INTEGER(WS-DIA-SEMANA-INT)
           MOVE WS-DATA-REG(1:4)           TO WS-CAL-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-CAL-MES
           MOVE WS-DATA-REG(7:2)           TO WS-CAL-DIA
           PERFORM 9600-VERIFICA-DIA-UTIL
           IF WS-CAL-DIA-UTIL
               ADD 1                       TO WS-DIAS-UTEIS
           END-IF
           ADD 1                           TO WS-DIA-SEMANA-INT
           .

       2000-IMPRIME-POR-HORA.
           MOVE SPACES                     TO WS-LINHA-SECAO
           MOVE 'SESSOES POR HORA DO DIA'  TO WS-LINHA-SECAO
           END-EXEC

           IF WS-TOT-SESSOES EQUAL 0
               IF WS-DIAS-UTEIS EQUAL 0
                   MOVE '   SEMANA SEM DIA UTIL NO CALENDARIO'
                                           TO WS-REG-RELATOR
               ELSE
                   MOVE '   NENHUMA SESSAO NA SEMANA'
                                           TO WS-REG-RELATOR
               END-IF
               WRITE WS-REG-RELATOR
           END-IF
           .
       3100-IMPRIME-1-OPCAO-EXIT.
           EXIT.

       3500-IMPRIME-POR-LOCAL.
           MOVE SPACES                     TO WS-LINHA-SECAO
           MOVE 'SESSOES POR SITE/ANDAR'   TO WS-LINHA-SECAO
           MOVE WS-LINHA-SECAO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-POR-LOCAL
           END-EXEC

           PERFORM 3600-IMPRIME-1-LOCAL THRU 3600-IMPRIME-1-LOCAL-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-POR-LOCAL
           END-EXEC
           .

       3600-IMPRIME-1-LOCAL.
           EXEC SQL
              FETCH CUR-POR-LOCAL
                INTO :DCLTR-SITE, :DCLTR-ANDAR, :WS-SESSOES-COMP,
                     :WS-JOGADORES-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3600-IMPRIME-1-LOCAL-EXIT
           END-IF

           MOVE DCLTR-SITE                 TO WS-LL-SITE
           MOVE DCLTR-ANDAR                TO WS-LL-ANDAR
           MOVE WS-SESSOES-COMP            TO WS-LL-SESSOES
           MOVE WS-JOGADORES-COMP          TO WS-LL-JOGADORES
           MOVE WS-LINHA-LOCAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       3600-IMPRIME-1-LOCAL-EXIT.
           EXIT.

      * QUEM JOGOU NA SEMANA, TODOS OS MODOS (TREINO INCLUSIVE - AQUI
      * O QUE INTERESSA E O USO, NAO A ESTATISTICA DO JOGO).
       4000-IMPRIME-JOGOS.
           MOVE SPACES                     TO WS-LINHA-SECAO
           MOVE 'JOGOS DA SEMANA (RESUMO DIARIO)' TO WS-LINHA-SECAO
           MOVE WS-LINHA-SECAO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           EXEC SQL
              SELECT COALESCE(SUM(JOGOS), 0),
                     COALESCE(SUM(DICAS), 0),
                     COUNT(DISTINCT USERID)
                INTO :WS-JOGOS-COMP, :WS-DICAS-COMP,
                     :WS-JOGADORES-COMP
                FROM RESUMO_DIA
               WHERE DATA_JOGO >= :WS-SQL-SEM-INI
                 AND DATA_JOGO <= :WS-SQL-SEM-FIM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NA LEITURA DO RESUMO: '
                       SQLCODE
               MOVE '   RESUMO DIARIO INDISPONIVEL' TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           ELSE
               IF WS-JOGOS-COMP EQUAL 0 AND WS-DIAS-UTEIS EQUAL 0
                   MOVE '   SEMANA SEM DIA UTIL NO CALENDARIO'
                                           TO WS-REG-RELATOR
               ELSE
                   MOVE WS-JOGOS-COMP      TO WS-LJ-JOGOS
                   MOVE WS-DICAS-COMP      TO WS-LJ-DICAS
                   MOVE WS-JOGADORES-COMP  TO WS-LJ-JOGADORES
                   MOVE WS-LINHA-JOGOS     TO WS-REG-RELATOR
               END-IF
               WRITE WS-REG-RELATOR
           END-IF
           .

       9000-ENCERRA.
           MOVE WS-TOT-SESSOES             TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM
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

           MOVE 'P3O99RM'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RM'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RM - RETIDO POR DEPENDENCIA: '
                       DCLJE-OBSERVACAO
               MOVE 12                     TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO DO LOTE: REGISTRA INICIO/FIM E A
      * CONTAGEM-CHAVE DO JOB EM JOB_EXEC, PARA O RELATORIO DE
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
