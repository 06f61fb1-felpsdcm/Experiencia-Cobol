      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99S2.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * CARGA DO INVENTARIO DE TERMINAIS (TERMINAL_INV, VEJA DCLTERM)
      * A PARTIR DO ARQUIVO QUE A EQUIPE DE REDE MANDA TODA SEMANA
      * (TERMREDE, 80 BYTES):
      *    COLUNAS  1-4  - TERMINAL (O ID DO CICS);
      *    COLUNAS  6-13 - SITE (PREDIO);
      *    COLUNAS 15-17 - ANDAR;
      *    COLUNAS 19-38 - AREA.
      * LINHA EM BRANCO OU COM '*' NA COLUNA 1 E COMENTARIO.
      *
      * A CARGA NAO E UMA RECARGA COMPLETA COMO A DO CADASTRO DE
      * JOGADORES (P3O99RD): O INVENTARIO TAMBEM E MANTIDO NA Y1D8.
      * TERMINAL DO ARQUIVO JA CADASTRADO TEM SITE, ANDAR E AREA
      * SUBSTITUIDOS (E PASSA A SER DA CARGA, ORIGEM 'C'); TERMINAL
      * NOVO ENTRA ATIVO. A SITUACAO (ATIVO/BLOQUEADO) NUNCA E MEXIDA
      * AQUI - BLOQUEIO SO SE DESFAZ NA Y1D8. NADA E APAGADO: OS
      * TERMINAIS DA CARGA QUE NAO VIERAM NO ARQUIVO DESTA VEZ SAO SO
      * LISTADOS NO SYSTSPRT, PARA O OPERADOR CONFERIR COM A REDE E
      * EXCLUIR NA Y1D8 O QUE FOI DESATIVADO.
      * REGISTRO SEM TERMINAL OU SEM SITE E REJEITADO E LISTADO;
      * HAVENDO REJEITADOS, O JOB TERMINA COM RETURN-CODE 4. ARQUIVO
      * SEM NENHUM REGISTRO VALIDO OU ERRO DE SQL DESFAZ TUDO (O
      * INVENTARIO FICA COMO ESTAVA) - RETURN-CODE 8.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT TERMREDE                 ASSIGN TO TERMREDE
                                            ORGANIZATION IS SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  TERMREDE
           RECORDING MODE IS F.
       01  WS-REG-TERMREDE                 PIC X(80).

       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FIM-ARQUIVO                  PIC X(01) VALUE 'N'.
           88 WS-ACABOU-ARQUIVO                VALUE 'S'.
       77  WS-FIM-AUSENTES                 PIC X(01) VALUE 'N'.
           88 WS-ACABOU-AUSENTES               VALUE 'S'.
       77  WS-ERRO-SQL-SW                  PIC X(01) VALUE 'N'.
           88 WS-HOUVE-ERRO-SQL                VALUE 'S'.

      * TOTALIZADORES DA CARGA, IMPRESSOS EM 9000-ENCERRA.
       77  WS-TOT-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-TOT-COMENTARIOS              PIC 9(07) VALUE 0.
       77  WS-TOT-ATUALIZADOS              PIC 9(07) VALUE 0.
       77  WS-TOT-INSERIDOS                PIC 9(07) VALUE 0.
       77  WS-TOT-REJEITADOS               PIC 9(07) VALUE 0.
       77  WS-TOT-AUSENTES                 PIC 9(07) VALUE 0.

      * REGISTRO DE ENTRADA DO ARQUIVO DA EQUIPE DE REDE.
       01  WS-LINHA-TERMREDE.
           05 WS-TRD-TERMINAL              PIC X(04).
           05 FILLER                       PIC X(01).
           05 WS-TRD-SITE                  PIC X(08).
           05 FILLER                       PIC X(01).
           05 WS-TRD-ANDAR                 PIC X(03).
           05 FILLER                       PIC X(01).
           05 WS-TRD-AREA                  PIC X(20).
           05 FILLER                       PIC X(42).

      * DATA DA CARGA - E A DATA_ALT GRAVADA EM TODO TERMINAL QUE VEIO
      * NO ARQUIVO, E O QUE SEPARA OS AUSENTES NO FIM DO JOB.
       77  WS-DATA-REG                     PIC 9(08).
       01  WS-SQL-DATA-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).

           EXEC SQL
              INCLUDE DCLTERM
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

      * TERMINAIS DA CARGA QUE NAO VIERAM NO ARQUIVO DESTA VEZ (A
      * CARGA REGRAVA DATA_ALT EM TODO TERMINAL QUE VEIO).
           EXEC SQL
              DECLARE CUR-AUSENTES CURSOR FOR
                 SELECT TERMINAL, SITE, ANDAR, AREA, SITUACAO,
                        DATA_ALT
                   FROM TERMINAL_INV
                  WHERE ORIGEM = 'C'
                    AND DATA_ALT < :WS-SQL-DATA-HOJE
                  ORDER BY TERMINAL
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-TERMINAIS
           PERFORM 3000-CONFIRMA-CARGA
           IF NOT WS-HOUVE-ERRO-SQL
               PERFORM 4000-LISTA-AUSENTES
           END-IF
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99S2 - CARGA DO INVENTARIO DE TERMINAIS INICIADA'

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA

           OPEN INPUT TERMREDE
           .

       2000-CARREGA-TERMINAIS.
           PERFORM 2100-CARREGA-1-TERMINAL THRU
                   2100-CARREGA-1-TERMINAL-EXIT
               UNTIL WS-ACABOU-ARQUIVO OR WS-HOUVE-ERRO-SQL
           .

       2100-CARREGA-1-TERMINAL.
           READ TERMREDE INTO WS-LINHA-TERMREDE
               AT END
                   MOVE 'S'                TO WS-FIM-ARQUIVO
                   GO TO 2100-CARREGA-1-TERMINAL-EXIT
           END-READ

           ADD 1                           TO WS-TOT-LIDOS

           IF WS-LINHA-TERMREDE EQUAL SPACES
              OR WS-LINHA-TERMREDE(1:1) EQUAL '*'
               ADD 1                       TO WS-TOT-COMENTARIOS
               GO TO 2100-CARREGA-1-TERMINAL-EXIT
           END-IF

           IF WS-TRD-TERMINAL EQUAL SPACES
              OR WS-TRD-SITE EQUAL SPACES
               ADD 1                       TO WS-TOT-REJEITADOS
               DISPLAY '*** REJEITADO (SEM TERMINAL OU SEM SITE): '
                       WS-LINHA-TERMREDE(1:38)
               GO TO 2100-CARREGA-1-TERMINAL-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-TRD-TERMINAL)
                                           TO DCLTR-TERMINAL
           MOVE FUNCTION UPPER-CASE(WS-TRD-SITE) TO DCLTR-SITE
           MOVE FUNCTION UPPER-CASE(WS-TRD-ANDAR) TO DCLTR-ANDAR
           MOVE FUNCTION UPPER-CASE(WS-TRD-AREA) TO DCLTR-AREA
           MOVE 'C'                        TO DCLTR-ORIGEM
           MOVE 'P3O99S2'                  TO DCLTR-USERID-OPER
           MOVE WS-SQL-DATA-HOJE           TO DCLTR-DATA-ALT

      * TERMINAL JA CADASTRADO: SO A LOCALIZACAO MUDA - A SITUACAO
      * FICA COMO O OPERADOR DEIXOU.
           EXEC SQL
              UPDATE TERMINAL_INV
                 SET SITE        = :DCLTR-SITE,
                     ANDAR       = :DCLTR-ANDAR,
                     AREA        = :DCLTR-AREA,
                     ORIGEM      = :DCLTR-ORIGEM,
                     USERID_OPER = :DCLTR-USERID-OPER,
                     DATA_ALT    = :DCLTR-DATA-ALT
               WHERE TERMINAL = :DCLTR-TERMINAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                     TO WS-TOT-ATUALIZADOS
                 GO TO 2100-CARREGA-1-TERMINAL-EXIT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE ' SQLCODE
                         ' NA ATUALIZACAO DO TERMINAL ' DCLTR-TERMINAL
                 MOVE 'S'                  TO WS-ERRO-SQL-SW
                 GO TO 2100-CARREGA-1-TERMINAL-EXIT
           END-EVALUATE

      * TERMINAL NOVO ENTRA ATIVO.
           MOVE 'A'                        TO DCLTR-SITUACAO

           EXEC SQL
              INSERT INTO TERMINAL_INV
                 (TERMINAL, SITE, ANDAR, AREA, SITUACAO, ORIGEM,
                  USERID_OPER, DATA_ALT)
              VALUES
                 (:DCLTR-TERMINAL, :DCLTR-SITE, :DCLTR-ANDAR,
                  :DCLTR-AREA, :DCLTR-SITUACAO, :DCLTR-ORIGEM,
                  :DCLTR-USERID-OPER, :DCLTR-DATA-ALT)
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-TOT-INSERIDOS
           ELSE
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' NA INCLUSAO DO TERMINAL ' DCLTR-TERMINAL
               MOVE 'S'                    TO WS-ERRO-SQL-SW
           END-IF
           .
       2100-CARREGA-1-TERMINAL-EXIT.
           EXIT.

      * A CARGA SO VALE INTEIRA: ERRO DE SQL OU ARQUIVO SEM NENHUM
      * REGISTRO VALIDO DESFAZ TUDO, E O INVENTARIO FICA COMO ESTAVA.
       3000-CONFIRMA-CARGA.
           IF WS-TOT-ATUALIZADOS EQUAL 0 AND WS-TOT-INSERIDOS EQUAL 0
              AND NOT WS-HOUVE-ERRO-SQL
               DISPLAY '*** NENHUM TERMINAL VALIDO NO ARQUIVO - '
                       'INVENTARIO MANTIDO'
               MOVE 'S'                    TO WS-ERRO-SQL-SW
           END-IF

           IF WS-HOUVE-ERRO-SQL
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 0                      TO WS-TOT-ATUALIZADOS
               MOVE 0                      TO WS-TOT-INSERIDOS
           ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF
           .

      * TERMINAIS DA CARGA QUE A REDE NAO MANDOU DESTA VEZ - EM GERAL
      * EQUIPAMENTO RECOLHIDO. FICAM NO INVENTARIO ATE O OPERADOR
      * EXCLUIR NA Y1D8.
       4000-LISTA-AUSENTES.
           EXEC SQL
              OPEN CUR-AUSENTES
           END-EXEC

           PERFORM 4100-LISTA-1-AUSENTE THRU 4100-LISTA-1-AUSENTE-EXIT
               UNTIL WS-ACABOU-AUSENTES

           EXEC SQL
              CLOSE CUR-AUSENTES
           END-EXEC

           IF WS-TOT-AUSENTES EQUAL 0
               DISPLAY 'TODOS OS TERMINAIS DA CARGA VIERAM NO ARQUIVO'
           END-IF
           .

       4100-LISTA-1-AUSENTE.
           EXEC SQL
              FETCH CUR-AUSENTES
                INTO :DCLTR-TERMINAL, :DCLTR-SITE, :DCLTR-ANDAR,
                     :DCLTR-AREA, :DCLTR-SITUACAO, :DCLTR-DATA-ALT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-AUSENTES
               GO TO 4100-LISTA-1-AUSENTE-EXIT
           END-IF

           ADD 1                           TO WS-TOT-AUSENTES
           DISPLAY '*** TERMINAL ' DCLTR-TERMINAL ' ('
                   DCLTR-SITE ' ' DCLTR-ANDAR ' ' DCLTR-AREA
                   ') NAO VEIO NO ARQUIVO - ULTIMA CARGA '
                   DCLTR-DATA-ALT
           .
       4100-LISTA-1-AUSENTE-EXIT.
           EXIT.

       9000-ENCERRA.
           IF WS-HOUVE-ERRO-SQL
               MOVE 8                      TO RETURN-CODE
           ELSE
               IF WS-TOT-REJEITADOS > 0
                   MOVE 4                  TO RETURN-CODE
               END-IF
           END-IF

           COMPUTE WS-TOT-JEX-COMP =
               WS-TOT-ATUALIZADOS + WS-TOT-INSERIDOS
           PERFORM 9900-REGISTRA-FIM

           CLOSE TERMREDE

           DISPLAY 'P3O99S2 - TOTAIS DA CARGA'
           DISPLAY '   REGISTROS LIDOS......................: '
                   WS-TOT-LIDOS
           DISPLAY '   COMENTARIOS E LINHAS EM BRANCO.......: '
                   WS-TOT-COMENTARIOS
           DISPLAY '   TERMINAIS ATUALIZADOS................: '
                   WS-TOT-ATUALIZADOS
           DISPLAY '   TERMINAIS NOVOS......................: '
                   WS-TOT-INSERIDOS
           DISPLAY '   REGISTROS REJEITADOS.................: '
                   WS-TOT-REJEITADOS
           DISPLAY '   TERMINAIS DA CARGA FORA DO ARQUIVO...: '
                   WS-TOT-AUSENTES

           DISPLAY 'P3O99S2 - CARGA DO INVENTARIO CONCLUIDA'
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

           MOVE 'P3O99S2'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99S2'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99S2 - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99S2'              TO DCLJE-PROGRAMA
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
