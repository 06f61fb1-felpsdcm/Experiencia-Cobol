      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99S1.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * CARGA ANUAL DOS FERIADOS NO CALENDARIO DE DIAS UTEIS (VEJA
      * DCLCALE): RODA SOB DEMANDA, QUANDO O RH PUBLICA O CALENDARIO
      * DO ANO SEGUINTE, A PARTIR DO ARQUIVO FERIADOS (80 BYTES):
      *    COLUNAS  1-10 - DATA DE INICIO (AAAA-MM-DD);
      *    COLUNAS 12-21 - DATA DE FIM (AAAA-MM-DD; EM BRANCO, O
      *                    PERIODO E UM DIA SO);
      *    COLUNA  23    - TIPO: F = FERIADO, R = RECESSO, U = DIA
      *                    UTIL AVULSO (EM BRANCO, ASSUME F);
      *    COLUNAS 25-54 - DESCRICAO.
      * LINHA EM BRANCO OU COM '*' NA COLUNA 1 E COMENTARIO.
      *
      * AS LINHAS DA CARGA (ORIGEM 'C') DO ANO SAO APAGADAS E
      * REGRAVADAS - O JOB PODE SER REEXECUTADO COM O ARQUIVO
      * CORRIGIDO. O QUE O OPERADOR INCLUIU NA Y1D7 (ORIGEM 'O') NAO
      * E TOCADO. REGISTRO COM DATA INVALIDA, FORA DO ANO, COM FIM
      * ANTES DO INICIO OU COM TIPO DESCONHECIDO E REJEITADO E
      * LISTADO NO SYSTSPRT; HAVENDO REJEITADOS, O JOB TERMINA COM
      * RETURN-CODE 4. ARQUIVO SEM NENHUM REGISTRO VALIDO OU ERRO DE
      * SQL DESFAZ TUDO (A CARGA ANTERIOR DO ANO CONTINUA VALENDO) -
      * RETURN-CODE 8.
      *
      * CARTAO SYSIN (UM REGISTRO): ANO DA CARGA NAS COLUNAS 1-4. EM
      * BRANCO OU INVALIDO, ASSUME O ANO SEGUINTE AO DO PROCESSAMENTO.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT FERIADOS                 ASSIGN TO FERIADOS
                                            ORGANIZATION IS SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  FERIADOS
           RECORDING MODE IS F.
       01  WS-REG-FERIADOS                 PIC X(80).

       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FIM-ARQUIVO                  PIC X(01) VALUE 'N'.
           88 WS-ACABOU-ARQUIVO                VALUE 'S'.
       77  WS-ERRO-SQL-SW                  PIC X(01) VALUE 'N'.
           88 WS-HOUVE-ERRO-SQL                VALUE 'S'.
       77  WS-REGISTRO-OK-SW               PIC X(01).
           88 WS-REGISTRO-OK                   VALUE 'S'.
       77  WS-MOTIVO                       PIC X(30).
       77  WS-PROX-ID-COMP                 PIC S9(09) COMP.

      * TOTALIZADORES DA CARGA, IMPRESSOS EM 9000-ENCERRA.
       77  WS-TOT-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-TOT-COMENTARIOS              PIC 9(07) VALUE 0.
       77  WS-TOT-APAGADOS                 PIC 9(07) VALUE 0.
       77  WS-TOT-INSERIDOS                PIC 9(07) VALUE 0.
       77  WS-TOT-REJEITADOS               PIC 9(07) VALUE 0.

      * CARTAO SYSIN COM O ANO DA CARGA.
       01  WS-CARTAO-SYSIN.
           05 WS-PARM-ANO                  PIC X(04).
           05 FILLER                       PIC X(76).
       77  WS-ANO-CARGA                    PIC 9(04).

      * REGISTRO DE ENTRADA DO ARQUIVO DE FERIADOS.
       01  WS-LINHA-FERIADO.
           05 WS-FER-DATA-INI.
              10 WS-FER-INI-ANO            PIC X(04).
              10 WS-FER-INI-SEP1           PIC X(01).
              10 WS-FER-INI-MES            PIC X(02).
              10 WS-FER-INI-SEP2           PIC X(01).
              10 WS-FER-INI-DIA            PIC X(02).
           05 FILLER                       PIC X(01).
           05 WS-FER-DATA-FIM.
              10 WS-FER-FIM-ANO            PIC X(04).
              10 WS-FER-FIM-SEP1           PIC X(01).
              10 WS-FER-FIM-MES            PIC X(02).
              10 WS-FER-FIM-SEP2           PIC X(01).
              10 WS-FER-FIM-DIA            PIC X(02).
           05 FILLER                       PIC X(01).
           05 WS-FER-TIPO                  PIC X(01).
           05 FILLER                       PIC X(01).
           05 WS-FER-DESCRICAO             PIC X(30).
           05 FILLER                       PIC X(26).

      * O ANO DA CARGA EM DATAS ISO, PARA O DELETE DAS LINHAS DA
      * CARGA ANTERIOR.
       77  WS-DATA-REG                     PIC 9(08).
       01  WS-SQL-DATA-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).
       01  WS-SQL-ANO-INI.
           05 WS-AI-ANO                    PIC 9(04).
           05 FILLER                       PIC X(06) VALUE '-01-01'.
       01  WS-SQL-ANO-FIM.
           05 WS-AF-ANO                    PIC 9(04).
           05 FILLER                       PIC X(06) VALUE '-12-31'.

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

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF NOT WS-HOUVE-ERRO-SQL
               PERFORM 2000-CARREGA-FERIADOS
           END-IF
           PERFORM 3000-CONFIRMA-CARGA
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99S1 - CARGA DE FERIADOS NO CALENDARIO INICIADA'

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA

           ACCEPT WS-CARTAO-SYSIN FROM SYSIN

           IF WS-PARM-ANO IS NUMERIC AND WS-PARM-ANO > '1900'
               MOVE WS-PARM-ANO            TO WS-ANO-CARGA
           ELSE
               MOVE WS-DATA-REG(1:4)       TO WS-ANO-CARGA
               ADD 1                       TO WS-ANO-CARGA
           END-IF

           MOVE WS-ANO-CARGA               TO WS-AI-ANO
           MOVE WS-ANO-CARGA               TO WS-AF-ANO
           DISPLAY 'ANO DA CARGA: ' WS-ANO-CARGA

           OPEN INPUT FERIADOS

      * SAI A CARGA ANTERIOR DO ANO; O QUE O OPERADOR INCLUIU FICA.
      * O DELETE SO E CONFIRMADO JUNTO COM OS INSERTS, EM 3000.
           EXEC SQL
              DELETE FROM CALENDARIO
               WHERE ORIGEM = 'C'
                 AND DATA_INI >= :WS-SQL-ANO-INI
                 AND DATA_INI <= :WS-SQL-ANO-FIM
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)           TO WS-TOT-APAGADOS
              WHEN 100
                 MOVE 0                    TO WS-TOT-APAGADOS
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE ' SQLCODE
                         ' AO APAGAR A CARGA ANTERIOR DO ANO'
                 MOVE 'S'                  TO WS-ERRO-SQL-SW
           END-EVALUATE

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-ID-COMP
                FROM CALENDARIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO LER O MAIOR ID DE CALENDARIO'
               MOVE 'S'                    TO WS-ERRO-SQL-SW
           END-IF
           .

       2000-CARREGA-FERIADOS.
           PERFORM 2100-CARREGA-1-FERIADO THRU
                   2100-CARREGA-1-FERIADO-EXIT
               UNTIL WS-ACABOU-ARQUIVO OR WS-HOUVE-ERRO-SQL
           .

       2100-CARREGA-1-FERIADO.
           READ FERIADOS INTO WS-LINHA-FERIADO
               AT END
                   MOVE 'S'                TO WS-FIM-ARQUIVO
                   GO TO 2100-CARREGA-1-FERIADO-EXIT
           END-READ

           ADD 1                           TO WS-TOT-LIDOS

           IF WS-LINHA-FERIADO EQUAL SPACES
              OR WS-LINHA-FERIADO(1:1) EQUAL '*'
               ADD 1                       TO WS-TOT-COMENTARIOS
               GO TO 2100-CARREGA-1-FERIADO-EXIT
           END-IF

           IF WS-FER-DATA-FIM EQUAL SPACES
               MOVE WS-FER-DATA-INI        TO WS-FER-DATA-FIM
           END-IF
           IF WS-FER-TIPO EQUAL SPACE
               MOVE 'F'                    TO WS-FER-TIPO
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-FER-TIPO) TO WS-FER-TIPO

           PERFORM 2200-VALIDA-FERIADO THRU 2200-VALIDA-FERIADO-EXIT

           IF NOT WS-REGISTRO-OK
               ADD 1                       TO WS-TOT-REJEITADOS
               DISPLAY '*** REJEITADO (' WS-MOTIVO '): '
                       WS-LINHA-FERIADO(1:54)
               GO TO 2100-CARREGA-1-FERIADO-EXIT
           END-IF

           MOVE WS-PROX-ID-COMP            TO DCLCL-ID
           MOVE WS-FER-DATA-INI            TO DCLCL-DATA-INI
           MOVE WS-FER-DATA-FIM            TO DCLCL-DATA-FIM
           MOVE WS-FER-TIPO                TO DCLCL-TIPO
           MOVE WS-FER-DESCRICAO           TO DCLCL-DESCRICAO
           MOVE 'C'                        TO DCLCL-ORIGEM
           MOVE 'P3O99S1'                  TO DCLCL-USERID-OPER
           MOVE WS-SQL-DATA-HOJE           TO DCLCL-DATA-ALT

           EXEC SQL
              INSERT INTO CALENDARIO
                 (ID, DATA_INI, DATA_FIM, TIPO, DESCRICAO, ORIGEM,
                  USERID_OPER, DATA_ALT)
              VALUES
                 (:DCLCL-ID, :DCLCL-DATA-INI, :DCLCL-DATA-FIM,
                  :DCLCL-TIPO, :DCLCL-DESCRICAO, :DCLCL-ORIGEM,
                  :DCLCL-USERID-OPER, :DCLCL-DATA-ALT)
           END-EXEC

      * DATA QUE PASSOU NA CONFERENCIA DE FORMATO MAS NAO EXISTE
      * (31 DE ABRIL) VOLTA DO DB2 COMO -181/-180 E E SO REJEITADA;
      * QUALQUER OUTRO ERRO PARA A CARGA.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                     TO WS-TOT-INSERIDOS
                 ADD 1                     TO WS-PROX-ID-COMP
              WHEN -180
              WHEN -181
                 ADD 1                     TO WS-TOT-REJEITADOS
                 DISPLAY '*** REJEITADO (DATA INEXISTENTE): '
                         WS-LINHA-FERIADO(1:54)
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE ' SQLCODE
                         ' NA INCLUSAO DE ' WS-FER-DATA-INI
                 MOVE 'S'                  TO WS-ERRO-SQL-SW
           END-EVALUATE
           .
       2100-CARREGA-1-FERIADO-EXIT.
           EXIT.

      * CONFERENCIA DO REGISTRO: DATAS NO FORMATO AAAA-MM-DD, INICIO
      * NO ANO DA CARGA, FIM NAO ANTERIOR AO INICIO, TIPO CONHECIDO E
      * DESCRICAO PREENCHIDA.
       2200-VALIDA-FERIADO.
           MOVE 'N'                        TO WS-REGISTRO-OK-SW

           IF WS-FER-INI-ANO IS NOT NUMERIC
              OR WS-FER-INI-MES IS NOT NUMERIC
              OR WS-FER-INI-DIA IS NOT NUMERIC
              OR WS-FER-INI-SEP1 NOT EQUAL '-'
              OR WS-FER-INI-SEP2 NOT EQUAL '-'
              OR WS-FER-FIM-ANO IS NOT NUMERIC
              OR WS-FER-FIM-MES IS NOT NUMERIC
              OR WS-FER-FIM-DIA IS NOT NUMERIC
              OR WS-FER-FIM-SEP1 NOT EQUAL '-'
              OR WS-FER-FIM-SEP2 NOT EQUAL '-'
               MOVE 'DATA FORA DO FORMATO AAAA-MM-DD' TO WS-MOTIVO
               GO TO 2200-VALIDA-FERIADO-EXIT
           END-IF

           IF WS-FER-INI-ANO NOT EQUAL WS-AI-ANO
               MOVE 'INICIO FORA DO ANO DA CARGA' TO WS-MOTIVO
               GO TO 2200-VALIDA-FERIADO-EXIT
           END-IF

           IF WS-FER-DATA-FIM < WS-FER-DATA-INI
               MOVE 'FIM ANTERIOR AO INICIO' TO WS-MOTIVO
               GO TO 2200-VALIDA-FERIADO-EXIT
           END-IF

           IF WS-FER-TIPO NOT EQUAL 'F' AND 'R' AND 'U'
               MOVE 'TIPO DIFERENTE DE F, R E U' TO WS-MOTIVO
               GO TO 2200-VALIDA-FERIADO-EXIT
           END-IF

           IF WS-FER-DESCRICAO EQUAL SPACES
               MOVE 'SEM DESCRICAO'        TO WS-MOTIVO
               GO TO 2200-VALIDA-FERIADO-EXIT
           END-IF

           MOVE 'S'                        TO WS-REGISTRO-OK-SW
           .
       2200-VALIDA-FERIADO-EXIT.
           EXIT.

      * A CARGA SO VALE INTEIRA: ERRO DE SQL OU ARQUIVO SEM NENHUM
      * REGISTRO VALIDO DESFAZ O DELETE E OS INSERTS, E A CARGA
      * ANTERIOR DO ANO CONTINUA VALENDO.
       3000-CONFIRMA-CARGA.
           IF WS-TOT-INSERIDOS EQUAL 0 AND NOT WS-HOUVE-ERRO-SQL
               DISPLAY '*** NENHUM FERIADO VALIDO NO ARQUIVO - '
                       'CARGA ANTERIOR MANTIDA'
               MOVE 'S'                    TO WS-ERRO-SQL-SW
           END-IF

           IF WS-HOUVE-ERRO-SQL
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 0                      TO WS-TOT-INSERIDOS
               MOVE 0                      TO WS-TOT-APAGADOS
           ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
           END-IF
           .

       9000-ENCERRA.
           IF WS-HOUVE-ERRO-SQL
               MOVE 8                      TO RETURN-CODE
           ELSE
               IF WS-TOT-REJEITADOS > 0
                   MOVE 4                  TO RETURN-CODE
               END-IF
           END-IF

           MOVE WS-TOT-INSERIDOS           TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           CLOSE FERIADOS

           DISPLAY 'P3O99S1 - TOTAIS DA CARGA DO ANO ' WS-ANO-CARGA
           DISPLAY '   REGISTROS LIDOS......................: '
                   WS-TOT-LIDOS
           DISPLAY '   COMENTARIOS E LINHAS EM BRANCO.......: '
                   WS-TOT-COMENTARIOS
           DISPLAY '   LINHAS DA CARGA ANTERIOR APAGADAS....: '
                   WS-TOT-APAGADOS
           DISPLAY '   PERIODOS CARREGADOS..................: '
                   WS-TOT-INSERIDOS
           DISPLAY '   REGISTROS REJEITADOS.................: '
                   WS-TOT-REJEITADOS

           DISPLAY 'P3O99S1 - CARGA DE FERIADOS CONCLUIDA'
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

           MOVE 'P3O99S1'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99S1'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99S1 - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99S1'              TO DCLJE-PROGRAMA
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
