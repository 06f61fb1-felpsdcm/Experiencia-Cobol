      * UMA RETENCAO MAIOR, COMMITANDO A CADA BLOCO DE LINHAS PARA
      * NAO SEGURAR LOCK CONTRA O ONLINE, E IMPRIME POR TABELA A
      * QUANTIDADE REMOVIDA E A FAIXA DE DATAS ATINGIDA.
      * REMOVE TAMBEM DA CAIXA DE MENSAGENS DOS JOGADORES (MENSAGEM)
      * AS MENSAGENS JA LIDAS MAIS ANTIGAS QUE UMA TERCEIRA RETENCAO -
      * AS NAO LIDAS FICAM ATE O JOGADOR ABRIR A CAIXA (Y1D3).
      *
      * CARTAO SYSIN (UM REGISTRO): RETENCAO DE AUDITORIA EM DIAS NAS
      * COLUNAS 1-3, DE HISTJOGO NAS COLUNAS 5-7 E DAS MENSAGENS LIDAS
      * NAS COLUNAS 9-11, TODAS COM TRES DIGITOS (EX.: '090 365 030').
      * EM BRANCO OU INVALIDO, ASSUME OS PADROES DE 90, 365 E 30 DIAS.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           05 WS-PARM-RET-AUDIT            PIC X(03).
           05 FILLER                       PIC X(01).
           05 WS-PARM-RET-HIST             PIC X(03).
           05 FILLER                       PIC X(01).
           05 WS-PARM-RET-MENS             PIC X(03).
           05 FILLER                       PIC X(69).
       77  WS-RET-AUDIT                    PIC 9(03) VALUE 90.
       77  WS-RET-HIST                     PIC 9(03) VALUE 365.
       77  WS-RET-MENS                     PIC 9(03) VALUE 30.

      * DATAS DE CORTE (HOJE MENOS A RETENCAO), NO FORMATO ISO DOS
      * HOST-VARS DATE DO DB2.
           05 WS-SQL-MES-HJ                PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA-HJ                PIC X(02).
       01  WS-SQL-DATA-CORTE-MS.
           05 WS-SQL-ANO-MS                PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-MES-MS                PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA-MS                PIC X(02).

           EXEC SQL
              INCLUDE DCLAUDIT
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMENS
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
                  WHERE DATA_JOGO < :WS-SQL-DATA-CORTE-HJ
           END-EXEC.

           EXEC SQL
              DECLARE CUR-PURGA-MENS CURSOR WITH HOLD FOR
                 SELECT DATA_MSG
                   FROM MENSAGEM
                  WHERE LIDA = 'S'
                    AND DATA_MSG < :WS-SQL-DATA-CORTE-MS
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
           PERFORM 1000-INICIALIZA
           PERFORM 2000-EXPURGA-AUDITORIA
           PERFORM 3000-EXPURGA-HISTJOGO
           PERFORM 4000-EXPURGA-MENSAGEM
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99R5 - EXPURGO DE RETENCAO INICIADO'
              AND WS-PARM-RET-HIST NOT EQUAL '000'
               MOVE WS-PARM-RET-HIST       TO WS-RET-HIST
           END-IF
           IF WS-PARM-RET-MENS IS NUMERIC
              AND WS-PARM-RET-MENS NOT EQUAL '000'
               MOVE WS-PARM-RET-MENS       TO WS-RET-MENS
           END-IF

           DISPLAY 'RETENCAO DE AUDITORIA (DIAS): ' WS-RET-AUDIT
           DISPLAY 'RETENCAO DE HISTJOGO (DIAS).: ' WS-RET-HIST
           DISPLAY 'RETENCAO DE MENSAGEM (DIAS).: ' WS-RET-MENS

      * DATAS DE CORTE POR SUBTRACAO DE CALENDARIO DE VERDADE, COMO
      * EM 1000-INICIALIZA DE P3O99R1.
           MOVE WS-DATA-CORTE(5:2)         TO WS-SQL-MES-HJ
           MOVE WS-DATA-CORTE(7:2)         TO WS-SQL-DIA-HJ

           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - WS-RET-MENS)
           MOVE WS-DATA-CORTE(1:4)         TO WS-SQL-ANO-MS
           MOVE WS-DATA-CORTE(5:2)         TO WS-SQL-MES-MS
           MOVE WS-DATA-CORTE(7:2)         TO WS-SQL-DIA-MS

           DISPLAY 'CORTE DE AUDITORIA (EXCLUSIVE): '
                   WS-SQL-DATA-CORTE-AU
           DISPLAY 'CORTE DE HISTJOGO (EXCLUSIVE).: '
                   WS-SQL-DATA-CORTE-HJ
           DISPLAY 'CORTE DE MENSAGEM (EXCLUSIVE).: '
                   WS-SQL-DATA-CORTE-MS
           .

       2000-EXPURGA-AUDITORIA.
       3100-REMOVE-HISTJOGO-EXIT.
           EXIT.

      * SO AS MENSAGENS JA LIDAS - A NAO LIDA SOBREVIVE A QUALQUER
      * RETENCAO, PARA O JOGADOR QUE FICOU SEM JOGAR NAO PERDER AVISO.
       4000-EXPURGA-MENSAGEM.
           MOVE 'MENSAGEM'                 TO WS-NOME-TABELA
           PERFORM 8000-PREPARA-TABELA

           EXEC SQL
              OPEN CUR-PURGA-MENS
           END-EXEC

           PERFORM 4100-REMOVE-MENSAGEM THRU
                   4100-REMOVE-MENSAGEM-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-PURGA-MENS
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM 9100-IMPRIME-RESULTADO
           .

       4100-REMOVE-MENSAGEM.
           EXEC SQL
              FETCH CUR-PURGA-MENS
                INTO :DCLMS-DATA-MSG
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4100-REMOVE-MENSAGEM-EXIT
           END-IF

           MOVE DCLMS-DATA-MSG             TO WS-DATA-LIDA

           EXEC SQL
              DELETE FROM MENSAGEM
               WHERE CURRENT OF CUR-PURGA-MENS
           END-EXEC

           IF SQLCODE EQUAL 0
               PERFORM 8100-CONTA-REMOCAO
           ELSE
               DISPLAY '*** ERRO SQLCODE NO DELETE DE MENSAGEM: '
                       SQLCODE
               MOVE 'S'                    TO WS-FIM-CURSOR
           END-IF
           .
       4100-REMOVE-MENSAGEM-EXIT.
           EXIT.

       8000-PREPARA-TABELA.
           MOVE 'N'                        TO WS-FIM-CURSOR
           MOVE 0                          TO WS-CONT-REMOVIDAS
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

           MOVE 'P3O99R5'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99R5'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99R5 - RETIDO POR DEPENDENCIA: '
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
