      * VAO DISPUTAR NA TRANSACAO Y1C3. O SORTEIO SEGUE O MESMO
      * ESQUEMA DO JOGO (LIMITE PELO MAIOR ID DE SENHAS_CTRL, NOVO
      * SORTEIO QUANDO O ID CAI NUM BURACO), EVITANDO REPETIR A SENHA
      * DO ULTIMO DESAFIO SORTEADO. O QUADRO DO DIA ANTERIOR FECHA
      * SOZINHO - O RANKING E SEMPRE POR DATA_REF. O JOB E
      * REEXECUTAVEL: SE O DESAFIO DE HOJE JA EXISTE, NAO SORTEIA DE
      * NOVO. EM DIA NAO UTIL DO CALENDARIO (FERIADO OU RECESSO, VEJA
      * DCLCALE) NAO HA DESAFIO: O JOB TERMINA NORMAL SEM SORTEAR.
      * SEM SENHA PARA SORTEAR OU COM ERRO AO GRAVAR, O JOB TERMINA
      * COM RETURN-CODE 8 E AS SERIES (P3O99RP) FICAM RETIDAS.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-MULT2                        PIC 9(02).
       77  WS-TENTA-SORTEIO                PIC 9(08) VALUE 0.
       77  WS-LIMITE-SORTEIO               PIC 9(08).
       77  WS-ANTERIOR-ID-COMP             PIC S9(09) COMP VALUE 0.
       77  WS-JA-SORTEADO-COMP             PIC S9(09) COMP.
       77  WS-SENHA-REPETIDA-SW            PIC X(01) VALUE 'N'.
           88 WS-SENHA-REPETIDA                VALUE 'S'.
           05 WS-LETRA-4                   PIC X(01).
           05 WS-LETRA-5                   PIC X(01).

      * DATA DE HOJE NO FORMATO ISO DOS HOST-VARS DATE.
       77  WS-DATA-REG                     PIC 9(08).
       01  WS-SQL-DATA-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).

           EXEC SQL
              INCLUDE DCLSENHA
              INCLUDE DCLDDIA
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
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RA - SORTEIO DO DESAFIO DIARIO INICIADO'
           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA
           .

       2000-SORTEIA-DESAFIO.
               PERFORM 9000-ENCERRA
           END-IF

      * FERIADO OU RECESSO NO CALENDARIO: NINGUEM JOGA, NAO HA
      * DESAFIO. A Y1C3 AVISA O JOGADOR E AS SERIES (P3O99RP) PULAM O
      * DIA SEM QUEBRAR.
           MOVE WS-SQL-DATA-HOJE           TO WS-CAL-SQL-DATA
           PERFORM 9600-VERIFICA-DIA-UTIL
           IF NOT WS-CAL-DIA-UTIL
               DISPLAY 'HOJE NAO E DIA UTIL NO CALENDARIO - DESAFIO '
                       'NAO SORTEADO'
               PERFORM 9000-ENCERRA
           END-IF

      * A SENHA DO ULTIMO DESAFIO SORTEADO NAO DEVE REPETIR HOJE -
      * DEPOIS DE UM FERIADO, O ULTIMO NAO E O DE ONTEM.
           EXEC SQL
              SELECT SENHA_ID
                INTO :WS-ANTERIOR-ID-COMP
                FROM DESAFIO_DIA
               WHERE DATA_REF =
                     (SELECT MAX(DATA_REF)
                        FROM DESAFIO_DIA
                       WHERE DATA_REF < :WS-SQL-DATA-HOJE)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-ANTERIOR-ID-COMP
           END-IF

      * LIMITE DO SORTEIO PELO MAIOR ID REALMENTE GRAVADO, COMO EM
              OR WS-COUNT-SENHAS-COMP EQUAL 0
               DISPLAY '*** SEM SENHAS CADASTRADAS - DESAFIO NAO '
                       'SORTEADO'
               MOVE 8                      TO RETURN-CODE
               PERFORM 9000-ENCERRA
           END-IF
           MOVE WS-COUNT-SENHAS-COMP       TO WS-COUNT-SENHAS
           IF SQLCODE NOT EQUAL 0 OR WS-SENHA-REPETIDA
               DISPLAY '*** SORTEIO ESGOTADO SEM ACHAR SENHA - '
                       'DESAFIO NAO SORTEADO'
               MOVE 8                      TO RETURN-CODE
               PERFORM 9000-ENCERRA
           END-IF

           ELSE
               DISPLAY '*** ERRO SQLCODE AO GRAVAR O DESAFIO: '
                       SQLCODE
               MOVE 8                      TO RETURN-CODE
           END-IF
           .

           MOVE WS-ID-RANDOM               TO WS-ID-RANDOM-COMP

           MOVE 'N'                        TO WS-SENHA-REPETIDA-SW
           IF WS-ANTERIOR-ID-COMP > 0
              AND WS-COUNT-SENHAS > 1
              AND WS-ID-RANDOM-COMP EQUAL WS-ANTERIOR-ID-COMP
               MOVE 'S'                    TO WS-SENHA-REPETIDA-SW
           END-IF

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

           MOVE 'P3O99RA'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RA'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RA - RETIDO POR DEPENDENCIA: '
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
