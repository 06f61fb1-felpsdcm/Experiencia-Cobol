      * PAINEL Y1C4 MOSTRA QUANTAS ESTAO ABERTAS - E SAI NO
      * RELATORIO DE SUSPEITOS DA MANHA (ARQUIVO RELATOR, MESMO
      * ESTILO DO P3O99R1).
      * UM PADRAO QUE O AUDITOR JA LIBEROU NA APURACAO Y1D2 (MESMO
      * MOTIVO, USERID, TERMINAL E - NO M4 - SENHA DE UMA SUSPEITA
      * COM DISPOSICAO 'L' EM SUSPEITA_APUR) NAO E APONTADO DE NOVO:
      * SO ENTRA NA CONTAGEM DE LIBERADOS DO FIM DO JOB.
      *
      * CARTAO SYSIN (UM REGISTRO): LIMITE DO M1 NAS COLUNAS 1-3 E
      * DO M3 NAS COLUNAS 5-7, TRES DIGITOS (EX.: '003 010'). EM
      * BRANCO OU INVALIDO, ASSUME 3 E 10. O JOB E REEXECUTAVEL: SE
      * O DIA JA FOI VARRIDO (JA HA SUSPEITA COM A DATA_REF), NAO
      * GRAVA DE NOVO (AS CONTESTACOES 'D1' DOS JOGADORES NAO CONTAM
      * - ELAS NAO SAO DA VARREDURA).
      * O ACHADO DE TERMINAL (M3) SAI NO RELATORIO COM O SITE/ANDAR/
      * AREA DO INVENTARIO TERMINAL_INV, PARA O AUDITOR IR ATE A
      * MAQUINA; TERMINAL FORA DO INVENTARIO SAI MARCADO.
      * M1, M2 E M4 OLHAM SO O JOGO NORMAL: TREINO, COOPERATIVO E
      * DESAFIO DE COLEGA TEM MARCA PROPRIA EM HISTJOGO E FICAM DE
      * FORA (NO COOPERATIVO A VITORIA E DA DUPLA, E NO DESAFIO DE
      * COLEGA A SENHA FOI ESCOLHIDA POR OUTRO JOGADOR).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
           88 WS-ACABOU-CURSOR                 VALUE 'S'.
       77  WS-TOT-ACHADOS                  PIC 9(05) VALUE 0.
       77  WS-TOT-LIBERADOS                PIC 9(05) VALUE 0.
       77  WS-LIBERADO-COMP                PIC S9(09) COMP.
       77  WS-JA-VARRIDO-COMP              PIC S9(09) COMP.
       77  WS-PROX-ID-COMP                 PIC S9(09) COMP.
       77  WS-CONT-COMP                    PIC S9(09) COMP.
           05 WS-LA-TERMINAL               PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-DETALHE                PIC X(40).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-LOCAL                  PIC X(22).

           EXEC SQL
              INCLUDE DCLHISTJ
              INCLUDE DCLSUSP
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSAPU
           END-EXEC.

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
              INCLUDE DCLJEXE
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJDEP
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
                    AND SENHA_ID > 0
                    AND ANULADO <> 'S'
                    AND TREINO <> 'S'
                    AND COOP <> 'S'
                    AND DESAFIO_COLEGA <> 'S'
                  GROUP BY USERID
                 HAVING COUNT(*) >= :WS-LIM-M1-COMP
           END-EXEC.
                    AND SENHA_ID > 0
                    AND ANULADO <> 'S'
                    AND TREINO <> 'S'
                    AND COOP <> 'S'
                    AND DESAFIO_COLEGA <> 'S'
                  GROUP BY USERID
           END-EXEC.

                    AND SENHA_ID > 0
                    AND ANULADO <> 'S'
                    AND TREINO <> 'S'
                    AND COOP <> 'S'
                    AND DESAFIO_COLEGA <> 'S'
                  GROUP BY USERID, SENHA_ID
                 HAVING COUNT(*) >= 2
           END-EXEC.
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RI - VARREDURA ANTIFRAUDE INICIADA'
                INTO :WS-JA-VARRIDO-COMP
                FROM SUSPEITA
               WHERE DATA_REF = :WS-SQL-DATA-REF
                 AND MOTIVO <> 'D1'
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-JA-VARRIDO-COMP > 0
           MOVE DCLHJ-USERID               TO DCLSP-USERID
           MOVE SPACES                     TO DCLSP-TERMINAL
           MOVE 'M1'                       TO DCLSP-MOTIVO
           MOVE 0                          TO DCLSP-SENHA-ID
           MOVE WS-CONT-COMP               TO WS-CONT-EDIT
           MOVE SPACES                     TO DCLSP-DETALHE
           STRING WS-CONT-EDIT DELIMITED SIZE
           MOVE DCLHJ-USERID               TO DCLSP-USERID
           MOVE SPACES                     TO DCLSP-TERMINAL
           MOVE 'M2'                       TO DCLSP-MOTIVO
           MOVE 0                          TO DCLSP-SENHA-ID
           MOVE WS-CONT-COMP               TO WS-CONT-EDIT
           MOVE SPACES                     TO DCLSP-DETALHE
           STRING WS-CONT-EDIT DELIMITED SIZE
           MOVE SPACES                     TO DCLSP-USERID
           MOVE DCLAU-TERMINAL             TO DCLSP-TERMINAL
           MOVE 'M3'                       TO DCLSP-MOTIVO
           MOVE 0                          TO DCLSP-SENHA-ID
           MOVE WS-CONT-COMP               TO WS-CONT-EDIT
           MOVE WS-HORA-COMP               TO WS-HORA-EDIT
           MOVE SPACES                     TO DCLSP-DETALHE
           MOVE DCLHJ-USERID               TO DCLSP-USERID
           MOVE SPACES                     TO DCLSP-TERMINAL
           MOVE 'M4'                       TO DCLSP-MOTIVO
           MOVE WS-SENHA-ID-COMP           TO DCLSP-SENHA-ID
           MOVE WS-CONT-COMP               TO WS-CONT-EDIT
           MOVE WS-SENHA-ID-COMP           TO WS-SENHA-EDIT
           MOVE SPACES                     TO DCLSP-DETALHE
           EXIT.

      * GRAVA O ACHADO EM SUSPEITA (ABERTA) E O IMPRIME NO
      * RELATORIO DE SUSPEITOS DA MANHA - A MENOS QUE O MESMO PADRAO
      * JA TENHA SIDO LIBERADO NUMA APURACAO ANTERIOR.
       8000-GRAVA-SUSPEITA.
           PERFORM 8050-VERIFICA-LIBERADO
           IF WS-LIBERADO-COMP > 0
               ADD 1                       TO WS-TOT-LIBERADOS
               GO TO 8000-GRAVA-SUSPEITA-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-ID-COMP
           MOVE 'A'                        TO DCLSP-SITUACAO
           MOVE WS-SQL-DATA                TO DCLSP-DATA-REG
           MOVE WS-SQL-HORA                TO DCLSP-HORA-REG
           MOVE 0                          TO DCLSP-HISTJOGO-ID

           EXEC SQL
              INSERT INTO SUSPEITA
                 (ID, USERID, TERMINAL, MOTIVO, DETALHE, DATA_REF,
                  SITUACAO, DATA_REG, HORA_REG, HISTJOGO_ID, SENHA_ID)
              VALUES
                 (:DCLSP-ID, :DCLSP-USERID, :DCLSP-TERMINAL,
                  :DCLSP-MOTIVO, :DCLSP-DETALHE, :DCLSP-DATA-REF,
                  :DCLSP-SITUACAO, :DCLSP-DATA-REG, :DCLSP-HORA-REG,
                  :DCLSP-HISTJOGO-ID, :DCLSP-SENHA-ID)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
           MOVE DCLSP-USERID               TO WS-LA-USERID
           MOVE DCLSP-TERMINAL             TO WS-LA-TERMINAL
           MOVE DCLSP-DETALHE              TO WS-LA-DETALHE
           MOVE SPACES                     TO WS-LA-LOCAL
           IF DCLSP-TERMINAL NOT EQUAL SPACES
               PERFORM 8060-BUSCA-LOCAL
           END-IF
           MOVE WS-LINHA-ACHADO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       8000-GRAVA-SUSPEITA-EXIT.
           EXIT.

      * ONDE FICA O TERMINAL DO ACHADO (SITE/ANDAR/AREA), PELO
      * INVENTARIO TERMINAL_INV.
       8060-BUSCA-LOCAL.
           EXEC SQL
              SELECT SITE, ANDAR, AREA
                INTO :DCLTR-SITE, :DCLTR-ANDAR, :DCLTR-AREA
                FROM TERMINAL_INV
               WHERE TERMINAL = :DCLSP-TERMINAL
           END-EXEC

           IF SQLCODE EQUAL 0
               STRING DCLTR-SITE           DELIMITED BY SPACE
                      '/'                  DELIMITED BY SIZE
                      DCLTR-ANDAR          DELIMITED BY SPACE
                      '/'                  DELIMITED BY SIZE
                      DCLTR-AREA           DELIMITED BY SIZE
                 INTO WS-LA-LOCAL
               END-STRING
           ELSE
               MOVE '*SEM INVENTARIO*'     TO WS-LA-LOCAL
           END-IF
           .

      * O PADRAO JA FOI LIBERADO SE ALGUMA SUSPEITA DO MESMO MOTIVO,
      * USERID, TERMINAL E SENHA FOI FECHADA COM DISPOSICAO 'L'. NA
      * DUVIDA (ERRO NA CONSULTA), O ACHADO E GRAVADO.
       8050-VERIFICA-LIBERADO.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-LIBERADO-COMP
                FROM SUSPEITA S, SUSPEITA_APUR P
               WHERE P.SUSPEITA_ID = S.ID
                 AND P.DISPOSICAO = 'L'
                 AND S.MOTIVO = :DCLSP-MOTIVO
                 AND S.USERID = :DCLSP-USERID
                 AND S.TERMINAL = :DCLSP-TERMINAL
                 AND S.SENHA_ID = :DCLSP-SENHA-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-LIBERADO-COMP
           END-IF
           .

      * MONTA DATA/HORA NO FORMATO ISO ESPERADO PELOS HOST-VARS DATE/
      * TIME DO DB2 (YYYY-MM-DD / HH:MM:SS).
       8100-MONTA-DATA-HORA.
           CLOSE RELATOR

           DISPLAY 'P3O99RI - ACHADOS GRAVADOS: ' WS-TOT-ACHADOS
           DISPLAY 'P3O99RI - JA LIBERADOS....: ' WS-TOT-LIBERADOS
           DISPLAY 'P3O99RI - VARREDURA ANTIFRAUDE CONCLUIDA'
           STOP RUN
           .
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

           MOVE 'P3O99RI'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RI'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RI - RETIDO POR DEPENDENCIA: '
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
