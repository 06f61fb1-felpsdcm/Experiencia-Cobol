       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * RECONSTRUCAO DO CONTADOR DE USO DAS SENHAS (SENHA_USO): REFAZ
      * A TABELA A PARTIR DO HISTORICO DE JOGOS (HISTJOGO, UMA LINHA
      * POR SENHA COM A CONTAGEM DE JOGOS). E A SEMEADURA INICIAL DO
      * EQUILIBRIO DO SORTEIO (120-SORTEIA-NOVA-SENHA DE P3O99B0) E
      * O ACERTO NOTURNO DE QUALQUER DERIVA - O ONLINE INCREMENTA AO
      * FIM DE CADA JOGO, MAS OS ABANDONOS GRAVADOS PELO EXPURGO
      * P3O99R6 SO ENTRAM AQUI.
      *
      * A RECARGA VAI PARA A TABELA-SOMBRA SENHA_USO_NOVO - O SORTEIO
      * DO ONLINE CONTINUA LENDO A SENHA_USO ANTERIOR ENQUANTO O JOB
      * RODA, E TAMBEM SE ELE ABENDAR NO MEIO. A SOMBRA E VALIDADA
      * (UMA LINHA POR SENHA_ID DISTINTO DE HISTJOGO NO RETRATO
      * CONGELADO NO COMECO DA CARGA, NENHUMA CONTAGEM NEGATIVA OU
      * ZERADA) E SO ENTAO COPIADA PARA SENHA_USO NUMA UNICA UNIDADE
      * DE TRABALHO. REPROVADA, A TABELA ANTIGA FICA COMO ESTAVA E O
      * JOB TERMINA COM RETURN-CODE 4. A OBSERVACAO DE JOB_EXEC DIZ
      * SE A TROCA FOI FEITA OU SE A ANTIGA FOI MANTIDA. ERRO EM
      * RECONST_CTRL TERMINA COM RETURN-CODE 8, SEM TOCAR NA ANTIGA.
      *
      * RESTART: A CARGA DA SOMBRA E UMA INSTRUCAO SO, COMMITADA
      * JUNTO COM A FASE 'V' EM RECONST_CTRL - UMA REEXECUCAO NO
      * MESMO DIA VAI DIRETO A VALIDACAO E A TROCA, OU REFAZ A CARGA
      * INTEIRA SE ELA NAO CHEGOU A SER COMMITADA.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       77  WS-TOT-SENHAS-COMP              PIC S9(09) COMP VALUE 0.

      * FASE DA RECONSTRUCAO, COMO GRAVADA EM RECONST_CTRL.
       77  WS-FASE-RECONST                 PIC X(01) VALUE 'J'.
           88 WS-FASE-CARGA                    VALUE 'J'.
           88 WS-FASE-VALIDAR                  VALUE 'V'.
           88 WS-FASE-TROCADA                  VALUE 'T'.
           88 WS-FASE-MANTIDA                  VALUE 'M'.

      * VALIDACAO DA SOMBRA ANTES DA TROCA.
       77  WS-SOMBRA-OK-SW                 PIC X(01) VALUE 'N'.
           88 WS-SOMBRA-OK                     VALUE 'S'.
       77  WS-TOT-SOMBRA-COMP              PIC S9(09) COMP VALUE 0.
       77  WS-TOT-ESPERADO-COMP            PIC S9(09) COMP VALUE 0.
       77  WS-TOT-NEGATIVOS-COMP           PIC S9(09) COMP VALUE 0.
       77  WS-TOT-SOMBRA-ED                PIC 9(07).
       77  WS-TOT-ESPERADO-ED              PIC 9(07).

           EXEC SQL
              INCLUDE DCLSUSO
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSUSN
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRCTL
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
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA

           IF WS-FASE-CARGA
               PERFORM 2000-RECONSTROI-USO THRU
                       2000-RECONSTROI-USO-EXIT
           END-IF

           PERFORM 4000-VALIDA-SOMBRA THRU 4000-VALIDA-SOMBRA-EXIT

           IF WS-SOMBRA-OK
               PERFORM 5000-TROCA-TABELA THRU 5000-TROCA-TABELA-EXIT
           ELSE
               PERFORM 5500-MANTEM-ANTIGA
           END-IF

           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           MOVE SPACES                     TO DCLJE-OBSERVACAO

           DISPLAY 'P3O99RQ - RECONSTRUCAO DO USO DAS SENHAS '
                   'INICIADA'

           PERFORM 1100-LE-RECONST-CTRL
           .

      * LE A LINHA DE CONTROLE DE HOJE. SEM LINHA (OU COM A SOMBRA DE
      * UMA TENTATIVA REPROVADA) A CARGA COMECA DO ZERO; COM A CARGA
      * JA COMMITADA, VAI DIRETO A VALIDACAO; COM A TROCA JA FEITA
      * HOJE, NAO HA NADA A FAZER.
       1100-LE-RECONST-CTRL.
           MOVE 'SENHA_USO'                TO DCLRC-TABELA
           MOVE WS-JEX-SQL-DATA            TO DCLRC-DATA-REF

           EXEC SQL
              SELECT FASE, MAIOR_HIST_ID
                INTO :DCLRC-FASE, :DCLRC-MAIOR-HIST-ID
                FROM RECONST_CTRL
               WHERE TABELA   = :DCLRC-TABELA
                 AND DATA_REF = :DCLRC-DATA-REF
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLRC-FASE           TO WS-FASE-RECONST
                 EVALUATE TRUE
                    WHEN WS-FASE-TROCADA
                       DISPLAY 'P3O99RQ - SENHA_USO JA RECONSTRUIDA E '
                               'TROCADA HOJE - NADA A FAZER'
                       MOVE 'TROCA JA FEITA HOJE - NADA A FAZER'
                                           TO DCLJE-OBSERVACAO
                       PERFORM 9000-ENCERRA
                    WHEN WS-FASE-VALIDAR
                       DISPLAY 'P3O99RQ - SOMBRA JA CARREGADA - '
                               'RETOMANDO NA VALIDACAO'
                    WHEN OTHER
                       MOVE 'J'            TO WS-FASE-RECONST
                 END-EVALUATE
              WHEN +100
                 MOVE 'J'                  TO WS-FASE-RECONST
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE EM RECONST_CTRL: ' SQLCODE
                 MOVE 'ERRO EM RECONST_CTRL - NADA ALTERADO'
                                           TO DCLJE-OBSERVACAO
                 MOVE 8                    TO RETURN-CODE
                 PERFORM 9000-ENCERRA
           END-EVALUATE
           .

      * CARGA DA SOMBRA: LIMPA, CONGELA O RETRATO DE HISTJOGO (MAIOR
      * ID AGORA), RECARREGA NUMA UNICA INSTRUCAO - UMA LINHA POR
      * SENHA COM JOGOS NO HISTORICO - E GRAVA A FASE 'V', TUDO NUM
      * COMMIT SO.
       2000-RECONSTROI-USO.
           EXEC SQL
              DELETE FROM SENHA_USO_NOVO
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE NA LIMPEZA DE SENHA_USO_NOVO: '
                       SQLCODE
               GO TO 2000-CARGA-FALHOU
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0)
                INTO :DCLRC-MAIOR-HIST-ID
                FROM HISTJOGO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO LER HISTJOGO: ' SQLCODE
               GO TO 2000-CARGA-FALHOU
           END-IF

           EXEC SQL
              INSERT INTO SENHA_USO_NOVO
                 (SENHA_ID, JOGOS)
              SELECT SENHA_ID, COUNT(*)
                FROM HISTJOGO
               WHERE SENHA_ID > 0
                 AND ID <= :DCLRC-MAIOR-HIST-ID
               GROUP BY SENHA_ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE NA RECARGA DE SENHA_USO_NOVO: '
                       SQLCODE
               GO TO 2000-CARGA-FALHOU
           END-IF

           MOVE 'V'                        TO WS-FASE-RECONST
           MOVE WS-FASE-RECONST            TO DCLRC-FASE
           MOVE SPACES                     TO DCLRC-ULTIMO-USERID
           MOVE 0                          TO DCLRC-ULTIMO-ID
           MOVE 0                          TO DCLRC-MAIOR-DUELO-ID

           EXEC SQL
              DELETE FROM RECONST_CTRL
               WHERE TABELA   = :DCLRC-TABELA
                 AND DATA_REF = :DCLRC-DATA-REF
           END-EXEC

           EXEC SQL
              INSERT INTO RECONST_CTRL
                 (TABELA, DATA_REF, FASE, ULTIMO_USERID, ULTIMO_ID,
                  MAIOR_HIST_ID, MAIOR_DUELO_ID)
              VALUES
                 (:DCLRC-TABELA, :DCLRC-DATA-REF, :DCLRC-FASE,
                  :DCLRC-ULTIMO-USERID, :DCLRC-ULTIMO-ID,
                  :DCLRC-MAIOR-HIST-ID, :DCLRC-MAIOR-DUELO-ID)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO GRAVAR RECONST_CTRL: '
                       SQLCODE
               GO TO 2000-CARGA-FALHOU
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC
           GO TO 2000-RECONSTROI-USO-EXIT
           .
       2000-CARGA-FALHOU.
           EXEC SQL
              ROLLBACK
           END-EXEC

           MOVE 'ERRO NA CARGA DA SOMBRA - ANTIGA MANTIDA'
                                           TO DCLJE-OBSERVACAO
           DISPLAY 'P3O99RQ - *** ' DCLJE-OBSERVACAO
           MOVE 4                          TO RETURN-CODE
           PERFORM 9000-ENCERRA
           .
       2000-RECONSTROI-USO-EXIT.
           EXIT.

      * VALIDA A SOMBRA ANTES DA TROCA: UMA LINHA POR SENHA_ID
      * DISTINTO DE HISTJOGO NO RETRATO CONGELADO E NENHUMA CONTAGEM
      * NEGATIVA OU ZERADA (TODA LINHA VEM DE PELO MENOS UM JOGO).
       4000-VALIDA-SOMBRA.
           MOVE 'N'                        TO WS-SOMBRA-OK-SW

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN JOGOS < 1
                                       THEN 1 ELSE 0 END), 0)
                INTO :WS-TOT-SOMBRA-COMP, :WS-TOT-NEGATIVOS-COMP
                FROM SENHA_USO_NOVO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO CONTAR SENHA_USO_NOVO: '
                       SQLCODE
               MOVE 'ANTIGA MANTIDA - ERRO AO CONTAR A SOMBRA'
                                           TO DCLJE-OBSERVACAO
               GO TO 4000-VALIDA-SOMBRA-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(DISTINCT SENHA_ID)
                INTO :WS-TOT-ESPERADO-COMP
                FROM HISTJOGO
               WHERE SENHA_ID > 0
                 AND ID <= :DCLRC-MAIOR-HIST-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO CONTAR AS SENHAS DO '
                       'HISTORICO: ' SQLCODE
               MOVE 'ANTIGA MANTIDA - ERRO AO CONTAR O HISTORICO'
                                           TO DCLJE-OBSERVACAO
               GO TO 4000-VALIDA-SOMBRA-EXIT
           END-IF

           DISPLAY 'P3O99RQ - VALIDACAO DA SOMBRA'
           DISPLAY '   LINHAS EM SENHA_USO_NOVO.............: '
                   WS-TOT-SOMBRA-COMP
           DISPLAY '   SENHA_IDS DISTINTOS NO HISTORICO.....: '
                   WS-TOT-ESPERADO-COMP
           DISPLAY '   CONTAGENS NEGATIVAS OU ZERADAS.......: '
                   WS-TOT-NEGATIVOS-COMP

           MOVE WS-TOT-SOMBRA-COMP         TO WS-TOT-SOMBRA-ED
           MOVE WS-TOT-ESPERADO-COMP       TO WS-TOT-ESPERADO-ED

           IF WS-TOT-SOMBRA-COMP NOT EQUAL WS-TOT-ESPERADO-COMP
               MOVE SPACES                 TO DCLJE-OBSERVACAO
               STRING 'ANTIGA MANTIDA - SOMBRA ' DELIMITED BY SIZE
                      WS-TOT-SOMBRA-ED     DELIMITED BY SIZE
                      ' <> '               DELIMITED BY SIZE
                      WS-TOT-ESPERADO-ED   DELIMITED BY SIZE
                 INTO DCLJE-OBSERVACAO
               END-STRING
               GO TO 4000-VALIDA-SOMBRA-EXIT
           END-IF

           IF WS-TOT-NEGATIVOS-COMP > 0
               MOVE 'ANTIGA MANTIDA - SOMBRA COM CONTAGEM INVALIDA'
                                           TO DCLJE-OBSERVACAO
               GO TO 4000-VALIDA-SOMBRA-EXIT
           END-IF

           MOVE 'S'                        TO WS-SOMBRA-OK-SW
           .
       4000-VALIDA-SOMBRA-EXIT.
           EXIT.

      * TROCA A TABELA OFICIAL PELA SOMBRA NUMA UNICA UNIDADE DE
      * TRABALHO: O DELETE, A COPIA E A MARCA DE FASE 'T' SO VALEM
      * JUNTOS NO COMMIT - QUALQUER ERRO DESFAZ TUDO E O SORTEIO DO
      * ONLINE CONTINUA COM A TABELA ANTIGA INTEIRA.
       5000-TROCA-TABELA.
           EXEC SQL
              DELETE FROM SENHA_USO
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE NA LIMPEZA DE SENHA_USO: '
                       SQLCODE
               GO TO 5000-TROCA-FALHOU
           END-IF

           EXEC SQL
              INSERT INTO SENHA_USO
                 (SENHA_ID, JOGOS)
              SELECT SENHA_ID, JOGOS
                FROM SENHA_USO_NOVO
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE NA COPIA DA SOMBRA: '
                       SQLCODE
               GO TO 5000-TROCA-FALHOU
           END-IF

           EXEC SQL
              UPDATE RECONST_CTRL
                 SET FASE = 'T'
               WHERE TABELA   = :DCLRC-TABELA
                 AND DATA_REF = :DCLRC-DATA-REF
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE EM RECONST_CTRL: ' SQLCODE
               GO TO 5000-TROCA-FALHOU
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           MOVE WS-TOT-SOMBRA-COMP         TO WS-TOT-SENHAS-COMP
           MOVE SPACES                     TO DCLJE-OBSERVACAO
           STRING 'TROCA FEITA - ' DELIMITED BY SIZE
                  WS-TOT-SOMBRA-ED DELIMITED BY SIZE
                  ' SENHAS'        DELIMITED BY SIZE
             INTO DCLJE-OBSERVACAO
           END-STRING
           DISPLAY 'P3O99RQ - SOMBRA VALIDADA E TROCADA PELA '
                   'SENHA_USO'
           GO TO 5000-TROCA-TABELA-EXIT
           .
       5000-TROCA-FALHOU.
           EXEC SQL
              ROLLBACK
           END-EXEC

           MOVE 'ANTIGA MANTIDA - ERRO NA TROCA (ROLLBACK)'
                                           TO DCLJE-OBSERVACAO
           PERFORM 5500-MANTEM-ANTIGA
           .
       5000-TROCA-TABELA-EXIT.
           EXIT.

      * SOMBRA REPROVADA (OU TROCA DESFEITA): A SENHA_USO ANTIGA FICA
      * COMO ESTAVA. A FASE 'M' FAZ A PROXIMA EXECUCAO RECOMECAR A
      * CARGA DO ZERO, E O RETURN-CODE 4 AVISA O ESCALONADOR.
       5500-MANTEM-ANTIGA.
           EXEC SQL
              UPDATE RECONST_CTRL
                 SET FASE = 'M'
               WHERE TABELA   = :DCLRC-TABELA
                 AND DATA_REF = :DCLRC-DATA-REF
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC

           DISPLAY 'P3O99RQ - *** ' DCLJE-OBSERVACAO
           MOVE 4                          TO RETURN-CODE
           .

       9000-ENCERRA.
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'SENHAS COM USO CONTADO: ' WS-TOT-SENHAS-COMP
           DISPLAY '   ' DCLJE-OBSERVACAO
           DISPLAY 'P3O99RQ - RECONSTRUCAO DO USO CONCLUIDA'
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

           MOVE 'P3O99RQ'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RQ'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RQ - RETIDO POR DEPENDENCIA: '
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
                         CONTAGEM = :WS-TOT-JEX-COMP,
                         OBSERVACAO = :DCLJE-OBSERVACAO
                   WHERE ID = :WS-JOB-EXEC-ID-COMP
               END-EXEC
           END-IF
