       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * RECONSTRUCAO NOTURNA DO RATING: REFAZ A TABELA RATING DO ZERO
      * A PARTIR DE HISTJOGO (JOGOS NORMAIS, SENHA RASTREAVEL) E
      * JOGO_DUELO (DUELOS DECIDIDOS COM OS DOIS LADOS OCUPADOS),
      * APLICANDO A MESMA FORMULA DO ONLINE - VEJA DCLRTNG. E O JOB
      * QUE RODA QUANDO A FORMULA MUDA, PARA O RATING INTEIRO PASSAR
      * A REFLETIR A REGRA NOVA.
      *
      * A CARGA E FEITA NA TABELA-SOMBRA RATING_NOVO - O ONLINE (TELA
      * DE VITORIA, RANKING DA OPCAO R DO MENU) CONTINUA LENDO O
      * RATING ANTERIOR ENQUANTO O JOB RODA, E TAMBEM SE ELE ABENDAR
      * NO MEIO. TERMINADA A CARGA, A SOMBRA E VALIDADA (UMA LINHA
      * POR USERID DISTINTO DOS JOGOS E DUELOS REAPLICADOS, NENHUM
      * RATING NEGATIVO) E SO ENTAO COPIADA PARA RATING NUMA UNICA
      * UNIDADE DE TRABALHO. REPROVADA, A TABELA ANTIGA FICA COMO
      * ESTAVA E O JOB TERMINA COM RETURN-CODE 4. A OBSERVACAO DE
      * JOB_EXEC DIZ SE A TROCA FOI FEITA OU SE A ANTIGA FOI MANTIDA.
      * ERRO EM RECONST_CTRL OU NA LIMPEZA DA SOMBRA TERMINA COM
      * RETURN-CODE 8, SEM TOCAR NA TABELA ANTIGA.
      *
      * OS JOGOS NORMAIS SAO REAPLICADOS JOGADOR A JOGADOR (NA ORDEM
      * DO ID DE HISTJOGO DENTRO DE CADA UM - NO JOGO NORMAL O RATING
      * DE UM JOGADOR NAO DEPENDE DOS OUTROS) E OS DUELOS DEPOIS, NA
      * ORDEM DO ID DE JOGO_DUELO - A INTERCALACAO CRONOLOGICA EXATA
      * ENTRE JOGO NORMAL E DUELO NAO E RECONSTRUIVEL, ENTAO O DELTA
      * PONDERADO PELO OPONENTE PODE DIVERGIR EM ALGUNS PONTOS DO QUE
      * O ONLINE APLICOU NO DIA. ABANDONOS NAO CONTAM, COMO NO ONLINE.
      * JOGOS COOPERATIVOS (HISTJOGO.COOP = 'S') TAMBEM NAO - O
      * RESULTADO E DA DUPLA, E O ONLINE (Y1D9) NAO MEXE NO RATING.
      * NEM OS DESAFIOS DE COLEGA (HISTJOGO.DESAFIO_COLEGA = 'S') - A
      * SENHA FOI ESCOLHIDA A DEDO, E A Y1E0 TAMBEM NAO MEXE NO RATING.
      *
      * RESTART: A CARGA COMMITA A CADA WS-CKPT-INTERVALO JOGADORES
      * (E DEPOIS A CADA WS-CKPT-INTERVALO DUELOS), GUARDANDO EM
      * RECONST_CTRL O ULTIMO JOGADOR (OU DUELO) JA GRAVADO NA
      * SOMBRA. NUMA REEXECUCAO NO MESMO DIA O JOB RETOMA DO JOGADOR
      * SEGUINTE, SOBRE O MESMO RETRATO DE HISTJOGO/JOGO_DUELO
      * CONGELADO NO COMECO DA CARGA.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-TOT-DUELOS                   PIC 9(09) VALUE 0.
       77  WS-TOT-JOGADORES-COMP           PIC S9(09) COMP.

      * FASE DA RECONSTRUCAO, COMO GRAVADA EM RECONST_CTRL.
       77  WS-FASE-RECONST                 PIC X(01) VALUE 'J'.
           88 WS-FASE-JOGOS                    VALUE 'J'.
           88 WS-FASE-DUELOS                   VALUE 'D'.
           88 WS-FASE-VALIDAR                  VALUE 'V'.
           88 WS-FASE-TROCADA                  VALUE 'T'.
           88 WS-FASE-MANTIDA                  VALUE 'M'.

      * CHECKPOINT DA CARGA DA SOMBRA: A CADA WS-CKPT-INTERVALO
      * JOGADORES (OU DUELOS) FECHADOS, GRAVA A POSICAO E COMMITA.
       77  WS-CKPT-INTERVALO               PIC 9(05) VALUE 200.
       77  WS-CKPT-CONTADOR                PIC 9(05) VALUE 0.
       77  WS-ULTIMO-DUELO-COMP            PIC S9(09) COMP VALUE 0.

      * VALIDACAO DA SOMBRA ANTES DA TROCA.
       77  WS-SOMBRA-OK-SW                 PIC X(01) VALUE 'N'.
           88 WS-SOMBRA-OK                     VALUE 'S'.
       77  WS-TOT-SOMBRA-COMP              PIC S9(09) COMP VALUE 0.
       77  WS-TOT-ESPERADO-COMP            PIC S9(09) COMP VALUE 0.
       77  WS-TOT-NEGATIVOS-COMP           PIC S9(09) COMP VALUE 0.
       77  WS-TOT-SOMBRA-ED                PIC 9(07).
       77  WS-TOT-ESPERADO-ED              PIC 9(07).

      * VARIAVEIS DO CALCULO - MESMOS NOMES E PAPEIS DO AJUSTE
      * ONLINE (P3O99B0 E P3O99B9).
       77  WS-NIVEL-COMP                   PIC S9(04) COMP.
              INCLUDE DCLRTNG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRTNN
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

      * JOGOS NORMAIS TERMINADOS COM SENHA RASTREAVEL, JOGADOR A
      * JOGADOR (DUELOS FICAM DE FORA - EM HISTJOGO ELES TEM
      * SENHA_ID ZERO E SAO REAPLICADOS PELO CURSOR DE DUELOS).
      * JOGOS ANONIMIZADOS PELA REMOCAO DE DADOS (P3O99RL) TAMBEM
      * FICAM DE FORA - SENAO O USERID '********' ACUMULARIA O
      * RATING DE TODOS OS REMOVIDOS. WITH HOLD PORQUE O CHECKPOINT
      * COMMITA NO MEIO DO FETCH; PARTE DO JOGADOR SEGUINTE AO
      * ULTIMO COMMITADO E PARA NO RETRATO CONGELADO DE HISTJOGO.
           EXEC SQL
              DECLARE CUR-JOGOS CURSOR WITH HOLD FOR
                 SELECT USERID, RESULTADO, SENHA_ID
                   FROM HISTJOGO
                  WHERE SENHA_ID > 0
                    AND (RESULTADO = 'S' OR RESULTADO = 'N')
                    AND ANULADO <> 'S'
                    AND TREINO <> 'S'
                    AND COOP <> 'S'
                    AND DESAFIO_COLEGA <> 'S'
                    AND USERID <> '********'
                    AND USERID > :DCLRC-ULTIMO-USERID
                    AND ID <= :DCLRC-MAIOR-HIST-ID
                  ORDER BY USERID, ID
           END-EXEC.

      * DUELOS DECIDIDOS COM OS DOIS LADOS OCUPADOS, NA ORDEM DE
      * CRIACAO, A PARTIR DO ULTIMO JA COMMITADO NA SOMBRA.
           EXEC SQL
              DECLARE CUR-DUELOS CURSOR WITH HOLD FOR
                 SELECT ID, USERID_1, USERID_2, TERMINAL_1, VENCEDOR
                   FROM JOGO_DUELO
                  WHERE VENCEDOR <> SPACES
                    AND USERID_2 <> SPACES
                    AND ID > :DCLRC-ULTIMO-ID
                    AND ID <= :DCLRC-MAIOR-DUELO-ID
                  ORDER BY ID
           END-EXEC.

      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA

           IF WS-FASE-JOGOS
               PERFORM 2000-REAPLICA-JOGOS
           END-IF

           IF WS-FASE-DUELOS
               PERFORM 3000-REAPLICA-DUELOS
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

           DISPLAY 'P3O99RF - RECONSTRUCAO DO RATING INICIADA'

           PERFORM 1100-LE-RECONST-CTRL
           .

      * LE A LINHA DE CONTROLE DE HOJE. SEM LINHA (OU COM A SOMBRA DE
      * UMA TENTATIVA REPROVADA) A CARGA COMECA DO ZERO; COM A CARGA
      * PELA METADE, RETOMA DE ONDE O ULTIMO CHECKPOINT PAROU; COM A
      * TROCA JA FEITA HOJE, NAO HA NADA A FAZER.
       1100-LE-RECONST-CTRL.
           MOVE 'RATING'                   TO DCLRC-TABELA
           MOVE WS-JEX-SQL-DATA            TO DCLRC-DATA-REF

           EXEC SQL
              SELECT FASE, ULTIMO_USERID, ULTIMO_ID, MAIOR_HIST_ID,
                     MAIOR_DUELO_ID
                INTO :DCLRC-FASE, :DCLRC-ULTIMO-USERID,
                     :DCLRC-ULTIMO-ID, :DCLRC-MAIOR-HIST-ID,
                     :DCLRC-MAIOR-DUELO-ID
                FROM RECONST_CTRL
               WHERE TABELA   = :DCLRC-TABELA
                 AND DATA_REF = :DCLRC-DATA-REF
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLRC-FASE           TO WS-FASE-RECONST
                 EVALUATE TRUE
                    WHEN WS-FASE-TROCADA
                       DISPLAY 'P3O99RF - RATING JA RECONSTRUIDO E '
                               'TROCADO HOJE - NADA A FAZER'
                       MOVE 'TROCA JA FEITA HOJE - NADA A FAZER'
                                           TO DCLJE-OBSERVACAO
                       PERFORM 9000-ENCERRA
                    WHEN WS-FASE-MANTIDA
                       PERFORM 1200-COMECA-DO-ZERO
                    WHEN OTHER
                       DISPLAY 'P3O99RF - RETOMANDO A CARGA NA FASE '
                               DCLRC-FASE ' - ULTIMO JOGADOR '
                               DCLRC-ULTIMO-USERID ' ULTIMO DUELO '
                               DCLRC-ULTIMO-ID
                 END-EVALUATE
              WHEN +100
                 PERFORM 1200-COMECA-DO-ZERO
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE EM RECONST_CTRL: ' SQLCODE
                 MOVE 'ERRO EM RECONST_CTRL - NADA ALTERADO'
                                           TO DCLJE-OBSERVACAO
                 MOVE 8                    TO RETURN-CODE
                 PERFORM 9000-ENCERRA
           END-EVALUATE
           .

      * LIMPA A SOMBRA, CONGELA O RETRATO DE HISTJOGO E JOGO_DUELO
      * (MAIOR ID DE CADA UM AGORA) E GRAVA A LINHA DE CONTROLE NA
      * FASE 'J' - TUDO NUM COMMIT SO.
       1200-COMECA-DO-ZERO.
           EXEC SQL
              DELETE FROM RATING_NOVO
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE NA LIMPEZA DE RATING_NOVO: '
                       SQLCODE
               MOVE 'ERRO NA LIMPEZA DA SOMBRA - ANTIGA MANTIDA'
                                           TO DCLJE-OBSERVACAO
               MOVE 8                      TO RETURN-CODE
               PERFORM 9000-ENCERRA
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0)
                INTO :DCLRC-MAIOR-HIST-ID
                FROM HISTJOGO
           END-EXEC

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0)
                INTO :DCLRC-MAIOR-DUELO-ID
                FROM JOGO_DUELO
           END-EXEC

           MOVE 'J'                        TO WS-FASE-RECONST
           MOVE WS-FASE-RECONST            TO DCLRC-FASE
           MOVE SPACES                     TO DCLRC-ULTIMO-USERID
           MOVE 0                          TO DCLRC-ULTIMO-ID

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
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE 'ERRO EM RECONST_CTRL - NADA ALTERADO'
                                           TO DCLJE-OBSERVACAO
               MOVE 8                      TO RETURN-CODE
               PERFORM 9000-ENCERRA
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC
           .

       2000-REAPLICA-JOGOS.
           MOVE SPACES                     TO WS-RATING-USERID
           MOVE 0                          TO WS-CKPT-CONTADOR

           EXEC SQL
              OPEN CUR-JOGOS
           END-EXEC
           EXEC SQL
              CLOSE CUR-JOGOS
           END-EXEC

      * FIM DOS JOGOS NORMAIS: A PROXIMA RETOMADA JA COMECA NOS
      * DUELOS.
           MOVE 'D'                        TO WS-FASE-RECONST
           MOVE 0                          TO DCLRC-ULTIMO-ID
           PERFORM 9400-GRAVA-CHECKPOINT
           .

      * O RATING DO JOGADOR CORRENTE E ACUMULADO EM MEMORIA E SO VAI
      * PARA A SOMBRA QUANDO O CURSOR PASSA PARA O PROXIMO USERID
      * (2200-FECHA-JOGADOR) - ASSIM TODO CHECKPOINT CAI NA DIVISA
      * ENTRE DOIS JOGADORES.
       2100-REAPLICA-1-JOGO.
           EXEC SQL
              FETCH CUR-JOGOS

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-JOGOS
               IF WS-RATING-USERID NOT EQUAL SPACES
                   PERFORM 2200-FECHA-JOGADOR
               END-IF
               GO TO 2100-REAPLICA-1-JOGO-EXIT
           END-IF

           IF DCLHJ-USERID NOT EQUAL WS-RATING-USERID
               IF WS-RATING-USERID NOT EQUAL SPACES
                   PERFORM 2200-FECHA-JOGADOR
               END-IF
               MOVE DCLHJ-USERID           TO WS-RATING-USERID
               MOVE 1000                   TO WS-RATING-VALOR-COMP
               MOVE 0                      TO WS-RATING-JOGOS-COMP
           END-IF

           ADD 1                           TO WS-TOT-JOGOS

      * NIVEL DA SENHA JOGADA - SE ELA FOI EXCLUIDA DA TABELA NO
               MOVE 1                      TO WS-NIVEL-COMP
           END-IF

           IF DCLHJ-RESULTADO EQUAL 'S'
               COMPUTE WS-RATING-VALOR-COMP =
                   WS-RATING-VALOR-COMP + (8 * WS-NIVEL-COMP)
           END-IF

           ADD 1                           TO WS-RATING-JOGOS-COMP
           .
       2100-REAPLICA-1-JOGO-EXIT.
           EXIT.

      * GRAVA NA SOMBRA O JOGADOR QUE ACABOU DE FECHAR E, A CADA
      * WS-CKPT-INTERVALO JOGADORES, COMMITA COM ELE COMO ULTIMO
      * JOGADOR DO CHECKPOINT.
       2200-FECHA-JOGADOR.
           PERFORM 8100-GRAVA-1-RATING

           ADD 1                           TO WS-CKPT-CONTADOR
           IF WS-CKPT-CONTADOR NOT < WS-CKPT-INTERVALO
               MOVE WS-RATING-USERID       TO DCLRC-ULTIMO-USERID
               PERFORM 9400-GRAVA-CHECKPOINT
               MOVE 0                      TO WS-CKPT-CONTADOR
           END-IF
           .

       3000-REAPLICA-DUELOS.
           MOVE 0                          TO WS-CKPT-CONTADOR
           MOVE DCLRC-ULTIMO-ID            TO WS-ULTIMO-DUELO-COMP

           EXEC SQL
              OPEN CUR-DUELOS
           END-EXEC
           EXEC SQL
              CLOSE CUR-DUELOS
           END-EXEC

      * FIM DOS DUELOS: A SOMBRA ESTA COMPLETA, FALTA VALIDAR.
           MOVE 'V'                        TO WS-FASE-RECONST
           MOVE WS-ULTIMO-DUELO-COMP       TO DCLRC-ULTIMO-ID
           PERFORM 9400-GRAVA-CHECKPOINT
           .

       3100-REAPLICA-1-DUELO.
           EXEC SQL
              FETCH CUR-DUELOS
                INTO :DCLDU-ID, :DCLDU-USERID-1, :DCLDU-USERID-2,
                     :DCLDU-TERMINAL-1, :DCLDU-VENCEDOR
           END-EXEC

               GO TO 3100-REAPLICA-1-DUELO-EXIT
           END-IF

           MOVE DCLDU-ID                   TO WS-ULTIMO-DUELO-COMP

      * CHECKPOINT A CADA WS-CKPT-INTERVALO DUELOS - O DUELO ANTERIOR
      * JA ESTA INTEIRO NA SOMBRA, O ATUAL AINDA NAO FOI APLICADO.
           ADD 1                           TO WS-CKPT-CONTADOR
           IF WS-CKPT-CONTADOR NOT < WS-CKPT-INTERVALO
               COMPUTE DCLRC-ULTIMO-ID = DCLDU-ID - 1
               PERFORM 9400-GRAVA-CHECKPOINT
               MOVE 0                      TO WS-CKPT-CONTADOR
           END-IF

           IF DCLDU-VENCEDOR EQUAL DCLDU-TERMINAL-1
               MOVE DCLDU-USERID-1         TO WS-VENCEDOR-USERID
               MOVE DCLDU-USERID-2         TO WS-PERDEDOR-USERID
       3100-REAPLICA-1-DUELO-EXIT.
           EXIT.

      * VALIDA A SOMBRA ANTES DA TROCA: UMA LINHA POR USERID DISTINTO
      * DOS JOGOS NORMAIS E DUELOS QUE A CARGA REAPLICOU (MESMOS
      * FILTROS DOS CURSORES, NO MESMO RETRATO CONGELADO) E NENHUM
      * RATING NEGATIVO.
       4000-VALIDA-SOMBRA.
           MOVE 'N'                        TO WS-SOMBRA-OK-SW

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN RATING < 0
                                       THEN 1 ELSE 0 END), 0)
                INTO :WS-TOT-SOMBRA-COMP, :WS-TOT-NEGATIVOS-COMP
                FROM RATING_NOVO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO CONTAR RATING_NOVO: '
                       SQLCODE
               MOVE 'ANTIGA MANTIDA - ERRO AO CONTAR A SOMBRA'
                                           TO DCLJE-OBSERVACAO
               GO TO 4000-VALIDA-SOMBRA-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(DISTINCT U.USERID)
                INTO :WS-TOT-ESPERADO-COMP
                FROM (SELECT USERID
                        FROM HISTJOGO
                       WHERE SENHA_ID > 0
                         AND (RESULTADO = 'S' OR RESULTADO = 'N')
                         AND ANULADO <> 'S'
                         AND TREINO <> 'S'
                         AND COOP <> 'S'
                         AND DESAFIO_COLEGA <> 'S'
                         AND USERID <> '********'
                         AND ID <= :DCLRC-MAIOR-HIST-ID
                      UNION ALL
                      SELECT USERID_1
                        FROM JOGO_DUELO
                       WHERE VENCEDOR <> SPACES
                         AND USERID_2 <> SPACES
                         AND USERID_1 <> '********'
                         AND USERID_2 <> '********'
                         AND ID <= :DCLRC-MAIOR-DUELO-ID
                      UNION ALL
                      SELECT USERID_2
                        FROM JOGO_DUELO
                       WHERE VENCEDOR <> SPACES
                         AND USERID_2 <> SPACES
                         AND USERID_1 <> '********'
                         AND USERID_2 <> '********'
                         AND ID <= :DCLRC-MAIOR-DUELO-ID) AS U
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO CONTAR OS USERIDS DO '
                       'HISTORICO: ' SQLCODE
               MOVE 'ANTIGA MANTIDA - ERRO AO CONTAR O HISTORICO'
                                           TO DCLJE-OBSERVACAO
               GO TO 4000-VALIDA-SOMBRA-EXIT
           END-IF

           DISPLAY 'P3O99RF - VALIDACAO DA SOMBRA'
           DISPLAY '   LINHAS EM RATING_NOVO................: '
                   WS-TOT-SOMBRA-COMP
           DISPLAY '   USERIDS DISTINTOS NO HISTORICO.......: '
                   WS-TOT-ESPERADO-COMP
           DISPLAY '   RATINGS NEGATIVOS....................: '
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
               MOVE 'ANTIGA MANTIDA - SOMBRA COM RATING NEGATIVO'
                                           TO DCLJE-OBSERVACAO
               GO TO 4000-VALIDA-SOMBRA-EXIT
           END-IF

           MOVE 'S'                        TO WS-SOMBRA-OK-SW
           .
       4000-VALIDA-SOMBRA-EXIT.
           EXIT.

      * TROCA A TABELA OFICIAL PELA SOMBRA NUMA UNICA UNIDADE DE
      * TRABALHO: O DELETE, A COPIA E A MARCA DE FASE 'T' SO VALEM
      * JUNTOS NO COMMIT - QUALQUER ERRO DESFAZ TUDO E A TABELA
      * ANTIGA CONTINUA INTEIRA PARA O ONLINE.
       5000-TROCA-TABELA.
           EXEC SQL
              DELETE FROM RATING
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE NA LIMPEZA DE RATING: '
                       SQLCODE
               GO TO 5000-TROCA-FALHOU
           END-IF

           EXEC SQL
              INSERT INTO RATING
                 (USERID, RATING, JOGOS, DATA_ATU, HORA_ATU)
              SELECT USERID, RATING, JOGOS, DATA_ATU, HORA_ATU
                FROM RATING_NOVO
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

           MOVE SPACES                     TO DCLJE-OBSERVACAO
           STRING 'TROCA FEITA - ' DELIMITED BY SIZE
                  WS-TOT-SOMBRA-ED DELIMITED BY SIZE
                  ' JOGADORES'     DELIMITED BY SIZE
             INTO DCLJE-OBSERVACAO
           END-STRING
           DISPLAY 'P3O99RF - SOMBRA VALIDADA E TROCADA PELO RATING'
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

      * SOMBRA REPROVADA (OU TROCA DESFEITA): O RATING ANTIGO FICA
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

           DISPLAY 'P3O99RF - *** ' DCLJE-OBSERVACAO
           MOVE 4                          TO RETURN-CODE
           .

      * LE O RATING DO USERID EM WS-RATING-USERID NA SOMBRA - QUEM
      * AINDA NAO APARECEU NA RECONSTRUCAO COMECA COM 1000.
       8000-LE-1-RATING.
           EXEC SQL
              SELECT RATING, JOGOS
                INTO :WS-RATING-VALOR-COMP, :WS-RATING-JOGOS-COMP
                FROM RATING_NOVO
               WHERE USERID = :WS-RATING-USERID
           END-EXEC

           END-IF
           .

      * REGRAVA A LINHA DA SOMBRA, SUBSTITUINDO A ANTERIOR SE HOUVER
      * (MESMO PADRAO DE UPSERT POR DELETE+INSERT DO ONLINE).
       8100-GRAVA-1-RATING.
           EXEC SQL
              DELETE FROM RATING_NOVO
               WHERE USERID = :WS-RATING-USERID
           END-EXEC

           PERFORM 8200-MONTA-DATA-HORA

           MOVE WS-RATING-USERID           TO DCLRN-USERID
           MOVE WS-RATING-VALOR-COMP       TO DCLRN-RATING
           MOVE WS-RATING-JOGOS-COMP       TO DCLRN-JOGOS
           MOVE WS-SQL-DATA                TO DCLRN-DATA-ATU
           MOVE WS-SQL-HORA                TO DCLRN-HORA-ATU

           EXEC SQL
              INSERT INTO RATING_NOVO
                 (USERID, RATING, JOGOS, DATA_ATU, HORA_ATU)
              VALUES
                 (:DCLRN-USERID, :DCLRN-RATING, :DCLRN-JOGOS,
                  :DCLRN-DATA-ATU, :DCLRN-HORA-ATU)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS
           .

      * CHECKPOINT DA CARGA: GRAVA A FASE E A POSICAO (ULTIMO
      * JOGADOR / ULTIMO DUELO) EM RECONST_CTRL E COMMITA JUNTO COM
      * AS LINHAS DA SOMBRA GRAVADAS ATE AQUI (OS CURSORES SAO WITH
      * HOLD, ENTAO O FETCH CONTINUA DE ONDE ESTAVA).
       9400-GRAVA-CHECKPOINT.
           MOVE WS-FASE-RECONST            TO DCLRC-FASE

           EXEC SQL
              UPDATE RECONST_CTRL
                 SET FASE          = :DCLRC-FASE,
                     ULTIMO_USERID = :DCLRC-ULTIMO-USERID,
                     ULTIMO_ID     = :DCLRC-ULTIMO-ID
               WHERE TABELA   = :DCLRC-TABELA
                 AND DATA_REF = :DCLRC-DATA-REF
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .

       9000-ENCERRA.
           MOVE WS-TOT-JOGOS          TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM
                   WS-TOT-DUELOS
           DISPLAY '   JOGADORES COM RATING.................: '
                   WS-TOT-JOGADORES-COMP
           DISPLAY '   ' DCLJE-OBSERVACAO
           DISPLAY 'P3O99RF - RECONSTRUCAO DO RATING CONCLUIDA'
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

           MOVE 'P3O99RF'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RF'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RF - RETIDO POR DEPENDENCIA: '
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
