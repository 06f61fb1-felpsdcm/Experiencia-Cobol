      * QUE RODARAM, FLAGRANDO:
      *    - JOB DA CADEIA NOTURNA QUE NAO RODOU;
      *    - JOB QUE FICOU EM 'I' (ABENDOU OU AINDA ESTA RODANDO);
      *    - JOB QUE TERMINOU COM ERRO ('E' - RETURN-CODE ACIMA DE 4),
      *      COM A OBSERVACAO QUE ELE DEIXOU;
      *    - CONTAGEM MUITO FORA DA MEDIA DAS ULTIMAS 7 EXECUCOES
      *      LIMPAS (ABAIXO DA METADE OU ACIMA DO DOBRO). A MEDIA
      *      SO CONTA EXECUCOES DE DIA UTIL DO CALENDARIO (Y1D7) E,
      *      NUM FERIADO OU RECESSO, A CONTAGEM DO DIA NAO E BATIDA
      *      COM ELA - O MOVIMENTO BAIXO E O ESPERADO. O DIA JULGADO
      *      E O DO MOVIMENTO, A VESPERA DA DATA DE EXECUCAO.
      * OS JOBS RETIDOS POR DEPENDENCIA (SITUACAO 'R' - O
      * PRE-REQUISITO DE JOB_DEPEND NAO TERMINOU LIMPO) SAEM NUMA
      * SECAO PROPRIA, COM O PRE-REQUISITO QUE FALTOU E SE O JOB
      * CONSEGUIU RODAR DEPOIS; O QUE CONTINUA RETIDO E ALERTA.
      * E A LEITURA UNICA DA MANHA QUE SUBSTITUI ABRIR O SYSTSPRT DE
      * CADA JOB - FOI ASSIM QUE O SORTEIO DO DESAFIO (P3O99RA)
      * PASSOU BATIDO DUAS VEZES NO ANO.
           88 WS-ACABOU-CURSOR                 VALUE 'S'.
       77  WS-TOT-EXECUCOES                PIC 9(05) VALUE 0.
       77  WS-TOT-ALERTAS                  PIC 9(05) VALUE 0.
       77  WS-TOT-RETIDOS                  PIC 9(05) VALUE 0.
       77  I                               PIC 9(04).

      * MEDIA DAS ULTIMAS EXECUCOES LIMPAS DO PROGRAMA, PARA O
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LE-OBS                    PIC X(39).

       01  WS-LINHA-TIT-RETIDOS.
           05 FILLER                       PIC X(28)
              VALUE 'JOBS RETIDOS POR DEPENDENCIA'.
           05 FILLER                       PIC X(52) VALUE SPACES.

       01  WS-LINHA-RETIDO.
           05 WS-LR-PROGRAMA               PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LR-HORA                   PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LR-OBS                    PIC X(40).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LR-DESFECHO               PIC X(21).

      * DESFECHO DE CADA RETENCAO: EXECUCOES POSTERIORES DO MESMO
      * PROGRAMA NO DIA, NO TOTAL E SO AS QUE NAO FORAM RETIDAS.
       77  WS-QTD-DEPOIS-COMP              PIC S9(09) COMP.
       77  WS-QTD-RODOU-COMP               PIC S9(09) COMP.

       01  WS-LINHA-FALTA.
           05 WS-LF-PROGRAMA               PIC X(08).
           05 FILLER                       PIC X(04) VALUE SPACES.
              VALUE '*** NAO RODOU HOJE ***'.
           05 FILLER                       PIC X(28) VALUE SPACES.

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

      * CONTROLE DE EXECUCAO DO LOTE - O PROPRIO RELATORIO DE
      * CONTROLE TAMBEM SE REGISTRA EM JOB_EXEC, COMO TODOS OS JOBS:
      * A LINHA DELE APARECE NA LEITURA DA MANHA SEGUINTE, E UM
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

      * AS EXECUCOES DO DIA, NA ORDEM EM QUE COMECARAM - MENOS A
      * LINHA DO PROPRIO RELATORIO, QUE AINDA ESTA EM 'I' ENQUANTO
      * ELE RODA E SAIRIA FLAGRADA A TOA - E MENOS AS RETENCOES POR
      * DEPENDENCIA, QUE TEM SECAO PROPRIA (CUR-RETIDOS).
           EXEC SQL
              DECLARE CUR-EXECUCOES CURSOR FOR
                 SELECT PROGRAMA, HORA_INI, HORA_FIM, SITUACAO,
                        CONTAGEM, OBSERVACAO
                   FROM JOB_EXEC
                  WHERE DATA_REF = :WS-SQL-DATA-REF
                    AND ID <> :WS-JOB-EXEC-ID-COMP
                    AND SITUACAO <> 'R'
                  ORDER BY HORA_INI, ID
           END-EXEC.

           EXEC SQL
              DECLARE CUR-RETIDOS CURSOR FOR
                 SELECT ID, PROGRAMA, HORA_INI, OBSERVACAO
                   FROM JOB_EXEC
                  WHERE DATA_REF = :WS-SQL-DATA-REF
                    AND SITUACAO = 'R'
                  ORDER BY HORA_INI, ID
           END-EXEC.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-IMPRIME-EXECUCOES
           PERFORM 2500-IMPRIME-RETIDOS
           PERFORM 3000-CONFERE-CADEIA
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           OPEN OUTPUT RELATOR
           MOVE WS-DATA-REG(5:2)           TO WS-SQL-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SQL-DIA

      * A CADEIA DA MADRUGADA PROCESSA O MOVIMENTO DE ONTEM: E ESSE
      * DIA QUE O CALENDARIO JULGA, NAO A DATA DA EXECUCAO.
           COMPUTE WS-DATA-REG =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 1)
           MOVE WS-DATA-REG(1:4)           TO WS-CAL-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-CAL-MES
           MOVE WS-DATA-REG(7:2)           TO WS-CAL-DIA
           PERFORM 9600-VERIFICA-DIA-UTIL

           MOVE WS-SQL-DATA-REF            TO WS-CAB-DATA
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           IF NOT WS-CAL-DIA-UTIL
               MOVE 'DIA NAO UTIL NO CALENDARIO - CONTAGENS NAO BATIDAS'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           MOVE WS-LINHA-TITULO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
              FETCH CUR-EXECUCOES
                INTO :DCLJE-PROGRAMA, :DCLJE-HORA-INI,
                     :DCLJE-HORA-FIM, :DCLJE-SITUACAO,
                     :DCLJE-CONTAGEM, :DCLJE-OBSERVACAO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
           MOVE DCLJE-HORA-FIM             TO WS-LE-HORA-FIM
           MOVE DCLJE-SITUACAO             TO WS-LE-SITUACAO
           MOVE DCLJE-CONTAGEM             TO WS-LE-CONTAGEM

      * A OBSERVACAO GRAVADA PELO PROPRIO JOB (EX.: SE A RECONSTRUCAO
      * TROCOU A TABELA OU MANTEVE A ANTIGA) SAI QUANDO NAO HA ALERTA
      * PARA A LINHA.
           MOVE DCLJE-OBSERVACAO           TO WS-LE-OBS

           IF DCLJE-SITUACAO EQUAL 'I'
               MOVE '*** ABENDOU OU AINDA ESTA RODANDO'
                                           TO WS-LE-OBS
               ADD 1                       TO WS-TOT-ALERTAS
           ELSE
               IF DCLJE-SITUACAO EQUAL 'E'
                   MOVE SPACES             TO WS-LE-OBS
                   STRING '*** ERRO - '    DELIMITED SIZE
                          DCLJE-OBSERVACAO DELIMITED SIZE
                          INTO WS-LE-OBS
                   ADD 1                   TO WS-TOT-ALERTAS
               ELSE
                   IF WS-CAL-DIA-UTIL
                       PERFORM 2200-BATE-CONTAGEM THRU
                               2200-BATE-CONTAGEM-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE WS-LINHA-EXEC              TO WS-REG-RELATOR
      * COMPARA A CONTAGEM DE HOJE COM A MEDIA DAS ULTIMAS 7
      * EXECUCOES LIMPAS ANTERIORES DO MESMO PROGRAMA - ABAIXO DA
      * METADE OU ACIMA DO DOBRO E FLAGRADO. COM MENOS DE 3
      * EXECUCOES ANTERIORES A MEDIA AINDA NAO DIZ NADA. EXECUCAO EM
      * FERIADO OU RECESSO DO CALENDARIO FICA FORA DA MEDIA - O DIA
      * JULGADO E O DO MOVIMENTO (DATA_REF - 1), COMO NO CABECALHO.
       2200-BATE-CONTAGEM.
           MOVE DCLJE-CONTAGEM             TO WS-CONT-HOJE-COMP

           EXEC SQL
              SELECT COALESCE(AVG(ULT.CONTAGEM), 0), COUNT(*)
                INTO :WS-MEDIA-COMP, :WS-QTD-ANT-COMP
                FROM (SELECT J.CONTAGEM
                        FROM JOB_EXEC J
                       WHERE J.PROGRAMA = :DCLJE-PROGRAMA
                         AND J.SITUACAO = 'C'
                         AND J.DATA_REF < :WS-SQL-DATA-REF
                         AND NOT EXISTS
                             (SELECT 1
                                FROM CALENDARIO F
                               WHERE F.TIPO IN ('F', 'R')
                                 AND F.DATA_INI <= J.DATA_REF - 1 DAY
                                 AND F.DATA_FIM >= J.DATA_REF - 1 DAY
                                 AND NOT EXISTS
                                     (SELECT 1
                                        FROM CALENDARIO U
                                       WHERE U.TIPO = 'U'
                                         AND U.DATA_INI <=
                                             J.DATA_REF - 1 DAY
                                         AND U.DATA_FIM >=
                                             J.DATA_REF - 1 DAY))
                       ORDER BY J.ID DESC
                       FETCH FIRST 7 ROWS ONLY) AS ULT
           END-EXEC

       2200-BATE-CONTAGEM-EXIT.
           EXIT.

      * LISTA AS RETENCOES POR DEPENDENCIA DO DIA. CADA UMA MOSTRA O
      * PRE-REQUISITO QUE FALTOU E O DESFECHO: O JOB RODOU DEPOIS
      * (REEXECUTADO COM O PRE-REQUISITO JA LIMPO), FOI RETIDO DE
      * NOVO NUMA TENTATIVA POSTERIOR, OU CONTINUA RETIDO (ALERTA).
       2500-IMPRIME-RETIDOS.
           MOVE SPACES                     TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-TIT-RETIDOS       TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-RETIDOS
           END-EXEC

           PERFORM 2600-IMPRIME-1-RETIDO THRU
                   2600-IMPRIME-1-RETIDO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-RETIDOS
           END-EXEC

           IF WS-TOT-RETIDOS EQUAL 0
               MOVE 'NENHUM JOB RETIDO NO DIA' TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF

           MOVE SPACES                     TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       2600-IMPRIME-1-RETIDO.
           EXEC SQL
              FETCH CUR-RETIDOS
                INTO :DCLJE-ID, :DCLJE-PROGRAMA, :DCLJE-HORA-INI,
                     :DCLJE-OBSERVACAO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2600-IMPRIME-1-RETIDO-EXIT
           END-IF

           ADD 1                           TO WS-TOT-RETIDOS

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN SITUACAO <> 'R'
                                       THEN 1 ELSE 0 END), 0)
                INTO :WS-QTD-DEPOIS-COMP, :WS-QTD-RODOU-COMP
                FROM JOB_EXEC
               WHERE PROGRAMA = :DCLJE-PROGRAMA
                 AND DATA_REF = :WS-SQL-DATA-REF
                 AND ID > :DCLJE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-QTD-DEPOIS-COMP
               MOVE 0                      TO WS-QTD-RODOU-COMP
           END-IF

           MOVE DCLJE-PROGRAMA             TO WS-LR-PROGRAMA
           MOVE DCLJE-HORA-INI             TO WS-LR-HORA
           MOVE DCLJE-OBSERVACAO           TO WS-LR-OBS

           IF WS-QTD-RODOU-COMP > 0
               MOVE 'RODOU DEPOIS'         TO WS-LR-DESFECHO
           ELSE
               IF WS-QTD-DEPOIS-COMP > 0
                   MOVE 'RETIDO DE NOVO DEPOIS'
                                           TO WS-LR-DESFECHO
               ELSE
                   MOVE '*** CONTINUA RETIDO' TO WS-LR-DESFECHO
                   ADD 1                   TO WS-TOT-ALERTAS
               END-IF
           END-IF

           MOVE WS-LINHA-RETIDO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       2600-IMPRIME-1-RETIDO-EXIT.
           EXIT.

      * CONFERE SE TODOS OS JOBS DA CADEIA NOTURNA ESPERADA RODARAM
      * HOJE - O QUE NAO RODOU SAI FLAGRADO. UM JOB RETIDO TEM A
      * LINHA 'R' NO DIA, POR ISSO NAO CAI AQUI - JA SAIU NA SECAO
      * DE RETIDOS.
       3000-CONFERE-CADEIA.
           PERFORM 3100-CONFERE-1-JOB THRU 3100-CONFERE-1-JOB-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > 13
           CLOSE RELATOR

           DISPLAY 'P3O99RJ - EXECUCOES NO DIA: ' WS-TOT-EXECUCOES
           DISPLAY 'P3O99RJ - JOBS RETIDOS NO DIA: ' WS-TOT-RETIDOS
           DISPLAY 'P3O99RJ - ALERTAS FLAGRADOS: ' WS-TOT-ALERTAS
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

           MOVE 'P3O99RJ'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RJ'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RJ - RETIDO POR DEPENDENCIA: '
                       DCLJE-OBSERVACAO
               MOVE 12                     TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO DO LOTE: REGISTRA INICIO/FIM E A
      * CONTAGEM-CHAVE DO JOB EM JOB_EXEC - A LINHA DESTE RELATORIO
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
