      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99S5.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * DRENAGEM DA FILA DE EVENTOS DO JOGO PARA O PAINEL DA INTRANET:
      * AGENDADO DE POUCOS EM POUCOS MINUTOS DENTRO DA JANELA ONLINE,
      * LEVA PARA UMA GERACAO NOVA DO DATASET DE TRANSFERENCIA OS
      * EVENTOS DE EVENTO_FILA (VEJA DCLEVTF) COM ID ACIMA DO MARCO
      * GRAVADO EM EVENTO_CTRL, NUM ARQUIVO DELIMITADO POR ';' NO
      * ESTILO DO EXTRATO DA INTRANET P3O99RN:
      *    H;DATA;HORA;ULTIMA-SEQUENCIA-JA-ENVIADA  (CABECALHO)
      *    E;SEQUENCIA;TIPO;DATA;HORA;USERID;USERID-2;VALOR;TEXTO;
      *        ORIGEM                          (UM POR EVENTO)
      *    T;QTD-E;ULTIMA-SEQUENCIA            (TRAILER)
      * A SEQUENCIA E O ID DO EVENTO, NUMERADO SEM BURACO NA CHEGADA
      * (MAX + 1): O CARREGADOR DO OUTRO LADO CONFERE QUE A PRIMEIRA
      * SEQUENCIA DE CADA ARQUIVO E A SEGUINTE A DO CABECALHO E QUE
      * NAO HA SALTO ENTRE AS LINHAS - UM SALTO E EVENTO PERDIDO. SEM
      * EVENTO NOVO, O ARQUIVO SAI SO COM CABECALHO E TRAILER.
      * ANTES DE ABRIR A GERACAO, EXPURGA OS EVENTOS QUE EXECUCOES
      * ANTERIORES JA DRENARAM HA MAIS DE 7 DIAS - MENOS O DO PROPRIO
      * MARCO, PARA A NUMERACAO MAX + 1 NUNCA VOLTAR PARA TRAS.
      * COMO NO EXTRATO INCREMENTAL DE AUDITORIA P3O99RB, O MARCO SO
      * AVANCA DEPOIS DO ARQUIVO FECHAR LIMPO - SE O JOB ABENDAR ANTES
      * DO COMMIT DO MARCO, A GERACAO E DESCARTADA E A REEXECUCAO
      * REFAZ A MESMA FAIXA NUMA GERACAO NOVA. DEPOIS DO COMMIT DO
      * MARCO SO RESTA GRAVAR O FIM EM JOB_EXEC; UM ABEND JUSTO AI
      * DESCARTARIA UMA GERACAO JA MARCADA COMO ENVIADA - A LINHA
      * FICA EM 'I' NO P3O99RJ E A FAIXA TEM DE SER REENVIADA
      * VOLTANDO O MARCO EM EVENTO_CTRL A MAO.
      * RETURN-CODE 12 = ERRO ANTES DE DRENAR (MARCO ILEGIVEL) OU AO
      * GRAVAR O MARCO NOVO: O MARCO NAO ANDOU E O PASSO SEGUINTE DO
      * JCL DESCARTA A GERACAO, COMO NO JOB RETIDO POR DEPENDENCIA.
      * RETURN-CODE 8 = ERRO NO EXPURGO (SO O EXPURGO E DESFEITO) OU
      * NA ABERTURA/LEITURA DA FILA (A GERACAO FICA COM OS EVENTOS
      * LIDOS ATE O ERRO E O MARCO ANDA SO ATE ELES): A GERACAO E O
      * MARCO FICAM E A PROXIMA EXECUCAO SEGUE DALI.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT EVENTOS                  ASSIGN TO EVENTOS
                                            ORGANIZATION IS SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  EVENTOS
           RECORDING MODE IS F.
       01  WS-REG-EVENTOS                  PIC X(100).

       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-CONT-DRENADOS                PIC 9(09) VALUE 0.
       77  WS-CONT-EXPURGADOS              PIC 9(09) VALUE 0.
       77  WS-ULTIMO-ID-COMP               PIC S9(09) COMP VALUE 0.
       77  WS-NOVO-ULTIMO-ID-COMP          PIC S9(09) COMP VALUE 0.
       77  WS-RET-DIAS                     PIC 9(03) VALUE 7.
       77  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
           88 WS-ACABOU-CURSOR                 VALUE 'S'.

      * CAMPOS ZERO-PADRONIZADOS PARA O ARQUIVO DELIMITADO - O
      * CARREGADOR DO OUTRO LADO PREFERE LARGURA FIXA SEM BRANCOS.
       77  WS-SEQ-SAIDA                    PIC 9(09).
       77  WS-VALOR-SAIDA                  PIC 9(09).
       77  WS-QTD-SAIDA                    PIC 9(09).

       01  WS-LINHA-SAIDA                  PIC X(100).

      * DATA/HORA DA GERACAO E CORTE DO EXPURGO, NO FORMATO ISO DOS
      * HOST-VARS DATE/TIME DO DB2.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-HORA-REG                     PIC 9(08).
       77  WS-DATA-CORTE                   PIC 9(08).
       01  WS-SQL-DATA-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).
       01  WS-SQL-HORA.
           05 WS-SQL-HH                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-MM                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-SS                    PIC X(02).
       01  WS-SQL-DATA-CORTE.
           05 WS-CO-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CO-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CO-DIA                    PIC X(02).

           EXEC SQL
              INCLUDE DCLEVTF
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEVCTL
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

      * SO OS EVENTOS AINDA NAO ENVIADOS, EM ORDEM DE SEQUENCIA.
           EXEC SQL
              DECLARE CUR-EVENTOS CURSOR FOR
                 SELECT ID, TIPO, DATA_EVENTO, HORA_EVENTO, USERID,
                        USERID_2, VALOR, TEXTO, ORIGEM
                   FROM EVENTO_FILA
                  WHERE ID > :WS-ULTIMO-ID-COMP
                  ORDER BY ID
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-DRENA-EVENTOS
           PERFORM 3000-AVANCA-MARCO THRU 3000-AVANCA-MARCO-EXIT
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99S5 - DRENAGEM DA FILA DE EVENTOS INICIADA'

           EXEC SQL
              SELECT ULTIMO_ID
                INTO :DCLEC-ULTIMO-ID
                FROM EVENTO_CTRL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DCLEC-ULTIMO-ID      TO WS-ULTIMO-ID-COMP
              WHEN +100
                 MOVE 0                    TO WS-ULTIMO-ID-COMP
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE NO MARCO DA FILA: '
                         SQLCODE
                 MOVE 12                   TO RETURN-CODE
                 PERFORM 9000-ENCERRA
           END-EVALUATE

           MOVE WS-ULTIMO-ID-COMP          TO WS-NOVO-ULTIMO-ID-COMP
           DISPLAY 'MARCO ATUAL (ULTIMO EVENTO JA ENVIADO): '
                   WS-ULTIMO-ID-COMP

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME

           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA
           MOVE WS-HORA-REG(1:2)           TO WS-SQL-HH
           MOVE WS-HORA-REG(3:2)           TO WS-SQL-MM
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS

      * CORTE DO EXPURGO POR SUBTRACAO DE CALENDARIO DE VERDADE, COMO
      * EM 1000-INICIALIZA DE P3O99R5.
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - WS-RET-DIAS)
           MOVE WS-DATA-CORTE(1:4)         TO WS-CO-ANO
           MOVE WS-DATA-CORTE(5:2)         TO WS-CO-MES
           MOVE WS-DATA-CORTE(7:2)         TO WS-CO-DIA

           PERFORM 1100-EXPURGA-DRENADOS

           OPEN OUTPUT EVENTOS

           MOVE WS-ULTIMO-ID-COMP          TO WS-SEQ-SAIDA
           MOVE SPACES                     TO WS-LINHA-SAIDA
           STRING 'H;'                     DELIMITED BY SIZE
                  WS-SQL-DATA-HOJE         DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-SQL-HORA              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-SEQ-SAIDA             DELIMITED BY SIZE
             INTO WS-LINHA-SAIDA
           END-STRING
           MOVE WS-LINHA-SAIDA             TO WS-REG-EVENTOS
           WRITE WS-REG-EVENTOS
           .

      * EXPURGA O QUE JA FOI DRENADO EM EXECUCOES ANTERIORES (ID ABAIXO
      * DO MARCO LIDO AGORA) E CHEGOU ANTES DO CORTE - ANTES DE ABRIR
      * A GERACAO NOVA, PARA NADA ALEM DO REGISTRO EM JOB_EXEC VIR
      * DEPOIS DO COMMIT DO MARCO. O EVENTO DO PROPRIO MARCO FICA
      * SEMPRE: E ELE QUE SEGURA O MAX + 1 DA NUMERACAO NA Y1E3 E NO
      * P3O99RG. UM ERRO AQUI DESFAZ SO O EXPURGO: A DRENAGEM SEGUE E
      * O JOB TERMINA COM RETURN-CODE 8.
       1100-EXPURGA-DRENADOS.
           EXEC SQL
              DELETE FROM EVENTO_FILA
               WHERE ID        < :WS-ULTIMO-ID-COMP
                 AND DATA_FILA < :WS-SQL-DATA-CORTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)           TO WS-CONT-EXPURGADOS
              WHEN +100
                 MOVE 0                    TO WS-CONT-EXPURGADOS
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE NO EXPURGO DA FILA: '
                         SQLCODE
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
                 MOVE 0                    TO WS-CONT-EXPURGADOS
                 MOVE 8                    TO RETURN-CODE
           END-EVALUATE

           EXEC SQL
              COMMIT
           END-EXEC
           .

       2000-DRENA-EVENTOS.
           EXEC SQL
              OPEN CUR-EVENTOS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NA ABERTURA DA FILA: '
                       SQLCODE
               MOVE 8                      TO RETURN-CODE
               MOVE 'S'                    TO WS-FIM-CURSOR
           END-IF

           PERFORM 2100-DRENA-1-EVENTO THRU 2100-DRENA-1-EVENTO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-EVENTOS
           END-EXEC

           MOVE WS-CONT-DRENADOS           TO WS-QTD-SAIDA
           MOVE WS-NOVO-ULTIMO-ID-COMP     TO WS-SEQ-SAIDA
           MOVE SPACES                     TO WS-LINHA-SAIDA
           STRING 'T;'                     DELIMITED BY SIZE
                  WS-QTD-SAIDA             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-SEQ-SAIDA             DELIMITED BY SIZE
             INTO WS-LINHA-SAIDA
           END-STRING
           MOVE WS-LINHA-SAIDA             TO WS-REG-EVENTOS
           WRITE WS-REG-EVENTOS

      * O CLOSE DO ARQUIVO VEM ANTES DO AVANCO DO MARCO, DE
      * PROPOSITO: SE O JOB MORRER ANTES DO CLOSE, O MARCO NAO ANDOU
      * E A REEXECUCAO REFAZ A MESMA FAIXA.
           CLOSE EVENTOS
           .

       2100-DRENA-1-EVENTO.
           EXEC SQL
              FETCH CUR-EVENTOS
                INTO :DCLEF-ID, :DCLEF-TIPO, :DCLEF-DATA-EVENTO,
                     :DCLEF-HORA-EVENTO, :DCLEF-USERID,
                     :DCLEF-USERID-2, :DCLEF-VALOR, :DCLEF-TEXTO,
                     :DCLEF-ORIGEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               IF SQLCODE NOT EQUAL +100
                   DISPLAY '*** ERRO SQLCODE NA LEITURA DA FILA: '
                           SQLCODE
                   MOVE 8                  TO RETURN-CODE
               END-IF
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2100-DRENA-1-EVENTO-EXIT
           END-IF

           MOVE DCLEF-ID                   TO WS-SEQ-SAIDA
           MOVE DCLEF-VALOR                TO WS-VALOR-SAIDA
           MOVE SPACES                     TO WS-LINHA-SAIDA
           STRING 'E;'                     DELIMITED BY SIZE
                  WS-SEQ-SAIDA             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  DCLEF-TIPO               DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  DCLEF-DATA-EVENTO        DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  DCLEF-HORA-EVENTO        DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  DCLEF-USERID             DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  DCLEF-USERID-2           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  WS-VALOR-SAIDA           DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  DCLEF-TEXTO              DELIMITED BY SIZE
                  ';'                      DELIMITED BY SIZE
                  DCLEF-ORIGEM             DELIMITED BY SIZE
             INTO WS-LINHA-SAIDA
           END-STRING
           MOVE WS-LINHA-SAIDA             TO WS-REG-EVENTOS
           WRITE WS-REG-EVENTOS
           ADD 1                           TO WS-CONT-DRENADOS
           MOVE DCLEF-ID                   TO WS-NOVO-ULTIMO-ID-COMP
           .
       2100-DRENA-1-EVENTO-EXIT.
           EXIT.

      * AVANCA O MARCO PARA A MAIOR SEQUENCIA GRAVADA NO ARQUIVO - SO
      * DEPOIS DO ARQUIVO JA FECHADO - E COMMITA. NO MESMO PADRAO
      * DELETE+INSERT DAS DEMAIS TABELAS DE CONTROLE DE UMA LINHA.
      * ERRO NO DELETE OU NO INSERT DESFAZ TUDO E TERMINA COM
      * RETURN-CODE 12: O MARCO NAO ANDOU, ENTAO O PASSO SEGUINTE DO
      * JCL DESCARTA A GERACAO E A REEXECUCAO REFAZ A MESMA FAIXA.
       3000-AVANCA-MARCO.
           IF WS-CONT-DRENADOS EQUAL 0
               DISPLAY 'NENHUM EVENTO NOVO - MARCO MANTIDO'
               GO TO 3000-AVANCA-MARCO-EXIT
           END-IF

           MOVE WS-NOVO-ULTIMO-ID-COMP     TO DCLEC-ULTIMO-ID

           EXEC SQL
              DELETE FROM EVENTO_CTRL
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE NO DELETE DO MARCO: '
                       SQLCODE
               PERFORM 3100-DESFAZ-MARCO
               GO TO 3000-AVANCA-MARCO-EXIT
           END-IF

           EXEC SQL
              INSERT INTO EVENTO_CTRL (ULTIMO_ID)
              VALUES (:DCLEC-ULTIMO-ID)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NO INSERT DO MARCO: '
                       SQLCODE
               PERFORM 3100-DESFAZ-MARCO
               GO TO 3000-AVANCA-MARCO-EXIT
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           DISPLAY 'MARCO AVANCADO PARA A SEQUENCIA: '
                   WS-NOVO-ULTIMO-ID-COMP
           .
       3000-AVANCA-MARCO-EXIT.
           EXIT.

       3100-DESFAZ-MARCO.
           EXEC SQL
              ROLLBACK
           END-EXEC
           MOVE 12                         TO RETURN-CODE
           DISPLAY 'MARCO MANTIDO EM: ' WS-ULTIMO-ID-COMP
                   ' - GERACAO DESCARTADA'
           .

       9000-ENCERRA.
           MOVE WS-CONT-DRENADOS           TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'EVENTOS DRENADOS NESTA GERACAO: '
                   WS-CONT-DRENADOS
           DISPLAY 'EVENTOS JA DRENADOS EXPURGADOS: '
                   WS-CONT-EXPURGADOS
           DISPLAY 'P3O99S5 - DRENAGEM DA FILA DE EVENTOS CONCLUIDA'
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

           MOVE 'P3O99S5'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99S5'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99S5 - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99S5'               TO DCLJE-PROGRAMA
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
