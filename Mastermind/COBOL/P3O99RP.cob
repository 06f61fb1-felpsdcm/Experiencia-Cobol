      * ATUALIZA SERIE_DESAFIO:
      *    - QUEM VENCEU O DESAFIO DE ONTEM ESTENDE A SERIE (OU
      *      COMECA UMA NOVA SE O ULTIMO DIA DE VITORIA NAO FOI
      *      O DIA UTIL ANTERIOR), ATUALIZANDO O RECORDE;
      *    - QUEM NAO VENCEU ONTEM (PERDEU OU NEM JOGOU) TEM A
      *      SERIE ZERADA;
      *    - AS SERIES QUE CRUZAM OS MARCOS DE 7, 30 E 100 DIAS
      *      GANHAM AS CONQUISTAS 08, 09 E 10 (UMA VEZ SO, COMO AS
      *      DEMAIS), COM UM AVISO NA CAIXA DE MENSAGENS DO
      *      JOGADOR (MENSAGEM).
      * OS DIAS NAO UTEIS DO CALENDARIO (FERIADO OU RECESSO, VEJA
      * DCLCALE) NAO TEM DESAFIO E NAO CONTAM: SE ONTEM NAO FOI DIA
      * UTIL, NADA MUDA; E A SERIE PASSA POR CIMA DELES - O DIA QUE A
      * MANTEM VIVA E O ULTIMO DIA UTIL ANTES DE ONTEM.
      * O JOB E REEXECUTAVEL: UM VENCEDOR CUJA ULT_DATA JA E ONTEM
      * JA FOI APURADO E NAO CONTA DE NOVO.
      *----------------------------------------------------------------*
           88 WS-TEM-SERIE                     VALUE 'S'.
       77  WS-CONT-CONQ-COMP               PIC S9(09) COMP.
       77  WS-CONQ-CODIGO                  PIC X(02).
       77  WS-PROX-MENS-ID-COMP            PIC S9(09) COMP.
       77  WS-MENS-DIAS                    PIC X(03).

      * DATAS DE ONTEM (O DIA APURADO) E DE ANTEONTEM (O DIA UTIL
      * ANTERIOR, QUE MANTEM A SERIE VIVA), NO FORMATO ISO DOS
      * HOST-VARS DATE. A BUSCA DO DIA UTIL PARA DEPOIS DE UM ANO.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-DIAS-RECUADOS                PIC 9(03).
       77  WS-HORA-REG                     PIC 9(08).
      * A DATA DE HOJE SO DATA O AVISO DEIXADO NA CAIXA DE MENSAGENS.
       01  WS-SQL-DATA-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).
       01  WS-SQL-DATA-ONTEM.
           05 WS-ON-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
              INCLUDE DCLCONQ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMENS
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
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF WS-CAL-DIA-UTIL
               PERFORM 2000-ESTENDE-SERIES
               PERFORM 3000-QUEBRA-SERIES
           ELSE
               DISPLAY 'ONTEM NAO FOI DIA UTIL NO CALENDARIO - SERIES '
                       'MANTIDAS'
           END-IF
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RP - APURACAO DAS SERIES DO DESAFIO '
                   'INICIADA'

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA

           COMPUTE WS-DATA-REG =
               FUNCTION DATE-OF-INTEGER(
           MOVE WS-DATA-REG(5:2)           TO WS-AN-MES
           MOVE WS-DATA-REG(7:2)           TO WS-AN-DIA

      * FERIADOS E RECESSOS ENTRE O DIA UTIL ANTERIOR E ONTEM NAO
      * QUEBRAM A SERIE.
           MOVE WS-SQL-DATA-ANTEONTEM      TO WS-CAL-SQL-DATA
           PERFORM 9600-VERIFICA-DIA-UTIL
           MOVE 0                          TO WS-DIAS-RECUADOS
           PERFORM 1100-RECUA-ANTEONTEM THRU 1100-RECUA-ANTEONTEM-EXIT
               UNTIL WS-CAL-DIA-UTIL OR WS-DIAS-RECUADOS > 366

           DISPLAY 'DIA APURADO: ' WS-SQL-DATA-ONTEM
           DISPLAY 'DIA UTIL ANTERIOR: ' WS-SQL-DATA-ANTEONTEM

      * POR ULTIMO, ONTEM: A RESPOSTA QUE FICA EM WS-CAL-DIA-UTIL-SW
      * DECIDE SE HA O QUE APURAR.
           MOVE WS-SQL-DATA-ONTEM          TO WS-CAL-SQL-DATA
           PERFORM 9600-VERIFICA-DIA-UTIL
           .

       1100-RECUA-ANTEONTEM.
           COMPUTE WS-DATA-REG =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 1)
           MOVE WS-DATA-REG(1:4)           TO WS-AN-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-AN-MES
           MOVE WS-DATA-REG(7:2)           TO WS-AN-DIA
           ADD 1                           TO WS-DIAS-RECUADOS

           MOVE WS-SQL-DATA-ANTEONTEM      TO WS-CAL-SQL-DATA
           PERFORM 9600-VERIFICA-DIA-UTIL
           .
       1100-RECUA-ANTEONTEM-EXIT.
           EXIT.

       2000-ESTENDE-SERIES.
           EXEC SQL
               END-IF
           END-IF

      * A SERIE SO SEGUE VIVA SE O ULTIMO DIA DE VITORIA FOI O DIA
      * UTIL ANTERIOR - QUALQUER BURACO COMECA UMA SERIE NOVA.
           IF WS-TEM-SERIE
              AND DCLSD-ULT-DATA EQUAL WS-SQL-DATA-ANTEONTEM
               ADD 1                       TO WS-SERIE-ATUAL-COMP
               ADD 1                       TO WS-TOT-MARCOS
               DISPLAY 'MARCO DE SERIE: ' DCLDJ-USERID
                       ' GANHOU A CONQUISTA ' WS-CONQ-CODIGO
               PERFORM 8100-POSTA-MENSAGEM THRU
                       8100-POSTA-MENSAGEM-EXIT
           END-IF
           .
       8000-CONCEDE-MARCO-EXIT.
           EXIT.

      * AVISA O JOGADOR DA CONQUISTA NOVA NA CAIXA DE MENSAGENS DELE.
      * UMA FALHA AQUI SO VAI PARA O SYSOUT - A CONQUISTA JA FICOU.
       8100-POSTA-MENSAGEM.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-MENS-ID-COMP
                FROM MENSAGEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO NUMERAR A MENSAGEM: '
                       SQLCODE
               GO TO 8100-POSTA-MENSAGEM-EXIT
           END-IF

           EVALUATE WS-CONQ-CODIGO
              WHEN '08' MOVE '7'           TO WS-MENS-DIAS
              WHEN '09' MOVE '30'          TO WS-MENS-DIAS
              WHEN OTHER MOVE '100'        TO WS-MENS-DIAS
           END-EVALUATE

           MOVE SPACES                     TO DCLMS-TEXTO
           STRING 'NOVA CONQUISTA '       DELIMITED BY SIZE
                  WS-CONQ-CODIGO           DELIMITED BY SIZE
                  ': SERIE DE '            DELIMITED BY SIZE
                  WS-MENS-DIAS             DELIMITED BY SPACE
                  ' DIAS SEGUIDOS NO DESAFIO'
                                           DELIMITED BY SIZE
             INTO DCLMS-TEXTO
           END-STRING

           MOVE WS-PROX-MENS-ID-COMP       TO DCLMS-ID
           MOVE DCLDJ-USERID               TO DCLMS-USERID
           MOVE 'CQ'                       TO DCLMS-TIPO
           MOVE 'N'                        TO DCLMS-LIDA
           MOVE WS-SQL-DATA-HOJE           TO DCLMS-DATA-MSG
           MOVE WS-SQL-HORA                TO DCLMS-HORA-MSG

           EXEC SQL
              INSERT INTO MENSAGEM
                 (ID, USERID, TIPO, TEXTO, LIDA, DATA_MSG, HORA_MSG)
              VALUES
                 (:DCLMS-ID, :DCLMS-USERID, :DCLMS-TIPO,
                  :DCLMS-TEXTO, :DCLMS-LIDA,
                  :DCLMS-DATA-MSG, :DCLMS-HORA-MSG)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO AVISAR ' DCLDJ-USERID
                       ': ' SQLCODE
           END-IF
           .
       8100-POSTA-MENSAGEM-EXIT.
           EXIT.

       9000-ENCERRA.
           MOVE WS-TOT-VENCEDORES          TO WS-TOT-JEX-COMP
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

           MOVE 'P3O99RP'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RP'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RP - RETIDO POR DEPENDENCIA: '
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
