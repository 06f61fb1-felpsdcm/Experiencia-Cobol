      * MOSTRAREM QUANTOS JOGOS COMECAM E NAO TERMINAM. OS TERMINAIS
      * EXPIRADOS SAO LISTADOS NO SYSOUT.
      *
      * O MESMO VALE PARA OS DESAFIOS DE COLEGA (Y1E0, VEJA DCLDCOL):
      * DESAFIO PENDENTE ENVIADO ANTES DO PRAZO DE VALIDADE PASSA A
      * EXPIRADO ('E'), E DESAFIO EM JOGO COMECADO ANTES DO PRAZO
      * PASSA A ABANDONADO ('A'), COM O ABANDONO GRAVADO EM HISTJOGO
      * (DESAFIO_COLEGA = 'S'). NOS DOIS CASOS QUEM ENVIOU RECEBE O
      * AVISO NA CAIXA DE MENSAGENS - O LIMITE DE DESAFIOS EM ABERTO
      * DELE FICA LIVRE DE NOVO.
      *
      * CARTAO SYSIN (UM REGISTRO): RETENCAO EM DIAS NAS COLUNAS 1-3
      * (EX.: '007') E VALIDADE DOS DESAFIOS DE COLEGA EM DIAS NAS
      * COLUNAS 5-7 (EX.: '007'). EM BRANCO OU INVALIDO, CADA UM
      * ASSUME 7 DIAS.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-ABANDONO-OK                  PIC X(01) VALUE 'S'.
           88 WS-ABANDONO-GRAVADO              VALUE 'S'.
       77  WS-CONT-EXPIRADOS               PIC 9(07) VALUE 0.
       77  WS-CONT-DES-EXPIRADOS           PIC 9(07) VALUE 0.
       77  WS-CONT-DES-ABANDONADOS         PIC 9(07) VALUE 0.
       77  WS-PROX-MENS-ID-COMP            PIC S9(09) COMP.
       77  WS-DESAFIO-ED                   PIC Z(08)9.
       77  WS-PROX-HIST-ID-COMP            PIC S9(09) COMP.
      * EQUIPE DO JOGADOR NO MOMENTO DA EXPIRACAO (EQUIPE_MEMBRO) -
      * ZERO QUANDO ELE NAO TEM EQUIPE.
       77  WS-EQUIPE-ID-COMP               PIC S9(09) COMP.

      * RETENCAO E VALIDADE DOS DESAFIOS EM DIAS, LIDAS DO SYSIN
      * (COM PADRAO 7).
       01  WS-CARTAO-SYSIN.
           05 WS-PARM-RET-DIAS             PIC X(03).
           05 FILLER                       PIC X(01).
           05 WS-PARM-VAL-DIAS             PIC X(03).
           05 FILLER                       PIC X(73).
       77  WS-RET-DIAS                     PIC 9(03) VALUE 7.
       77  WS-VAL-DIAS                     PIC 9(03) VALUE 7.

      * DATA DE CORTE (HOJE MENOS A RETENCAO), NO FORMATO ISO DOS
      * HOST-VARS DATE DO DB2.
           05 WS-SQL-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA                   PIC X(02).
       77  WS-DATA-CORTE-DES               PIC 9(08).
       01  WS-SQL-DATA-CORTE-DES.
           05 WS-CD-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CD-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CD-DIA                    PIC X(02).

      * DATA/HORA DE AGORA, PARA OS AVISOS NA CAIXA DE MENSAGENS.
       77  WS-HORA-REG                     PIC 9(08).
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

           EXEC SQL
              INCLUDE DCLJOGOA
              INCLUDE DCLEQMB
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDCOL
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
              DECLARE CUR-ABANDONADOS CURSOR FOR
                 SELECT TERMINAL, USERID, TENTATIVAS, PONTUACAO,
                        DATA_JOGO, HORA_JOGO, SENHA_ID, MODO_TREINO,
                        MODO_DIFICIL, MODO_BLITZ
                   FROM JOGO_ATIVO
                  WHERE DATA_JOGO < :WS-SQL-DATA-CORTE
           END-EXEC.

      * DESAFIOS DE COLEGA VENCIDOS: PENDENTES PELA DATA DE ENVIO, EM
      * JOGO PELA DATA DE INICIO DO JOGO.
           EXEC SQL
              DECLARE CUR-DESAFIOS CURSOR FOR
                 SELECT ID, REMETENTE, DESTINATARIO, SITUACAO,
                        TENTATIVAS, PONTUACAO, SENHA_ID, DATA_JOGO,
                        HORA_JOGO
                   FROM DESAFIO_COLEGA
                  WHERE (SITUACAO = 'P'
                         AND DATA_ENVIO < :WS-SQL-DATA-CORTE-DES)
                     OR (SITUACAO = 'J'
                         AND DATA_JOGO < :WS-SQL-DATA-CORTE-DES)
                    FOR UPDATE OF SITUACAO
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-EXPIRA-ABANDONADOS
           PERFORM 3000-EXPIRA-DESAFIOS
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99R6 - EXPIRACAO DE JOGOS ABANDONADOS INICIADA'

           DISPLAY 'CORTE (EXCLUSIVE)............: '
                   WS-SQL-DATA-CORTE

           IF WS-PARM-VAL-DIAS IS NUMERIC
              AND WS-PARM-VAL-DIAS NOT EQUAL '000'
               MOVE WS-PARM-VAL-DIAS       TO WS-VAL-DIAS
           END-IF

           DISPLAY 'VALIDADE DOS DESAFIOS (DIAS).: ' WS-VAL-DIAS

           COMPUTE WS-DATA-CORTE-DES =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - WS-VAL-DIAS)
           MOVE WS-DATA-CORTE-DES(1:4)     TO WS-CD-ANO
           MOVE WS-DATA-CORTE-DES(5:2)     TO WS-CD-MES
           MOVE WS-DATA-CORTE-DES(7:2)     TO WS-CD-DIA

           DISPLAY 'CORTE DOS DESAFIOS (EXCLUSIVE): '
                   WS-SQL-DATA-CORTE-DES
           .

       2000-EXPIRA-ABANDONADOS.
                     :DCLJA-TENTATIVAS, :DCLJA-PONTUACAO,
                     :DCLJA-DATA-JOGO, :DCLJA-HORA-JOGO,
                     :DCLJA-SENHA-ID, :DCLJA-MODO-TREINO,
                     :DCLJA-MODO-DIFICIL, :DCLJA-MODO-BLITZ
           END-EXEC

           IF SQLCODE NOT EQUAL 0
           ELSE
               MOVE SPACE                  TO DCLHJ-MODO-DIFICIL
           END-IF
           IF DCLJA-MODO-BLITZ EQUAL 'S'
               MOVE 'S'                    TO DCLHJ-MODO-BLITZ
           ELSE
               MOVE SPACE                  TO DCLHJ-MODO-BLITZ
           END-IF
      * JOGO_ATIVO NAO GUARDA A DICA - O ABANDONO SAI EM BRANCO.
           MOVE SPACE                      TO DCLHJ-USOU-DICA
           MOVE SPACE                      TO DCLHJ-COOP
           MOVE SPACE                      TO DCLHJ-DESAFIO-COLEGA

           EXEC SQL
              INSERT INTO HISTJOGO
                 (ID, USERID, RESULTADO, TENTATIVAS, PONTUACAO,
                  DATA_JOGO, HORA_JOGO, SENHA_ID, EQUIPE_ID,
                  ANULADO, TREINO, MODO_DIFICIL, MODO_BLITZ,
                  USOU_DICA, COOP, DESAFIO_COLEGA)
              VALUES
                 (:DCLHJ-ID, :DCLHJ-USERID, :DCLHJ-RESULTADO,
                  :DCLHJ-TENTATIVAS, :DCLHJ-PONTUACAO,
                  :DCLHJ-DATA-JOGO, :DCLHJ-HORA-JOGO,
                  :DCLHJ-SENHA-ID, :DCLHJ-EQUIPE-ID,
                  :DCLHJ-ANULADO, :DCLHJ-TREINO,
                  :DCLHJ-MODO-DIFICIL, :DCLHJ-MODO-BLITZ,
                  :DCLHJ-USOU-DICA, :DCLHJ-COOP,
                  :DCLHJ-DESAFIO-COLEGA)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
           END-IF
           .

      *----------------------------------------------------------------*
      * DESAFIOS DE COLEGA VENCIDOS. O PENDENTE SO MUDA DE SITUACAO;
      * O EM JOGO SO PASSA A ABANDONADO DEPOIS DE O ABANDONO ESTAR
      * GRAVADO EM HISTJOGO, PELO MESMO MOTIVO DE 2100-EXPIRA-1-JOGO.
      *----------------------------------------------------------------*
       3000-EXPIRA-DESAFIOS.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-DESAFIOS
           END-EXEC

           PERFORM 3100-EXPIRA-1-DESAFIO THRU
                   3100-EXPIRA-1-DESAFIO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-DESAFIOS
           END-EXEC
           .

       3100-EXPIRA-1-DESAFIO.
           EXEC SQL
              FETCH CUR-DESAFIOS
                INTO :DCLDC-ID, :DCLDC-REMETENTE, :DCLDC-DESTINATARIO,
                     :DCLDC-SITUACAO, :DCLDC-TENTATIVAS,
                     :DCLDC-PONTUACAO, :DCLDC-SENHA-ID,
                     :DCLDC-DATA-JOGO, :DCLDC-HORA-JOGO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3100-EXPIRA-1-DESAFIO-EXIT
           END-IF

           MOVE DCLDC-ID                   TO WS-DESAFIO-ED

           IF DCLDC-SITUACAO EQUAL 'J'
               PERFORM 3200-GRAVA-ABANDONO-DESAFIO
               IF NOT WS-ABANDONO-GRAVADO
                   GO TO 3100-EXPIRA-1-DESAFIO-EXIT
               END-IF
               MOVE 'A'                    TO DCLDC-SITUACAO
           ELSE
               MOVE 'E'                    TO DCLDC-SITUACAO
           END-IF

           EXEC SQL
              UPDATE DESAFIO_COLEGA
                 SET SITUACAO = :DCLDC-SITUACAO
               WHERE CURRENT OF CUR-DESAFIOS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NO UPDATE DE DESAFIO_COLEGA: '
                       SQLCODE
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3100-EXPIRA-1-DESAFIO-EXIT
           END-IF

           MOVE SPACES                     TO DCLMS-TEXTO

           IF DCLDC-SITUACAO EQUAL 'A'
               ADD 1                       TO WS-CONT-DES-ABANDONADOS
               DISPLAY 'DESAFIO ABANDONADO ' WS-DESAFIO-ED
                       ' DE ' DCLDC-REMETENTE
                       ' PARA ' DCLDC-DESTINATARIO
                       ' COM ' DCLDC-TENTATIVAS ' TENTATIVAS'
               STRING DCLDC-DESTINATARIO   DELIMITED BY SPACE
                      ' ABANDONOU SEU DESAFIO ' DELIMITED BY SIZE
                      WS-DESAFIO-ED        DELIMITED BY SIZE
                 INTO DCLMS-TEXTO
               END-STRING
           ELSE
               ADD 1                       TO WS-CONT-DES-EXPIRADOS
               DISPLAY 'DESAFIO EXPIRADO ' WS-DESAFIO-ED
                       ' DE ' DCLDC-REMETENTE
                       ' PARA ' DCLDC-DESTINATARIO
               STRING 'SEU DESAFIO '       DELIMITED BY SIZE
                      WS-DESAFIO-ED        DELIMITED BY SIZE
                      ' A '                DELIMITED BY SIZE
                      DCLDC-DESTINATARIO   DELIMITED BY SPACE
                      ' EXPIROU SEM SER JOGADO' DELIMITED BY SIZE
                 INTO DCLMS-TEXTO
               END-STRING
           END-IF

           PERFORM 3300-AVISA-REMETENTE THRU 3300-AVISA-REMETENTE-EXIT
           .
       3100-EXPIRA-1-DESAFIO-EXIT.
           EXIT.

      * GRAVA O DESAFIO LARGADO NO MEIO EM HISTJOGO COMO ABANDONO, NO
      * MESMO PADRAO DE 2200-GRAVA-ABANDONO, COM A DATA/HORA DE INICIO
      * DO JOGO E A MARCA DE DESAFIO DE COLEGA.
       3200-GRAVA-ABANDONO-DESAFIO.
           MOVE 'S'                        TO WS-ABANDONO-OK

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-HIST-ID-COMP
                FROM HISTJOGO
           END-EXEC

           EXEC SQL
              SELECT EQUIPE_ID
                INTO :WS-EQUIPE-ID-COMP
                FROM EQUIPE_MEMBRO
               WHERE USERID = :DCLDC-DESTINATARIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-EQUIPE-ID-COMP
           END-IF

           MOVE WS-PROX-HIST-ID-COMP       TO DCLHJ-ID
           MOVE DCLDC-DESTINATARIO         TO DCLHJ-USERID
           MOVE 'A'                        TO DCLHJ-RESULTADO
           MOVE DCLDC-TENTATIVAS           TO DCLHJ-TENTATIVAS
           MOVE DCLDC-PONTUACAO            TO DCLHJ-PONTUACAO
           MOVE DCLDC-DATA-JOGO            TO DCLHJ-DATA-JOGO
           MOVE DCLDC-HORA-JOGO            TO DCLHJ-HORA-JOGO
           MOVE DCLDC-SENHA-ID             TO DCLHJ-SENHA-ID
           MOVE WS-EQUIPE-ID-COMP          TO DCLHJ-EQUIPE-ID
           MOVE SPACE                      TO DCLHJ-ANULADO
           MOVE SPACE                      TO DCLHJ-TREINO
           MOVE SPACE                      TO DCLHJ-MODO-DIFICIL
           MOVE SPACE                      TO DCLHJ-MODO-BLITZ
           MOVE SPACE                      TO DCLHJ-USOU-DICA
           MOVE SPACE                      TO DCLHJ-COOP
           MOVE 'S'                        TO DCLHJ-DESAFIO-COLEGA

           EXEC SQL
              INSERT INTO HISTJOGO
                 (ID, USERID, RESULTADO, TENTATIVAS, PONTUACAO,
                  DATA_JOGO, HORA_JOGO, SENHA_ID, EQUIPE_ID,
                  ANULADO, TREINO, MODO_DIFICIL, MODO_BLITZ,
                  USOU_DICA, COOP, DESAFIO_COLEGA)
              VALUES
                 (:DCLHJ-ID, :DCLHJ-USERID, :DCLHJ-RESULTADO,
                  :DCLHJ-TENTATIVAS, :DCLHJ-PONTUACAO,
                  :DCLHJ-DATA-JOGO, :DCLHJ-HORA-JOGO,
                  :DCLHJ-SENHA-ID, :DCLHJ-EQUIPE-ID,
                  :DCLHJ-ANULADO, :DCLHJ-TREINO,
                  :DCLHJ-MODO-DIFICIL, :DCLHJ-MODO-BLITZ,
                  :DCLHJ-USOU-DICA, :DCLHJ-COOP,
                  :DCLHJ-DESAFIO-COLEGA)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO GRAVAR O ABANDONO DO '
                       'DESAFIO ' WS-DESAFIO-ED ': ' SQLCODE
               MOVE 'N'                    TO WS-ABANDONO-OK
           END-IF
           .

      * AVISA O REMETENTE NA CAIXA DE MENSAGENS DELE, COM O TEXTO JA
      * MONTADO EM DCLMS-TEXTO. UMA FALHA AQUI SO VAI PARA O SYSOUT -
      * O DESAFIO JA FICOU ENCERRADO.
       3300-AVISA-REMETENTE.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-MENS-ID-COMP
                FROM MENSAGEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO NUMERAR A MENSAGEM: '
                       SQLCODE
               GO TO 3300-AVISA-REMETENTE-EXIT
           END-IF

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME
           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA
           MOVE WS-HORA-REG(1:2)           TO WS-SQL-HH
           MOVE WS-HORA-REG(3:2)           TO WS-SQL-MM
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS

           MOVE WS-PROX-MENS-ID-COMP       TO DCLMS-ID
           MOVE DCLDC-REMETENTE            TO DCLMS-USERID
           MOVE 'DC'                       TO DCLMS-TIPO
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
               DISPLAY '*** ERRO SQLCODE AO AVISAR ' DCLDC-REMETENTE
                       ': ' SQLCODE
           END-IF
           .
       3300-AVISA-REMETENTE-EXIT.
           EXIT.

       9000-ENCERRA.
           MOVE WS-CONT-EXPIRADOS     TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'P3O99R6 - JOGOS EXPIRADOS: ' WS-CONT-EXPIRADOS
           DISPLAY 'P3O99R6 - DESAFIOS EXPIRADOS SEM JOGO: '
                   WS-CONT-DES-EXPIRADOS
           DISPLAY 'P3O99R6 - DESAFIOS ABANDONADOS NO MEIO: '
                   WS-CONT-DES-ABANDONADOS
           DISPLAY 'P3O99R6 - EXPIRACAO CONCLUIDA'
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

           MOVE 'P3O99R6'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99R6'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99R6 - RETIDO POR DEPENDENCIA: '
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
