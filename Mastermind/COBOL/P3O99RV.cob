      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99RV.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * CICLO DE VIDA DOS JOGADORES DESLIGADOS. RODA TODA NOITE
      * DEPOIS DA CARGA DO CADASTRO (P3O99RD) E MANTEM A LISTA
      * DESLIGAMENTO (VEJA DCLDESL):
      *    1. USERID QUE O FEED PASSOU A TRAZER COM SITUACAO 'D' E
      *       AINDA NAO ESTA NA LISTA ENTRA COMO PENDENTE ('P');
      *    2. USERID DA LISTA QUE O FEED VOLTOU A TRAZER COMO 'A'
      *       (READMITIDO) SAI DA LISTA;
      *    3. JOGO EM ANDAMENTO (JOGO_ATIVO) DE QUEM ESTA NA LISTA E
      *       ENCERRADO COMO ABANDONO EM HISTJOGO, NO MESMO PADRAO DA
      *       EXPIRACAO P3O99R6;
      *    4. DUELO SEM VENCEDOR DE QUEM ESTA NA LISTA E CANCELADO
      *       (EXCLUIDO, COMO O LOBBY VENCIDO DA Y1B9) E O OUTRO LADO,
      *       SE HAVIA, E AVISADO NA CAIXA DE MENSAGENS - O JOGO
      *       COOPERATIVO SEM RESULTADO (JOGO_COOP) TAMBEM, E O
      *       COLEGA E AVISADO DO MESMO JEITO; O DESAFIO DE COLEGA
      *       PENDENTE OU EM JOGO (DESAFIO_COLEGA) PASSA A CANCELADO
      *       ('X'), SEM HISTORICO, E O OUTRO LADO E AVISADO;
      *    5. CONFRONTO DE TORNEIO AINDA PENDENTE CONTRA QUEM ESTA NA
      *       LISTA E DADO POR W.O. AO OPONENTE, PARA A RODADA PODER
      *       FECHAR NO P3O99RG, E O OPONENTE E AVISADO;
      *    6. PENDENTE ('P') COM A CARENCIA VENCIDA, E BLOQUEADO ('B')
      *       DE UMA NOITE ANTERIOR, PASSA A 'V' - O PASSO SEGUINTE DO
      *       JOB RODA A REMOCAO DE DADOS PESSOAIS (P3O99RL) PARA
      *       TODOS OS 'V' DA LISTA.
      * OS PASSOS 3 A 5 VALEM PARA A LISTA INTEIRA, NAO SO PARA OS
      * NOVOS - UM JOGO ABERTO DEPOIS DO DESLIGAMENTO TAMBEM E
      * FECHADO. A RETIRADA DOS NOMES DOS RANKINGS PUBLICOS E O
      * BLOQUEIO NO MENU Y1B8 NAO DEPENDEM DESTE JOB: LEEM A SITUACAO
      * 'D' DE JOGADOR DIRETO, E VALEM DESDE A CARGA.
      *
      * CARTAO SYSIN (UM REGISTRO): CARENCIA EM DIAS NAS COLUNAS 1-3
      * (EX.: '030'), CONTADA DA NOITE EM QUE O 'D' FOI VISTO. EM
      * BRANCO OU INVALIDO, ASSUME 30 DIAS.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
           88 WS-ACABOU-CURSOR                 VALUE 'S'.
       77  WS-ABANDONO-OK                  PIC X(01) VALUE 'S'.
           88 WS-ABANDONO-GRAVADO              VALUE 'S'.
       77  WS-NA-LISTA                     PIC X(01) VALUE 'N'.
           88 WS-ESTA-NA-LISTA                 VALUE 'S'.
       77  WS-PROX-HIST-ID-COMP            PIC S9(09) COMP.
       77  WS-PROX-MENS-ID-COMP            PIC S9(09) COMP.
       77  WS-EQUIPE-ID-COMP               PIC S9(09) COMP.
       77  WS-QTD-LISTA-COMP               PIC S9(09) COMP.

      * TOTAIS DA EXECUCAO, IMPRESSOS EM 9000-ENCERRA.
       77  WS-TOT-NOVOS                    PIC 9(07) VALUE 0.
       77  WS-TOT-READMITIDOS              PIC 9(07) VALUE 0.
       77  WS-TOT-JOGOS                    PIC 9(07) VALUE 0.
       77  WS-TOT-DUELOS                   PIC 9(07) VALUE 0.
       77  WS-TOT-COOP                     PIC 9(07) VALUE 0.
       77  WS-TOT-DESAFIOS                 PIC 9(07) VALUE 0.
       77  WS-TOT-TORNEIOS                 PIC 9(07) VALUE 0.
       77  WS-TOT-VENCIDOS                 PIC 9(07) VALUE 0.

      * CARENCIA EM DIAS, LIDA DO SYSIN (COM PADRAO 30).
       01  WS-CARTAO-SYSIN.
           05 WS-PARM-CAR-DIAS             PIC X(03).
           05 FILLER                       PIC X(77).
       77  WS-CAR-DIAS                     PIC 9(03) VALUE 30.

      * JOGADOR DESLIGADO E OUTRO LADO DO DUELO/CONFRONTO EM
      * TRATAMENTO, E O TEXTO DO AVISO PARA O OUTRO LADO.
       77  WS-USERID-DESLIG                PIC X(08).
       77  WS-USERID-OUTRO                 PIC X(08).
       77  WS-DUELO-ED                     PIC Z(08)9.
       77  WS-RODADA-ED                    PIC Z9.
       77  WS-MENS-TIPO                    PIC X(02).
       77  WS-MENS-TEXTO                   PIC X(60).

      * HOJE E A DATA DE CORTE DA CARENCIA (HOJE MENOS A CARENCIA),
      * NO FORMATO ISO DOS HOST-VARS DATE/TIME DO DB2.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-HORA-REG                     PIC 9(08).
       77  WS-DATA-CORTE                   PIC 9(08).
       01  WS-SQL-DATA-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).
       01  WS-SQL-DATA-CORTE.
           05 WS-CT-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CT-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CT-DIA                    PIC X(02).
       01  WS-SQL-HORA.
           05 WS-SQL-HH                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-MM                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-SS                    PIC X(02).

           EXEC SQL
              INCLUDE DCLDESL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJGDR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJOGOA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDUELO
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCOOP
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTJOG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTORN
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMENS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDCOL
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

      * DESLIGADOS NO FEED QUE AINDA NAO ESTAO NA LISTA.
           EXEC SQL
              DECLARE CUR-NOVOS CURSOR FOR
                 SELECT J.USERID
                   FROM JOGADOR J
                  WHERE J.SITUACAO = 'D'
                    AND NOT EXISTS
                        (SELECT 1
                           FROM DESLIGAMENTO D
                          WHERE D.USERID = J.USERID)
                  ORDER BY J.USERID
           END-EXEC.

      * JOGOS EM ANDAMENTO DE QUEM ESTA NA LISTA - SEM ORDER BY PARA
      * PERMITIR O DELETE POSICIONADO (COMO EM P3O99R6).
           EXEC SQL
              DECLARE CUR-JOGOS CURSOR FOR
                 SELECT TERMINAL, USERID, TENTATIVAS, PONTUACAO,
                        DATA_JOGO, HORA_JOGO, SENHA_ID, MODO_TREINO,
                        MODO_DIFICIL, MODO_BLITZ
                   FROM JOGO_ATIVO
                  WHERE USERID IN (SELECT D.USERID
                                     FROM DESLIGAMENTO D)
           END-EXEC.

      * DUELOS SEM VENCEDOR COM UM DOS LADOS NA LISTA - TAMBEM SEM
      * ORDER BY, PELO DELETE POSICIONADO.
           EXEC SQL
              DECLARE CUR-DUELOS CURSOR FOR
                 SELECT ID, USERID_1, USERID_2
                   FROM JOGO_DUELO
                  WHERE VENCEDOR = SPACES
                    AND (USERID_1 IN (SELECT D.USERID
                                        FROM DESLIGAMENTO D)
                         OR USERID_2 IN (SELECT D.USERID
                                           FROM DESLIGAMENTO D))
           END-EXEC.

      * JOGOS COOPERATIVOS SEM RESULTADO COM UM DOS LADOS NA LISTA -
      * SEM ORDER BY, PELO DELETE POSICIONADO.
           EXEC SQL
              DECLARE CUR-COOP CURSOR FOR
                 SELECT ID, USERID_1, USERID_2
                   FROM JOGO_COOP
                  WHERE RESULTADO = SPACES
                    AND (USERID_1 IN (SELECT D.USERID
                                        FROM DESLIGAMENTO D)
                         OR USERID_2 IN (SELECT D.USERID
                                           FROM DESLIGAMENTO D))
           END-EXEC.

      * DESAFIOS DE COLEGA PENDENTES OU EM JOGO COM UM DOS LADOS NA
      * LISTA - SEM ORDER BY, PELO UPDATE POSICIONADO.
           EXEC SQL
              DECLARE CUR-DESAFIOS CURSOR FOR
                 SELECT ID, REMETENTE, DESTINATARIO
                   FROM DESAFIO_COLEGA
                  WHERE SITUACAO IN ('P', 'J')
                    AND (REMETENTE IN (SELECT D.USERID
                                         FROM DESLIGAMENTO D)
                         OR DESTINATARIO IN (SELECT D.USERID
                                               FROM DESLIGAMENTO D))
                    FOR UPDATE OF SITUACAO
           END-EXEC.

      * CONFRONTOS DE TORNEIO AINDA SEM VENCEDOR (BYE JA NASCE
      * DECIDIDO) COM UM DOS LADOS NA LISTA.
           EXEC SQL
              DECLARE CUR-TORNEIOS CURSOR FOR
                 SELECT TJ.TORNEIO_ID, TJ.RODADA, TJ.CHAVE,
                        TJ.USERID_1, TJ.USERID_2, T.NOME
                   FROM TORNEIO_JOGO TJ, TORNEIO T
                  WHERE T.ID = TJ.TORNEIO_ID
                    AND TJ.VENCEDOR = SPACES
                    AND TJ.USERID_2 <> SPACES
                    AND (TJ.USERID_1 IN (SELECT D.USERID
                                           FROM DESLIGAMENTO D)
                         OR TJ.USERID_2 IN (SELECT D.USERID
                                              FROM DESLIGAMENTO D))
                  ORDER BY TJ.TORNEIO_ID, TJ.RODADA, TJ.CHAVE
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-REGISTRA-NOVOS
           PERFORM 2500-RETIRA-READMITIDOS
           PERFORM 3000-FECHA-JOGOS
           PERFORM 4000-CANCELA-DUELOS
           PERFORM 4200-CANCELA-COOP
           PERFORM 4400-CANCELA-DESAFIOS
           PERFORM 4500-WO-TORNEIOS
           PERFORM 5000-VENCE-CARENCIA
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RV - CICLO DOS JOGADORES DESLIGADOS INICIADO'

           ACCEPT WS-CARTAO-SYSIN FROM SYSIN

           IF WS-PARM-CAR-DIAS IS NUMERIC
              AND WS-PARM-CAR-DIAS NOT EQUAL '000'
               MOVE WS-PARM-CAR-DIAS       TO WS-CAR-DIAS
           END-IF

           DISPLAY 'CARENCIA ANTES DA REMOCAO (DIAS): ' WS-CAR-DIAS

           PERFORM 8500-MONTA-DATA-HORA

           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - WS-CAR-DIAS)
           MOVE WS-DATA-CORTE(1:4)         TO WS-CT-ANO
           MOVE WS-DATA-CORTE(5:2)         TO WS-CT-MES
           MOVE WS-DATA-CORTE(7:2)         TO WS-CT-DIA

           DISPLAY 'REMOVE QUEM ENTROU NA LISTA ATE: '
                   WS-SQL-DATA-CORTE
           .

      *----------------------------------------------------------------*
      * 1. NOVOS DESLIGADOS: ENTRAM NA LISTA COMO PENDENTES, COM A
      *    DATA DE HOJE - A CARENCIA CONTA DAQUI.
      *----------------------------------------------------------------*
       2000-REGISTRA-NOVOS.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-NOVOS
           END-EXEC

           PERFORM 2100-REGISTRA-1-NOVO THRU 2100-REGISTRA-1-NOVO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-NOVOS
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .

       2100-REGISTRA-1-NOVO.
           EXEC SQL
              FETCH CUR-NOVOS
                INTO :DCLDS-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2100-REGISTRA-1-NOVO-EXIT
           END-IF

           MOVE WS-SQL-DATA-HOJE           TO DCLDS-DATA-DESLIG
           MOVE 'P'                        TO DCLDS-SITUACAO
           MOVE WS-SQL-DATA-HOJE           TO DCLDS-DATA-SITUACAO
           MOVE 0                          TO DCLDS-JOGOS-FECHADOS
           MOVE 0                          TO DCLDS-DUELOS-FECHADOS
           MOVE SPACES                     TO DCLDS-MOTIVO

           EXEC SQL
              INSERT INTO DESLIGAMENTO
                 (USERID, DATA_DESLIG, SITUACAO, DATA_SITUACAO,
                  JOGOS_FECHADOS, DUELOS_FECHADOS, MOTIVO)
              VALUES
                 (:DCLDS-USERID, :DCLDS-DATA-DESLIG,
                  :DCLDS-SITUACAO, :DCLDS-DATA-SITUACAO,
                  :DCLDS-JOGOS-FECHADOS, :DCLDS-DUELOS-FECHADOS,
                  :DCLDS-MOTIVO)
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-TOT-NOVOS
               DISPLAY 'DESLIGADO NOVO NA LISTA: ' DCLDS-USERID
           ELSE
               DISPLAY '*** ERRO SQLCODE AO INCLUIR ' DCLDS-USERID
                       ' NA LISTA: ' SQLCODE
           END-IF
           .
       2100-REGISTRA-1-NOVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2. READMITIDOS: O FEED VOLTOU A TRAZER 'A' - SAEM DA LISTA EM
      *    QUALQUER SITUACAO (SE JA FORAM REMOVIDOS, RECOMECAM DO
      *    ZERO COMO QUALQUER JOGADOR NOVO).
      *----------------------------------------------------------------*
       2500-RETIRA-READMITIDOS.
           EXEC SQL
              DELETE FROM DESLIGAMENTO
               WHERE USERID IN (SELECT J.USERID
                                  FROM JOGADOR J
                                 WHERE J.SITUACAO = 'A')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)           TO WS-TOT-READMITIDOS
              WHEN +100
                 MOVE 0                    TO WS-TOT-READMITIDOS
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE AO RETIRAR READMITIDOS: '
                         SQLCODE
           END-EVALUATE

           EXEC SQL
              COMMIT
           END-EXEC
           .

      *----------------------------------------------------------------*
      * 3. JOGOS EM ANDAMENTO: ENCERRADOS COMO ABANDONO, COMO NA
      *    EXPIRACAO P3O99R6 - SO SAI DE JOGO_ATIVO O QUE FICOU
      *    GRAVADO EM HISTJOGO.
      *----------------------------------------------------------------*
       3000-FECHA-JOGOS.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-JOGOS
           END-EXEC

           PERFORM 3100-FECHA-1-JOGO THRU 3100-FECHA-1-JOGO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-JOGOS
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .

       3100-FECHA-1-JOGO.
           EXEC SQL
              FETCH CUR-JOGOS
                INTO :DCLJA-TERMINAL, :DCLJA-USERID,
                     :DCLJA-TENTATIVAS, :DCLJA-PONTUACAO,
                     :DCLJA-DATA-JOGO, :DCLJA-HORA-JOGO,
                     :DCLJA-SENHA-ID, :DCLJA-MODO-TREINO,
                     :DCLJA-MODO-DIFICIL, :DCLJA-MODO-BLITZ
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3100-FECHA-1-JOGO-EXIT
           END-IF

           PERFORM 3200-GRAVA-ABANDONO

           IF NOT WS-ABANDONO-GRAVADO
               GO TO 3100-FECHA-1-JOGO-EXIT
           END-IF

           EXEC SQL
              DELETE FROM JOGO_ATIVO
               WHERE CURRENT OF CUR-JOGOS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NO DELETE DE JOGO_ATIVO: '
                       SQLCODE
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3100-FECHA-1-JOGO-EXIT
           END-IF

           ADD 1                           TO WS-TOT-JOGOS
           DISPLAY 'JOGO ENCERRADO: TERMINAL ' DCLJA-TERMINAL
                   ' USERID ' DCLJA-USERID
                   ' JOGO DE ' DCLJA-DATA-JOGO

           EXEC SQL
              UPDATE DESLIGAMENTO
                 SET JOGOS_FECHADOS = JOGOS_FECHADOS + 1
               WHERE USERID = :DCLJA-USERID
           END-EXEC
           .
       3100-FECHA-1-JOGO-EXIT.
           EXIT.

      * GRAVA O JOGO ENCERRADO EM HISTJOGO COMO ABANDONO (RESULTADO
      * 'A'), COM A DATA/HORA ORIGINAIS DO JOGO - O MESMO REGISTRO
      * DE 2200-GRAVA-ABANDONO DE P3O99R6.
       3200-GRAVA-ABANDONO.
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
               WHERE USERID = :DCLJA-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-EQUIPE-ID-COMP
           END-IF

           MOVE WS-PROX-HIST-ID-COMP       TO DCLHJ-ID
           MOVE DCLJA-USERID               TO DCLHJ-USERID
           MOVE 'A'                        TO DCLHJ-RESULTADO
           MOVE DCLJA-TENTATIVAS           TO DCLHJ-TENTATIVAS
           MOVE DCLJA-PONTUACAO            TO DCLHJ-PONTUACAO
           MOVE DCLJA-DATA-JOGO            TO DCLHJ-DATA-JOGO
           MOVE DCLJA-HORA-JOGO            TO DCLHJ-HORA-JOGO
           MOVE DCLJA-SENHA-ID             TO DCLHJ-SENHA-ID
           MOVE WS-EQUIPE-ID-COMP          TO DCLHJ-EQUIPE-ID
           MOVE SPACE                      TO DCLHJ-ANULADO
           IF DCLJA-MODO-TREINO EQUAL 'S'
               MOVE 'S'                    TO DCLHJ-TREINO
           ELSE
               MOVE SPACE                  TO DCLHJ-TREINO
           END-IF
           IF DCLJA-MODO-DIFICIL EQUAL 'S'
               MOVE 'S'                    TO DCLHJ-MODO-DIFICIL
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
               DISPLAY '*** ERRO SQLCODE AO GRAVAR O ABANDONO: '
                       SQLCODE
               MOVE 'N'                    TO WS-ABANDONO-OK
           END-IF
           .

      *----------------------------------------------------------------*
      * 4. DUELOS SEM VENCEDOR: SAEM DE JOGO_DUELO SEM RESULTADO PARA
      *    NINGUEM (UM W.O. MEXERIA NO RATING DO OUTRO LADO). QUEM
      *    ESTAVA DO OUTRO LADO RECEBE O AVISO.
      *----------------------------------------------------------------*
       4000-CANCELA-DUELOS.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-DUELOS
           END-EXEC

           PERFORM 4100-CANCELA-1-DUELO THRU 4100-CANCELA-1-DUELO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-DUELOS
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .

       4100-CANCELA-1-DUELO.
           EXEC SQL
              FETCH CUR-DUELOS
                INTO :DCLDU-ID, :DCLDU-USERID-1, :DCLDU-USERID-2
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4100-CANCELA-1-DUELO-EXIT
           END-IF

           EXEC SQL
              DELETE FROM JOGO_DUELO
               WHERE CURRENT OF CUR-DUELOS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NO DELETE DE JOGO_DUELO: '
                       SQLCODE
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4100-CANCELA-1-DUELO-EXIT
           END-IF

           PERFORM 8300-LADO-DESLIGADO

           ADD 1                           TO WS-TOT-DUELOS
           MOVE DCLDU-ID                   TO WS-DUELO-ED
           DISPLAY 'DUELO CANCELADO: ' WS-DUELO-ED
                   ' USERID ' WS-USERID-DESLIG

           EXEC SQL
              UPDATE DESLIGAMENTO
                 SET DUELOS_FECHADOS = DUELOS_FECHADOS + 1
               WHERE USERID = :WS-USERID-DESLIG
           END-EXEC

      * DUELO AINDA NO LOBBY (SEM LADO 2) NAO TEM A QUEM AVISAR.
           IF WS-USERID-OUTRO EQUAL SPACES
               GO TO 4100-CANCELA-1-DUELO-EXIT
           END-IF

           MOVE SPACES                     TO WS-MENS-TEXTO
           STRING 'DUELO '                 DELIMITED BY SIZE
                  WS-DUELO-ED              DELIMITED BY SIZE
                  ' CANCELADO: O OPONENTE ' DELIMITED BY SIZE
                  WS-USERID-DESLIG         DELIMITED BY SPACE
                  ' SAIU DA EMPRESA'       DELIMITED BY SIZE
             INTO WS-MENS-TEXTO
           END-STRING
           MOVE 'DU'                       TO WS-MENS-TIPO
           PERFORM 8100-POSTA-MENSAGEM THRU 8100-POSTA-MENSAGEM-EXIT
           .
       4100-CANCELA-1-DUELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4. (CONT.) JOGOS COOPERATIVOS SEM RESULTADO: SAEM DE
      *    JOGO_COOP SEM HISTORICO, COMO NA LIMPEZA DO LOBBY DA Y1D9 -
      *    SEM ISSO A REMOCAO (P3O99RL) FICARIA BLOQUEADA. O COLEGA,
      *    SE JA TINHA ENTRADO, RECEBE O AVISO.
      *----------------------------------------------------------------*
       4200-CANCELA-COOP.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-COOP
           END-EXEC

           PERFORM 4300-CANCELA-1-COOP THRU 4300-CANCELA-1-COOP-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-COOP
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .

       4300-CANCELA-1-COOP.
           EXEC SQL
              FETCH CUR-COOP
                INTO :DCLCO-ID, :DCLCO-USERID-1, :DCLCO-USERID-2
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4300-CANCELA-1-COOP-EXIT
           END-IF

           EXEC SQL
              DELETE FROM JOGO_COOP
               WHERE CURRENT OF CUR-COOP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NO DELETE DE JOGO_COOP: '
                       SQLCODE
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4300-CANCELA-1-COOP-EXIT
           END-IF

           MOVE DCLCO-USERID-1             TO DCLDU-USERID-1
           MOVE DCLCO-USERID-2             TO DCLDU-USERID-2
           PERFORM 8300-LADO-DESLIGADO

           ADD 1                           TO WS-TOT-COOP
           MOVE DCLCO-ID                   TO WS-DUELO-ED
           DISPLAY 'JOGO COOPERATIVO CANCELADO: ' WS-DUELO-ED
                   ' USERID ' WS-USERID-DESLIG

      * JOGO AINDA NO LOBBY (SEM LADO 2) NAO TEM A QUEM AVISAR.
           IF WS-USERID-OUTRO EQUAL SPACES
               GO TO 4300-CANCELA-1-COOP-EXIT
           END-IF

           MOVE SPACES                     TO WS-MENS-TEXTO
           STRING 'JOGO COOPERATIVO '      DELIMITED BY SIZE
                  WS-DUELO-ED              DELIMITED BY SIZE
                  ' CANCELADO: ' DELIMITED BY SIZE
                  WS-USERID-DESLIG         DELIMITED BY SPACE
                  ' SAIU DA EMPRESA'       DELIMITED BY SIZE
             INTO WS-MENS-TEXTO
           END-STRING
           MOVE 'CO'                       TO WS-MENS-TIPO
           PERFORM 8100-POSTA-MENSAGEM THRU 8100-POSTA-MENSAGEM-EXIT
           .
       4300-CANCELA-1-COOP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4. (CONT.) DESAFIOS DE COLEGA PENDENTES OU EM JOGO: PASSAM A
      *    CANCELADOS ('X') SEM HISTORICO - SEM ISSO A REMOCAO
      *    (P3O99RL) FICARIA BLOQUEADA. O OUTRO LADO E AVISADO: QUEM
      *    ENVIOU, SE O DESLIGADO E O DESTINATARIO, OU QUEM RECEBEU.
      *----------------------------------------------------------------*
       4400-CANCELA-DESAFIOS.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-DESAFIOS
           END-EXEC

           PERFORM 4450-CANCELA-1-DESAFIO THRU
                   4450-CANCELA-1-DESAFIO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-DESAFIOS
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .

       4450-CANCELA-1-DESAFIO.
           EXEC SQL
              FETCH CUR-DESAFIOS
                INTO :DCLDC-ID, :DCLDC-REMETENTE, :DCLDC-DESTINATARIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4450-CANCELA-1-DESAFIO-EXIT
           END-IF

           EXEC SQL
              UPDATE DESAFIO_COLEGA
                 SET SITUACAO = 'X'
               WHERE CURRENT OF CUR-DESAFIOS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NO UPDATE DE DESAFIO_COLEGA: '
                       SQLCODE
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4450-CANCELA-1-DESAFIO-EXIT
           END-IF

           MOVE DCLDC-REMETENTE            TO DCLDU-USERID-1
           MOVE DCLDC-DESTINATARIO         TO DCLDU-USERID-2
           PERFORM 8300-LADO-DESLIGADO

           ADD 1                           TO WS-TOT-DESAFIOS
           MOVE DCLDC-ID                   TO WS-DUELO-ED
           DISPLAY 'DESAFIO DE COLEGA CANCELADO: ' WS-DUELO-ED
                   ' USERID ' WS-USERID-DESLIG

           MOVE SPACES                     TO WS-MENS-TEXTO
           STRING 'DESAFIO '               DELIMITED BY SIZE
                  WS-DUELO-ED              DELIMITED BY SIZE
                  ' CANCELADO: '           DELIMITED BY SIZE
                  WS-USERID-DESLIG         DELIMITED BY SPACE
                  ' SAIU DA EMPRESA'       DELIMITED BY SIZE
             INTO WS-MENS-TEXTO
           END-STRING
           MOVE 'DC'                       TO WS-MENS-TIPO
           PERFORM 8100-POSTA-MENSAGEM THRU 8100-POSTA-MENSAGEM-EXIT
           .
       4450-CANCELA-1-DESAFIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5. CONFRONTOS DE TORNEIO PENDENTES: O OPONENTE AVANCA POR
      *    W.O. (SEM DUELO - DUELO_ID FICA ZERO, COMO NO BYE), PARA A
      *    RODADA NAO FICAR PRESA NO P3O99RG ESPERANDO UM DUELO QUE
      *    NAO VAI ACONTECER.
      *----------------------------------------------------------------*
       4500-WO-TORNEIOS.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-TORNEIOS
           END-EXEC

           PERFORM 4600-WO-1-CONFRONTO THRU 4600-WO-1-CONFRONTO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-TORNEIOS
           END-EXEC

           EXEC SQL
              COMMIT
           END-EXEC
           .

       4600-WO-1-CONFRONTO.
           EXEC SQL
              FETCH CUR-TORNEIOS
                INTO :DCLTJ-TORNEIO-ID, :DCLTJ-RODADA, :DCLTJ-CHAVE,
                     :DCLTJ-USERID-1, :DCLTJ-USERID-2, :DCLTO-NOME
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4600-WO-1-CONFRONTO-EXIT
           END-IF

           MOVE DCLTJ-USERID-1             TO DCLDU-USERID-1
           MOVE DCLTJ-USERID-2             TO DCLDU-USERID-2
           PERFORM 8300-LADO-DESLIGADO

           EXEC SQL
              UPDATE TORNEIO_JOGO
                 SET VENCEDOR = :WS-USERID-OUTRO
               WHERE TORNEIO_ID = :DCLTJ-TORNEIO-ID
                 AND RODADA = :DCLTJ-RODADA
                 AND CHAVE = :DCLTJ-CHAVE
                 AND VENCEDOR = SPACES
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NO W.O. DO TORNEIO '
                       DCLTJ-TORNEIO-ID ': ' SQLCODE
               GO TO 4600-WO-1-CONFRONTO-EXIT
           END-IF

           ADD 1                           TO WS-TOT-TORNEIOS
           DISPLAY 'W.O. NO TORNEIO ' DCLTO-NOME
                   ' PARA ' WS-USERID-OUTRO
                   ' (DESLIGADO: ' WS-USERID-DESLIG ')'

           EXEC SQL
              UPDATE DESLIGAMENTO
                 SET DUELOS_FECHADOS = DUELOS_FECHADOS + 1
               WHERE USERID = :WS-USERID-DESLIG
           END-EXEC

           MOVE DCLTJ-RODADA               TO WS-RODADA-ED
           MOVE SPACES                     TO WS-MENS-TEXTO
           STRING 'TORNEIO '               DELIMITED BY SIZE
                  DCLTO-NOME               DELIMITED BY '  '
                  ' RODADA '               DELIMITED BY SIZE
                  WS-RODADA-ED             DELIMITED BY SIZE
                  ': VOCE AVANCOU POR W.O.' DELIMITED BY SIZE
             INTO WS-MENS-TEXTO
           END-STRING
           MOVE 'TR'                       TO WS-MENS-TIPO
           PERFORM 8100-POSTA-MENSAGEM THRU 8100-POSTA-MENSAGEM-EXIT
           .
       4600-WO-1-CONFRONTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6. CARENCIA VENCIDA: PENDENTES QUE ENTRARAM NA LISTA ATE A
      *    DATA DE CORTE, E OS BLOQUEADOS DE NOITES ANTERIORES (OS
      *    PASSOS 3 A 5 ACABARAM DE FECHAR O QUE OS BLOQUEAVA), FICAM
      *    PRONTOS PARA O P3O99RL DO PASSO SEGUINTE DO JOB.
      *----------------------------------------------------------------*
       5000-VENCE-CARENCIA.
           EXEC SQL
              UPDATE DESLIGAMENTO
                 SET SITUACAO = 'V',
                     DATA_SITUACAO = :WS-SQL-DATA-HOJE,
                     MOTIVO = ' '
               WHERE SITUACAO IN ('P', 'B')
                 AND DATA_DESLIG <= :WS-SQL-DATA-CORTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3)           TO WS-TOT-VENCIDOS
              WHEN +100
                 MOVE 0                    TO WS-TOT-VENCIDOS
              WHEN OTHER
                 DISPLAY '*** ERRO SQLCODE AO VENCER A CARENCIA: '
                         SQLCODE
           END-EVALUATE

           EXEC SQL
              COMMIT
           END-EXEC

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-QTD-LISTA-COMP
                FROM DESLIGAMENTO
               WHERE SITUACAO = 'V'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-QTD-LISTA-COMP
           END-IF
           .

      * AVISA O OUTRO LADO (WS-USERID-OUTRO) NA CAIXA DE MENSAGENS
      * DELE. UMA FALHA AQUI SO VAI PARA O SYSOUT - O DUELO OU O
      * CONFRONTO JA FICOU RESOLVIDO.
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

           PERFORM 8500-MONTA-DATA-HORA

           MOVE WS-PROX-MENS-ID-COMP       TO DCLMS-ID
           MOVE WS-USERID-OUTRO            TO DCLMS-USERID
           MOVE WS-MENS-TIPO               TO DCLMS-TIPO
           MOVE WS-MENS-TEXTO              TO DCLMS-TEXTO
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
               DISPLAY '*** ERRO SQLCODE AO AVISAR ' WS-USERID-OUTRO
                       ': ' SQLCODE
           END-IF
           .
       8100-POSTA-MENSAGEM-EXIT.
           EXIT.

      * DOS DOIS LADOS EM DCLDU-USERID-1/2, DESCOBRE QUAL ESTA NA
      * LISTA (WS-USERID-DESLIG) E QUAL E O OUTRO (WS-USERID-OUTRO).
      * COM OS DOIS NA LISTA, O LADO 1 CONTA COMO O DESLIGADO.
       8300-LADO-DESLIGADO.
           MOVE 'N'                        TO WS-NA-LISTA

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-QTD-LISTA-COMP
                FROM DESLIGAMENTO
               WHERE USERID = :DCLDU-USERID-1
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-QTD-LISTA-COMP > 0
               MOVE 'S'                    TO WS-NA-LISTA
           END-IF

           IF WS-ESTA-NA-LISTA
               MOVE DCLDU-USERID-1         TO WS-USERID-DESLIG
               MOVE DCLDU-USERID-2         TO WS-USERID-OUTRO
           ELSE
               MOVE DCLDU-USERID-2         TO WS-USERID-DESLIG
               MOVE DCLDU-USERID-1         TO WS-USERID-OUTRO
           END-IF
           .

      * DATA/HORA DE AGORA NO FORMATO ISO DOS HOST-VARS DATE/TIME DO
      * DB2.
       8500-MONTA-DATA-HORA.
           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME

           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA

           MOVE WS-HORA-REG(1:2)           TO WS-SQL-HH
           MOVE WS-HORA-REG(3:2)           TO WS-SQL-MM
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS
           .

       9000-ENCERRA.
           MOVE WS-TOT-NOVOS          TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'P3O99RV - TOTAIS DA EXECUCAO'
           DISPLAY '   DESLIGADOS NOVOS NA LISTA.............: '
                   WS-TOT-NOVOS
           DISPLAY '   READMITIDOS RETIRADOS DA LISTA........: '
                   WS-TOT-READMITIDOS
           DISPLAY '   JOGOS EM ANDAMENTO ENCERRADOS.........: '
                   WS-TOT-JOGOS
           DISPLAY '   DUELOS SEM VENCEDOR CANCELADOS........: '
                   WS-TOT-DUELOS
           DISPLAY '   JOGOS COOPERATIVOS CANCELADOS.........: '
                   WS-TOT-COOP
           DISPLAY '   DESAFIOS DE COLEGA CANCELADOS.........: '
                   WS-TOT-DESAFIOS
           DISPLAY '   CONFRONTOS DE TORNEIO POR W.O.........: '
                   WS-TOT-TORNEIOS
           DISPLAY '   CARENCIAS VENCIDAS NESTA NOITE........: '
                   WS-TOT-VENCIDOS
           DISPLAY '   AGUARDANDO A REMOCAO (P3O99RL)........: '
                   WS-QTD-LISTA-COMP
           DISPLAY 'P3O99RV - CICLO DOS DESLIGADOS CONCLUIDO'
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

           MOVE 'P3O99RV'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RV'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RV - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99RV'               TO DCLJE-PROGRAMA
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
