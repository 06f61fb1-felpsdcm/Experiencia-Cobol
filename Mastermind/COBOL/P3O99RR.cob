      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99RR.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL: O DB2 NAO TEM
      * FOREIGN KEY ENTRE AS TABELAS DO JOGO, E AS REMOCOES (P3O99RL),
      * OS EXPURGOS (P3O99R5) E AS ANULACOES (Y1C8) JA DEIXARAM LINHA
      * APONTANDO PARA O NADA. CONFERE CINCO LIGACOES:
      *    1 - CONQUISTA.USERID         -> JOGADOR
      *    2 - TORNEIO_JOGO.DUELO_ID    -> JOGO_DUELO
      *    3 - EQUIPE_MEMBRO.EQUIPE_ID  -> EQUIPE
      *    4 - HISTJOGO.SENHA_ID        -> SENHAS
      *    5 - PLACAR                   -> HISTJOGO (USERID, DATA,
      *        PONTUACAO E TENTATIVAS - A MESMA CHAVE DA ANULACAO)
      * PARA CADA LIGACAO IMPRIME EM RELATOR A QUANTIDADE DE LINHAS
      * ORFAS E AS PRIMEIRAS CHAVES COMO EXEMPLO. COM O CARTAO SYSIN
      * 'CORRIGE', APAGA AS ORFAS QUE SAO SEGURAS DE APAGAR - CONQUISTA
      * DE USERID SEM JOGADOR E SEM NENHUM JOGO EM HISTJOGO, E MEMBRO
      * DE EQUIPE QUE NAO EXISTE MAIS - REGISTRANDO CADA UMA EM
      * MANUT_LOG COMO EXCLUSAO FEITA POR ESTE PROGRAMA, COMO O
      * P3O99R7. AS OUTRAS TRES LIGACOES SO SAO LISTADAS: ZERAR O
      * DUELO_ID DEIXARIA A PARTIDA PENDENTE DE NOVO NO Y1B9, E JOGO
      * OU PLACAR SEM A OUTRA PONTA PEDE ACERTO MANUAL. COM
      * 'RELATORIO' (OU EM BRANCO) SO LISTA, SEM APAGAR NADA.
      * NO PLACAR SO ENTRAM LINHAS A PARTIR DO JOGO MAIS ANTIGO AINDA
      * EM HISTJOGO - O QUE E MAIS VELHO FOI EXPURGADO PELO P3O99R5 E
      * NAO E ORFA.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT RELATOR                  ASSIGN TO RELATOR
                                            ORGANIZATION IS SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  RELATOR
           RECORDING MODE IS F.
       01  WS-REG-RELATOR                  PIC X(80).

       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
           88 WS-ACABOU-CURSOR                 VALUE 'S'.
       77  WS-LIGACAO-SW                   PIC X(01) VALUE 'N'.
           88 WS-LIGACAO-CORRIGIVEL            VALUE 'S'.
       77  WS-QTD-JOGOS-COMP               PIC S9(09) COMP.
       77  WS-PROX-LOG-ID-COMP             PIC S9(09) COMP.

      * QUANTAS CHAVES DE EXEMPLO SAEM POR LIGACAO.
       77  WS-MAX-EXEMPLOS                 PIC 9(02) VALUE 10.
       77  WS-QTD-EXEMPLOS                 PIC 9(02) VALUE 0.

      * TOTALIZADORES DA LIGACAO CORRENTE E DA VARREDURA.
       77  WS-QTD-ORFAS                    PIC 9(07) VALUE 0.
       77  WS-QTD-CORRIGIDAS               PIC 9(07) VALUE 0.
       77  WS-TOT-ORFAS                    PIC 9(07) VALUE 0.
       77  WS-TOT-CORRIGIDAS               PIC 9(07) VALUE 0.
       77  WS-QTD-EDIT                     PIC Z(06)9.

      * MODO DE EXECUCAO, LIDO DO SYSIN: 'RELATORIO' (PADRAO) SO
      * LISTA; 'CORRIGE' TAMBEM APAGA AS ORFAS SEGURAS.
       77  WS-MODO-EXECUCAO                PIC X(09) VALUE 'RELATORIO'.
           88 WS-MODO-CORRIGE                  VALUE 'CORRIGE'.
           88 WS-MODO-VALIDO                   VALUE 'RELATORIO'
                                                     'CORRIGE'.

      * CHAVE DA LINHA ORFA, MONTADA PARA O EXEMPLO DO RELATORIO E
      * PARA O MANUT_LOG, E O QUE FOI FEITO COM ELA.
       77  WS-CHAVE                        PIC X(60).
       77  WS-SITUACAO-ORFA                PIC X(16).
       77  WS-CHV-NUM-1                    PIC 9(09).
       77  WS-CHV-NUM-2                    PIC 9(09).
       77  WS-CHV-NUM-3                    PIC 9(03).
       77  WS-CHV-NUM-4                    PIC 9(03).

      * DATA/HORA NO FORMATO ESPERADO PELOS HOST-VARS DATE/TIME DO DB2
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-HORA-REG                     PIC 9(08).
       01  WS-SQL-DATA.
           05 WS-SQL-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA                   PIC X(02).
       01  WS-SQL-HORA.
           05 WS-SQL-HH                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-MM                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-SS                    PIC X(02).

      * LINHAS DO RELATORIO.
       01  WS-LINHA-CABEC.
           05 FILLER                       PIC X(43)
              VALUE 'VARREDURA DE INTEGRIDADE REFERENCIAL - DIA '.
           05 WS-CAB-DATA                  PIC X(10).
           05 FILLER                       PIC X(07) VALUE ' MODO: '.
           05 WS-CAB-MODO                  PIC X(09).
           05 FILLER                       PIC X(11) VALUE SPACES.

       01  WS-LINHA-LIGACAO.
           05 WS-LL-TITULO                 PIC X(50).
           05 FILLER                       PIC X(30) VALUE SPACES.

       01  WS-LINHA-EXEMPLO.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-LX-CHAVE                  PIC X(60).
           05 WS-LX-SITUACAO               PIC X(16).

       01  WS-LINHA-TOTAL.
           05 FILLER                       PIC X(18)
              VALUE '    LINHAS ORFAS: '.
           05 WS-LT-ORFAS                  PIC Z(06)9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-LT-ACAO                   PIC X(52).

           EXEC SQL
              INCLUDE DCLCONQ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTJOG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEQMB
           END-EXEC.

           EXEC SQL
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPLACAR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMLOG
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

      * 1 - CONQUISTA DE USERID QUE NAO ESTA MAIS EM JOGADOR.
           EXEC SQL
              DECLARE CUR-ORFA-CONQUISTA CURSOR FOR
                 SELECT C.USERID, C.CODIGO, C.DATA_CONQ
                   FROM CONQUISTA C
                  WHERE NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = C.USERID)
                  ORDER BY C.USERID, C.CODIGO
           END-EXEC.

      * 2 - PARTIDA DE TORNEIO QUE APONTA PARA DUELO INEXISTENTE
      *     (DUELO_ID ZERO E PARTIDA AINDA NAO JOGADA - NAO E ORFA).
           EXEC SQL
              DECLARE CUR-ORFA-TORNEIO CURSOR FOR
                 SELECT T.TORNEIO_ID, T.RODADA, T.CHAVE, T.DUELO_ID
                   FROM TORNEIO_JOGO T
                  WHERE T.DUELO_ID > 0
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGO_DUELO D
                          WHERE D.ID = T.DUELO_ID)
                  ORDER BY T.TORNEIO_ID, T.RODADA, T.CHAVE
           END-EXEC.

      * 3 - MEMBRO DE EQUIPE QUE NAO EXISTE MAIS.
           EXEC SQL
              DECLARE CUR-ORFA-MEMBRO CURSOR FOR
                 SELECT M.EQUIPE_ID, M.USERID
                   FROM EQUIPE_MEMBRO M
                  WHERE NOT EXISTS
                        (SELECT 1
                           FROM EQUIPE E
                          WHERE E.ID = M.EQUIPE_ID)
                  ORDER BY M.EQUIPE_ID, M.USERID
           END-EXEC.

      * 4 - JOGOS DE SENHA QUE NAO ESTA MAIS EM SENHAS, AGRUPADOS
      *     POR SENHA (A MESMA SENHA COSTUMA TER MUITOS JOGOS).
           EXEC SQL
              DECLARE CUR-ORFA-SENHA CURSOR FOR
                 SELECT H.SENHA_ID, COUNT(*)
                   FROM HISTJOGO H
                  WHERE H.SENHA_ID > 0
                    AND NOT EXISTS
                        (SELECT 1
                           FROM SENHAS S
                          WHERE S.ID = H.SENHA_ID)
                  GROUP BY H.SENHA_ID
                  ORDER BY H.SENHA_ID
           END-EXEC.

      * 5 - PLACAR SEM O JOGO CORRESPONDENTE EM HISTJOGO, A PARTIR DO
      *     JOGO MAIS ANTIGO QUE O EXPURGO AINDA NAO LEVOU.
           EXEC SQL
              DECLARE CUR-ORFA-PLACAR CURSOR FOR
                 SELECT P.ID, P.USERID, P.DATA_JOGO, P.PONTUACAO
                   FROM PLACAR P
                  WHERE P.DATA_JOGO >=
                        (SELECT MIN(H1.DATA_JOGO)
                           FROM HISTJOGO H1)
                    AND NOT EXISTS
                        (SELECT 1
                           FROM HISTJOGO H
                          WHERE H.USERID     = P.USERID
                            AND H.DATA_JOGO  = P.DATA_JOGO
                            AND H.PONTUACAO  = P.PONTUACAO
                            AND H.TENTATIVAS = P.TENTATIVAS)
                  ORDER BY P.DATA_JOGO, P.ID
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CONFERE-CONQUISTA
           PERFORM 3000-CONFERE-TORNEIO
           PERFORM 4000-CONFERE-MEMBRO
           PERFORM 5000-CONFERE-SENHA
           PERFORM 6000-CONFERE-PLACAR
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RR - VARREDURA DE INTEGRIDADE REFERENCIAL'

           ACCEPT WS-MODO-EXECUCAO FROM SYSIN

           IF NOT WS-MODO-VALIDO
               DISPLAY 'CARTAO SYSIN INVALIDO OU EM BRANCO ('
                       WS-MODO-EXECUCAO ') - ASSUMIDO RELATORIO'
               MOVE 'RELATORIO'            TO WS-MODO-EXECUCAO
           END-IF

           DISPLAY 'MODO DE EXECUCAO: ' WS-MODO-EXECUCAO

           OPEN OUTPUT RELATOR

           PERFORM 999-MONTA-DATA-HORA
           MOVE WS-SQL-DATA                TO WS-CAB-DATA
           MOVE WS-MODO-EXECUCAO           TO WS-CAB-MODO
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

      *----------------------------------------------------------------*
      * 1 - CONQUISTA -> JOGADOR. CORRIGIVEL: SO APAGA A CONQUISTA SE
      * O USERID TAMBEM NAO TEM NENHUM JOGO EM HISTJOGO - COM JOGO, O
      * JOGADOR PODE TER SIDO APAGADO POR ENGANO E A CONQUISTA AJUDA
      * A RECONSTITUI-LO.
      *----------------------------------------------------------------*
       2000-CONFERE-CONQUISTA.
           MOVE 'CONQUISTA.USERID SEM JOGADOR'
                                           TO WS-LL-TITULO
           MOVE 'S'                        TO WS-LIGACAO-SW
           PERFORM 8000-ABRE-LIGACAO

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-ORFA-CONQUISTA
           END-EXEC

           PERFORM 2100-CONFERE-1-CONQUISTA THRU
                   2100-CONFERE-1-CONQUISTA-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-ORFA-CONQUISTA
           END-EXEC

           PERFORM 8200-FECHA-LIGACAO
           .

       2100-CONFERE-1-CONQUISTA.
           EXEC SQL
              FETCH CUR-ORFA-CONQUISTA
                INTO :DCLCQ-USERID, :DCLCQ-CODIGO, :DCLCQ-DATA-CONQ
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2100-CONFERE-1-CONQUISTA-EXIT
           END-IF

           ADD 1                           TO WS-QTD-ORFAS

           MOVE SPACES                     TO WS-CHAVE
           STRING 'USERID '                DELIMITED BY SIZE
                  DCLCQ-USERID             DELIMITED BY SIZE
                  ' CODIGO '               DELIMITED BY SIZE
                  DCLCQ-CODIGO             DELIMITED BY SIZE
                  ' DE '                   DELIMITED BY SIZE
                  DCLCQ-DATA-CONQ          DELIMITED BY SIZE
             INTO WS-CHAVE
           END-STRING

           MOVE SPACES                     TO WS-SITUACAO-ORFA

           IF WS-MODO-CORRIGE
               PERFORM 2200-CORRIGE-CONQUISTA THRU
                       2200-CORRIGE-CONQUISTA-EXIT
           END-IF

           PERFORM 8100-IMPRIME-EXEMPLO
           .
       2100-CONFERE-1-CONQUISTA-EXIT.
           EXIT.

       2200-CORRIGE-CONQUISTA.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-QTD-JOGOS-COMP
                FROM HISTJOGO
               WHERE USERID = :DCLCQ-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO NA CONSULTA'     TO WS-SITUACAO-ORFA
               GO TO 2200-CORRIGE-CONQUISTA-EXIT
           END-IF

           IF WS-QTD-JOGOS-COMP > 0
               MOVE 'MANTIDA-TEM JOGO'     TO WS-SITUACAO-ORFA
               GO TO 2200-CORRIGE-CONQUISTA-EXIT
           END-IF

           EXEC SQL
              DELETE FROM CONQUISTA
               WHERE USERID = :DCLCQ-USERID
                 AND CODIGO = :DCLCQ-CODIGO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO APAGAR CONQUISTA ' DCLCQ-USERID
                       ' ' DCLCQ-CODIGO
               MOVE 'ERRO NA CORRECAO'     TO WS-SITUACAO-ORFA
               GO TO 2200-CORRIGE-CONQUISTA-EXIT
           END-IF

           MOVE 'CONQUISTA'                TO DCLML-TABELA
           MOVE 0                          TO DCLML-SENHA-ID
           PERFORM 8300-GRAVA-MANUT-LOG

           ADD 1                           TO WS-QTD-CORRIGIDAS
           MOVE 'CORRIGIDA'                TO WS-SITUACAO-ORFA
           .
       2200-CORRIGE-CONQUISTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2 - TORNEIO_JOGO -> JOGO_DUELO. SO RELATORIO.
      *----------------------------------------------------------------*
       3000-CONFERE-TORNEIO.
           MOVE 'TORNEIO_JOGO.DUELO_ID SEM JOGO_DUELO'
                                           TO WS-LL-TITULO
           MOVE 'N'                        TO WS-LIGACAO-SW
           PERFORM 8000-ABRE-LIGACAO

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-ORFA-TORNEIO
           END-EXEC

           PERFORM 3100-CONFERE-1-TORNEIO THRU
                   3100-CONFERE-1-TORNEIO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-ORFA-TORNEIO
           END-EXEC

           PERFORM 8200-FECHA-LIGACAO
           .

       3100-CONFERE-1-TORNEIO.
           EXEC SQL
              FETCH CUR-ORFA-TORNEIO
                INTO :DCLTJ-TORNEIO-ID, :DCLTJ-RODADA, :DCLTJ-CHAVE,
                     :DCLTJ-DUELO-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3100-CONFERE-1-TORNEIO-EXIT
           END-IF

           ADD 1                           TO WS-QTD-ORFAS

           MOVE DCLTJ-TORNEIO-ID           TO WS-CHV-NUM-1
           MOVE DCLTJ-RODADA               TO WS-CHV-NUM-3
           MOVE DCLTJ-CHAVE                TO WS-CHV-NUM-4
           MOVE DCLTJ-DUELO-ID             TO WS-CHV-NUM-2

           MOVE SPACES                     TO WS-CHAVE
           STRING 'TORNEIO '               DELIMITED BY SIZE
                  WS-CHV-NUM-1             DELIMITED BY SIZE
                  ' RODADA '               DELIMITED BY SIZE
                  WS-CHV-NUM-3             DELIMITED BY SIZE
                  ' CHAVE '                DELIMITED BY SIZE
                  WS-CHV-NUM-4             DELIMITED BY SIZE
                  ' DUELO '                DELIMITED BY SIZE
                  WS-CHV-NUM-2             DELIMITED BY SIZE
             INTO WS-CHAVE
           END-STRING

           MOVE SPACES                     TO WS-SITUACAO-ORFA
           PERFORM 8100-IMPRIME-EXEMPLO
           .
       3100-CONFERE-1-TORNEIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3 - EQUIPE_MEMBRO -> EQUIPE. CORRIGIVEL: O MEMBRO DE UMA
      * EQUIPE QUE NAO EXISTE MAIS NAO SERVE A NADA E SO ATRAPALHA A
      * ENTRADA DO JOGADOR EM OUTRA EQUIPE.
      *----------------------------------------------------------------*
       4000-CONFERE-MEMBRO.
           MOVE 'EQUIPE_MEMBRO.EQUIPE_ID SEM EQUIPE'
                                           TO WS-LL-TITULO
           MOVE 'S'                        TO WS-LIGACAO-SW
           PERFORM 8000-ABRE-LIGACAO

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-ORFA-MEMBRO
           END-EXEC

           PERFORM 4100-CONFERE-1-MEMBRO THRU
                   4100-CONFERE-1-MEMBRO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-ORFA-MEMBRO
           END-EXEC

           PERFORM 8200-FECHA-LIGACAO
           .

       4100-CONFERE-1-MEMBRO.
           EXEC SQL
              FETCH CUR-ORFA-MEMBRO
                INTO :DCLEM-EQUIPE-ID, :DCLEM-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 4100-CONFERE-1-MEMBRO-EXIT
           END-IF

           ADD 1                           TO WS-QTD-ORFAS

           MOVE DCLEM-EQUIPE-ID            TO WS-CHV-NUM-1

           MOVE SPACES                     TO WS-CHAVE
           STRING 'EQUIPE_ID '             DELIMITED BY SIZE
                  WS-CHV-NUM-1             DELIMITED BY SIZE
                  ' USERID '               DELIMITED BY SIZE
                  DCLEM-USERID             DELIMITED BY SIZE
             INTO WS-CHAVE
           END-STRING

           MOVE SPACES                     TO WS-SITUACAO-ORFA

           IF NOT WS-MODO-CORRIGE
               PERFORM 8100-IMPRIME-EXEMPLO
               GO TO 4100-CONFERE-1-MEMBRO-EXIT
           END-IF

           EXEC SQL
              DELETE FROM EQUIPE_MEMBRO
               WHERE EQUIPE_ID = :DCLEM-EQUIPE-ID
                 AND USERID    = :DCLEM-USERID
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE 'EQUIPE_MEMBRO'        TO DCLML-TABELA
               MOVE DCLEM-EQUIPE-ID        TO DCLML-SENHA-ID
               PERFORM 8300-GRAVA-MANUT-LOG
               ADD 1                       TO WS-QTD-CORRIGIDAS
               MOVE 'CORRIGIDA'            TO WS-SITUACAO-ORFA
           ELSE
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO APAGAR MEMBRO ' DCLEM-USERID
                       ' DA EQUIPE ' WS-CHV-NUM-1
               MOVE 'ERRO NA CORRECAO'     TO WS-SITUACAO-ORFA
           END-IF

           PERFORM 8100-IMPRIME-EXEMPLO
           .
       4100-CONFERE-1-MEMBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4 - HISTJOGO.SENHA_ID -> SENHAS. SO RELATORIO - O EXEMPLO E
      * A SENHA, COM QUANTOS JOGOS APONTAM PARA ELA; A CONTAGEM DE
      * ORFAS E DE JOGOS.
      *----------------------------------------------------------------*
       5000-CONFERE-SENHA.
           MOVE 'HISTJOGO.SENHA_ID SEM SENHAS'
                                           TO WS-LL-TITULO
           MOVE 'N'                        TO WS-LIGACAO-SW
           PERFORM 8000-ABRE-LIGACAO

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-ORFA-SENHA
           END-EXEC

           PERFORM 5100-CONFERE-1-SENHA THRU
                   5100-CONFERE-1-SENHA-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-ORFA-SENHA
           END-EXEC

           PERFORM 8200-FECHA-LIGACAO
           .

       5100-CONFERE-1-SENHA.
           EXEC SQL
              FETCH CUR-ORFA-SENHA
                INTO :DCLHJ-SENHA-ID, :WS-QTD-JOGOS-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 5100-CONFERE-1-SENHA-EXIT
           END-IF

      * O EXEMPLO SAI POR SENHA; A CONTAGEM E POR JOGO.
           ADD WS-QTD-JOGOS-COMP           TO WS-QTD-ORFAS

           MOVE DCLHJ-SENHA-ID             TO WS-CHV-NUM-1
           MOVE WS-QTD-JOGOS-COMP          TO WS-CHV-NUM-2

           MOVE SPACES                     TO WS-CHAVE
           STRING 'SENHA_ID '              DELIMITED BY SIZE
                  WS-CHV-NUM-1             DELIMITED BY SIZE
                  ' - JOGOS '              DELIMITED BY SIZE
                  WS-CHV-NUM-2             DELIMITED BY SIZE
             INTO WS-CHAVE
           END-STRING

           MOVE SPACES                     TO WS-SITUACAO-ORFA
           PERFORM 8100-IMPRIME-EXEMPLO
           .
       5100-CONFERE-1-SENHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5 - PLACAR -> HISTJOGO. SO RELATORIO.
      *----------------------------------------------------------------*
       6000-CONFERE-PLACAR.
           MOVE 'PLACAR SEM JOGO EM HISTJOGO'
                                           TO WS-LL-TITULO
           MOVE 'N'                        TO WS-LIGACAO-SW
           PERFORM 8000-ABRE-LIGACAO

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-ORFA-PLACAR
           END-EXEC

           PERFORM 6100-CONFERE-1-PLACAR THRU
                   6100-CONFERE-1-PLACAR-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-ORFA-PLACAR
           END-EXEC

           PERFORM 8200-FECHA-LIGACAO
           .

       6100-CONFERE-1-PLACAR.
           EXEC SQL
              FETCH CUR-ORFA-PLACAR
                INTO :DCLPLC-ID, :DCLPLC-USERID, :DCLPLC-DATA-JOGO,
                     :DCLPLC-PONTUACAO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 6100-CONFERE-1-PLACAR-EXIT
           END-IF

           ADD 1                           TO WS-QTD-ORFAS

           MOVE DCLPLC-ID                  TO WS-CHV-NUM-1
           MOVE DCLPLC-PONTUACAO           TO WS-CHV-NUM-2

           MOVE SPACES                     TO WS-CHAVE
           STRING 'ID '                    DELIMITED BY SIZE
                  WS-CHV-NUM-1             DELIMITED BY SIZE
                  ' USERID '               DELIMITED BY SIZE
                  DCLPLC-USERID            DELIMITED BY SIZE
                  ' EM '                   DELIMITED BY SIZE
                  DCLPLC-DATA-JOGO         DELIMITED BY SIZE
                  ' PONTOS '               DELIMITED BY SIZE
                  WS-CHV-NUM-2             DELIMITED BY SIZE
             INTO WS-CHAVE
           END-STRING

           MOVE SPACES                     TO WS-SITUACAO-ORFA
           PERFORM 8100-IMPRIME-EXEMPLO
           .
       6100-CONFERE-1-PLACAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ROTINAS COMUNS A TODAS AS LIGACOES: TITULO, EXEMPLO, TOTAL E
      * REGISTRO DA CORRECAO EM MANUT_LOG.
      *----------------------------------------------------------------*
       8000-ABRE-LIGACAO.
           MOVE 0                          TO WS-QTD-ORFAS
           MOVE 0                          TO WS-QTD-CORRIGIDAS
           MOVE 0                          TO WS-QTD-EXEMPLOS

           MOVE SPACES                     TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-LIGACAO           TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

      * SO AS PRIMEIRAS WS-MAX-EXEMPLOS ORFAS DE CADA LIGACAO SAEM
      * NO RELATORIO - AS DEMAIS SO ENTRAM NA CONTAGEM.
       8100-IMPRIME-EXEMPLO.
           IF WS-QTD-EXEMPLOS < WS-MAX-EXEMPLOS
               ADD 1                       TO WS-QTD-EXEMPLOS
               MOVE WS-CHAVE               TO WS-LX-CHAVE
               MOVE WS-SITUACAO-ORFA       TO WS-LX-SITUACAO
               MOVE WS-LINHA-EXEMPLO       TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           .

      * IMPRIME O TOTAL DA LIGACAO, ACUMULA NA VARREDURA E FIRMA AS
      * CORRECOES DA LIGACAO (E SEUS REGISTROS EM MANUT_LOG) JUNTAS.
       8200-FECHA-LIGACAO.
           MOVE WS-QTD-ORFAS               TO WS-LT-ORFAS
           MOVE SPACES                     TO WS-LT-ACAO

           IF NOT WS-LIGACAO-CORRIGIVEL
               MOVE 'SEM CORRECAO AUTOMATICA - ACERTO MANUAL'
                                           TO WS-LT-ACAO
           ELSE
               IF WS-MODO-CORRIGE
                   MOVE WS-QTD-CORRIGIDAS  TO WS-QTD-EDIT
                   STRING 'CORRIGIDAS: '   DELIMITED BY SIZE
                          WS-QTD-EDIT      DELIMITED BY SIZE
                     INTO WS-LT-ACAO
                   END-STRING
               ELSE
                   MOVE 'SO RELATORIO - CARTAO CORRIGE PARA CORRIGIR'
                                           TO WS-LT-ACAO
               END-IF
           END-IF

           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           ADD WS-QTD-ORFAS                TO WS-TOT-ORFAS
           ADD WS-QTD-CORRIGIDAS           TO WS-TOT-CORRIGIDAS

           DISPLAY WS-LL-TITULO ': ' WS-QTD-ORFAS
                   ' ORFAS, ' WS-QTD-CORRIGIDAS ' CORRIGIDAS'

           EXEC SQL
              COMMIT
           END-EXEC
           .

      * GRAVA EM MANUT_LOG A EXCLUSAO DA LINHA ORFA CORRENTE (TABELA
      * E SENHA_ID JA PREENCHIDOS PELA LIGACAO; A CHAVE E WS-CHAVE).
       8300-GRAVA-MANUT-LOG.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-LOG-ID-COMP
                FROM MANUT_LOG
           END-EXEC

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-PROX-LOG-ID-COMP        TO DCLML-ID
           MOVE 'P3O99RR'                  TO DCLML-USERID
           MOVE 'E'                        TO DCLML-FUNCAO
           MOVE SPACES                     TO DCLML-LETRAS-ANT
           MOVE 0                          TO DCLML-NIVEL-ANT
           MOVE SPACES                     TO DCLML-LETRAS-NOV
           MOVE 0                          TO DCLML-NIVEL-NOV
           MOVE WS-SQL-DATA                TO DCLML-DATA-ALT
           MOVE WS-SQL-HORA                TO DCLML-HORA-ALT
           MOVE WS-CHAVE                   TO DCLML-CHAVE

           EXEC SQL
              INSERT INTO MANUT_LOG
                 (ID, USERID, FUNCAO, SENHA_ID, LETRAS_ANT,
                  NIVEL_ANT, LETRAS_NOV, NIVEL_NOV, DATA_ALT,
                  HORA_ALT, TABELA, CHAVE)
              VALUES
                 (:DCLML-ID, :DCLML-USERID, :DCLML-FUNCAO,
                  :DCLML-SENHA-ID, :DCLML-LETRAS-ANT,
                  :DCLML-NIVEL-ANT, :DCLML-LETRAS-NOV,
                  :DCLML-NIVEL-NOV, :DCLML-DATA-ALT,
                  :DCLML-HORA-ALT, :DCLML-TABELA, :DCLML-CHAVE)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE ' SQLCODE
                       ' AO REGISTRAR EM MANUT_LOG: ' WS-CHAVE
           END-IF
           .

      * MONTA DATA/HORA NO FORMATO ISO ESPERADO PELOS HOST-VARS DATE/
      * TIME DO DB2 (YYYY-MM-DD / HH:MM:SS).
       999-MONTA-DATA-HORA.
           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME

           MOVE WS-DATA-REG(1:4)           TO WS-SQL-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-SQL-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SQL-DIA

           MOVE WS-HORA-REG(1:2)           TO WS-SQL-HH
           MOVE WS-HORA-REG(3:2)           TO WS-SQL-MM
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS
           .

       9000-ENCERRA.
           MOVE WS-TOT-ORFAS               TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           CLOSE RELATOR

           DISPLAY 'P3O99RR - TOTAIS DA VARREDURA'
           DISPLAY '   LINHAS ORFAS ENCONTRADAS.............: '
                   WS-TOT-ORFAS
           DISPLAY '   LINHAS ORFAS CORRIGIDAS..............: '
                   WS-TOT-CORRIGIDAS
           DISPLAY 'P3O99RR - VARREDURA CONCLUIDA'
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

           MOVE 'P3O99RR'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RR'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RR - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99RR'              TO DCLJE-PROGRAMA
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
