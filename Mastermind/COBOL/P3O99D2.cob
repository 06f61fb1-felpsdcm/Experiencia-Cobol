      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99D2.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * APURACAO DE SUSPEITAS (Y1D2 - TRANSACAO DE OPERADOR, FORA DO
      * MENU DOS JOGADORES): A FILA DE TRABALHO DO AUDITOR SOBRE A
      * TABELA SUSPEITA, QUE ANTES SO ERA CONTADA NO PAINEL Y1C4.
      *    - LISTA AS SUSPEITAS ABERTAS ('A'), 10 POR TELA, COM
      *      FILTRO OPCIONAL DE MOTIVO (M1..M4 DA VARREDURA P3O99RI,
      *      D1 DAS CONTESTACOES ABERTAS PELOS JOGADORES NO REPLAY
      *      Y1C9) E DE DATA DE REFERENCIA; PF7/PF8 PAGINAM POR
      *      FAIXA DE ID, COMO NA CONSULTA Y1C1;
      *    - O ID INFORMADO EM SEL ABRE O CASO: OS JOGOS DE HISTJOGO
      *      E AS LINHAS DE AUDITORIA LIGADOS A ELE (O JOGO
      *      CONTESTADO E AS SUAS JOGADAS, NO D1; OS JOGOS E JOGADAS
      *      DO USERID NO DIA, NO M1/M2/M4; AS VITORIAS DO TERMINAL
      *      NO DIA, NO M3);
      *    - A DISPOSICAO (L = LIBERADO, A = ADVERTIDO, N = ANULADO)
      *      E A OBSERVACAO FECHAM A SUSPEITA ('F') E FICAM EM
      *      SUSPEITA_APUR. NA DISPOSICAO N O JOGO (O CONTESTADO OU O
      *      INFORMADO EM IDH) E REPASSADO PARA A ANULACAO Y1C8, QUE
      *      ABRE JA PREENCHIDA PARA O OPERADOR CONFIRMAR - E E ELA
      *      QUE FECHA O CASO, NA MESMA UNIDADE DE TRABALHO DA
      *      ANULACAO. SAIR DE LA SEM CONFIRMAR DEIXA A SUSPEITA
      *      ABERTA NA FILA.
      * UM PADRAO LIBERADO NAO VOLTA A SER APONTADO PELA VARREDURA
      * NOTURNA. SO USERIDS DE MANUT_AUTORIZ PODEM APURAR.
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
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-LENGTH                       PIC S9(04) COMP.
       77  I                               PIC 9(04).
       77  WS-QTD-LINHAS                   PIC 9(04).
       77  WS-QTD-JOGOS                    PIC 9(04).
       77  WS-LINHA-EXIBE                  PIC 9(04).
       77  WS-METADE                       PIC 9(04).
       77  WS-LINHA-TROCA                  PIC X(60).
       77  WS-ID-REF-COMP                  PIC S9(09) COMP.
       77  WS-CONT-AUTORIZ-COMP            PIC S9(09) COMP.
       77  WS-AUTORIZADO-SW                PIC X(01) VALUE 'N'.
           88 WS-AUTORIZADO                    VALUE 'S'.
       77  WS-DATA-FILTRO-SW               PIC X(01).
           88 WS-DATA-FILTRO-OK                VALUE 'S'.
       77  WS-PROX-APUR-ID-COMP            PIC S9(09) COMP.
       77  WS-JOGO-ANULAR-COMP             PIC S9(09) COMP.
       77  WS-DISPOSICAO                   PIC X(01).
           88 WS-DISP-LIBERADO                 VALUE 'L'.
           88 WS-DISP-ADVERTIDO                VALUE 'A'.
           88 WS-DISP-ANULADO                  VALUE 'N'.
           88 WS-DISP-VALIDA                   VALUE 'L' 'A' 'N'.

      * JANELA DE HORARIO DAS JOGADAS LIGADAS AO CASO: O DIA INTEIRO,
      * OU SO A DO JOGO CONTESTADO (MESMO CRITERIO DO REPLAY Y1C9).
       77  WS-HORA-INI                     PIC X(08).
       77  WS-HORA-FIM                     PIC X(08).

      *----------------------------------------------------------------*
      * VARIAVEIS DE DATA E HORARIO
      *----------------------------------------------------------------*
       01  WS-DATA.
           05 WS-ANO                       PIC X(04).
           05 WS-MES                       PIC X(02).
           05 WS-DIA                       PIC X(02).

       01  WS-HORARIO.
           05 WS-HORA                      PIC X(02).
           05 WS-MIN                       PIC X(02).
           05 WS-SEG                       PIC X(02).

       01  WS-DATA-F.
           05 WS-DIA-F                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-MES-F                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-ANO-F                     PIC X(04).

       01  WS-HORARIO-F.
           05 WS-HORA-F                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-MIN-F                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SEG-F                     PIC X(02).

      * DATA/HORA NO FORMATO ESPERADO PELOS HOST-VARS DATE/TIME DO
      * DB2.
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

      * LINHA DA LISTA DE SUSPEITAS ABERTAS.
       01  WS-LINHA-SUSP.
           05 WS-LS-ID                     PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LS-MOTIVO                 PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LS-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LS-TERMINAL               PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LS-DATA-REF               PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LS-DETALHE                PIC X(22).

      * CABECALHO DO CASO ABERTO.
       01  WS-LINHA-CASO.
           05 FILLER                       PIC X(05) VALUE 'CASO '.
           05 WS-LC-ID                     PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LC-DETALHE                PIC X(40).
           05 FILLER                       PIC X(05) VALUE SPACES.

      * LINHA DE JOGO (HISTJOGO) LIGADO AO CASO.
       01  WS-LINHA-JOGO.
           05 FILLER                       PIC X(05) VALUE 'JOGO '.
           05 WS-LJ-ID                     PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-RESULTADO              PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-TENTATIVAS             PIC Z9.
           05 FILLER                       PIC X(03) VALUE ' T '.
           05 WS-LJ-PONTUACAO              PIC Z(03)9.
           05 FILLER                       PIC X(03) VALUE ' P '.
           05 WS-LJ-HORA                   PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LJ-ANULADO                PIC X(07).
           05 FILLER                       PIC X(06) VALUE SPACES.

      * LINHA DE JOGADA (AUDITORIA) LIGADA AO CASO.
       01  WS-LINHA-JOGADA.
           05 FILLER                       PIC X(05) VALUE ' AUD '.
           05 WS-LA-ID                     PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-TERMINAL               PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-TENTATIVA              PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-CERTOS                 PIC 9(01).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-LA-ERRADOS                PIC 9(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-HORA                   PIC X(08).
           05 FILLER                       PIC X(13) VALUE SPACES.

      * PAGINA (OU CASO) MONTADA EM MEMORIA ANTES DE IR PARA A TELA -
      * NA PAGINACAO PARA TRAS AS LINHAS CHEGAM DO CURSOR EM ORDEM
      * DECRESCENTE E SAO EXIBIDAS DE BAIXO PARA CIMA.
       01  WS-PAGINA-TAB.
           05 WS-PAG-LINHA                 PIC X(60) OCCURS 10.
       01  WS-PAG-IDS.
           05 WS-PAG-ID                    PIC S9(09) COMP OCCURS 10.

      * COMMAREA DE REPASSE PARA A ANULACAO Y1C8 - TEM DE BATER
      * BYTE A BYTE COM A WS-DFHCOMMAREA DE P3O99C8.
       01  WS-C8-COMMAREA.
           05 WS-C8-FASE                   PIC X(01).
           05 WS-C8-IDH                    PIC 9(09).
           05 WS-C8-MOTIVO                 PIC X(40).
           05 WS-C8-ORIGEM                 PIC X(08).
           05 WS-C8-SUSP-ID                PIC 9(09).
           05 WS-C8-SUSP-USERID            PIC X(08).
           05 WS-C8-OBSERVACAO             PIC X(40).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA - OS FILTROS, O ESTADO DA PAGINACAO
      * E O CASO ABERTO (ZERO = MODO LISTA) VIAJAM ENTRE AS
      * INTERACOES.
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-FILTRO-MOTIVO             PIC X(02).
      * SEM FILTRO DE DATA VIAJA A DATA-FANTASMA '0001-01-01', COMO
      * NA CONSULTA Y1C1.
           05 WS-FILTRO-DATA               PIC X(10).
           05 WS-PRIMEIRO-ID               PIC S9(09) COMP.
           05 WS-ULTIMO-ID                 PIC S9(09) COMP.
           05 WS-PAGINA                    PIC 9(04).
           05 WS-CASO-ID                   PIC S9(09) COMP.
           05 WS-CASO-USERID               PIC X(08).
           05 WS-CASO-TERMINAL             PIC X(04).
           05 WS-CASO-MOTIVO               PIC X(02).
           05 WS-CASO-DATA-REF             PIC X(10).
           05 WS-CASO-DETALHE              PIC X(40).
           05 WS-CASO-HISTJOGO-ID          PIC S9(09) COMP.
           05 WS-CASO-SENHA-ID             PIC S9(09) COMP.
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DE APURACAO DE SUSPEITAS
           COPY M3O99D2.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLSUSP
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSAPU
           END-EXEC.

           EXEC SQL
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAUDIT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMAUT
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * CURSORES DE PAGINACAO DA FILA. OS FILTROS SAO OPCIONAIS: UM
      * FILTRO EM BRANCO ANULA O PROPRIO PREDICADO (E A DATA USA A
      * DATA-FANTASMA '0001-01-01' COMO "SEM FILTRO").
           EXEC SQL
              DECLARE CUR-SUSP-AVANTE CURSOR FOR
                 SELECT ID, USERID, TERMINAL, MOTIVO, DETALHE,
                        DATA_REF
                   FROM SUSPEITA
                  WHERE SITUACAO = 'A'
                    AND ID > :WS-ID-REF-COMP
                    AND (:WS-FILTRO-MOTIVO = ' '
                         OR MOTIVO = :WS-FILTRO-MOTIVO)
                    AND (:WS-FILTRO-DATA = '0001-01-01'
                         OR DATA_REF = :WS-FILTRO-DATA)
                  ORDER BY ID
                  FETCH FIRST 10 ROWS ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CUR-SUSP-VOLTA CURSOR FOR
                 SELECT ID, USERID, TERMINAL, MOTIVO, DETALHE,
                        DATA_REF
                   FROM SUSPEITA
                  WHERE SITUACAO = 'A'
                    AND ID < :WS-ID-REF-COMP
                    AND (:WS-FILTRO-MOTIVO = ' '
                         OR MOTIVO = :WS-FILTRO-MOTIVO)
                    AND (:WS-FILTRO-DATA = '0001-01-01'
                         OR DATA_REF = :WS-FILTRO-DATA)
                  ORDER BY ID DESC
                  FETCH FIRST 10 ROWS ONLY
           END-EXEC.

      * JOGOS LIGADOS AO CASO: O JOGO CONTESTADO (D1), OU OS JOGOS DO
      * USERID NO DIA DE REFERENCIA - SO OS DA SENHA APONTADA NO M4.
      * NO M3 (ACHADO DE TERMINAL, SEM USERID) NAO HA JOGO LIGADO -
      * HISTJOGO NAO GUARDA O TERMINAL.
           EXEC SQL
              DECLARE CUR-CASO-JOGOS CURSOR FOR
                 SELECT ID, USERID, RESULTADO, TENTATIVAS, PONTUACAO,
                        HORA_JOGO, ANULADO
                   FROM HISTJOGO
                  WHERE (:WS-CASO-HISTJOGO-ID > 0
                         AND ID = :WS-CASO-HISTJOGO-ID)
                     OR (:WS-CASO-HISTJOGO-ID = 0
                         AND USERID = :WS-CASO-USERID
                         AND USERID <> ' '
                         AND DATA_JOGO = :WS-CASO-DATA-REF
                         AND SENHA_ID > 0
                         AND (:WS-CASO-SENHA-ID = 0
                              OR SENHA_ID = :WS-CASO-SENHA-ID))
                  ORDER BY HORA_JOGO
                  FETCH FIRST 4 ROWS ONLY
           END-EXEC.

      * JOGADAS LIGADAS AO CASO: AS DO USERID NA JANELA DE HORARIO,
      * OU, NO ACHADO DE TERMINAL (M3), AS JOGADAS VENCEDORAS DAQUELE
      * TERMINAL NO DIA.
           EXEC SQL
              DECLARE CUR-CASO-JOGADAS CURSOR FOR
                 SELECT ID, TERMINAL, USERID, TENTATIVA,
                        ACERTOS_CERTOS, ACERTOS_ERRADOS, HORA_JOGADA
                   FROM AUDITORIA
                  WHERE DATA_JOGADA = :WS-CASO-DATA-REF
                    AND HORA_JOGADA > :WS-HORA-INI
                    AND HORA_JOGADA <= :WS-HORA-FIM
                    AND ((:WS-CASO-USERID <> ' '
                          AND USERID = :WS-CASO-USERID)
                      OR (:WS-CASO-USERID = ' '
                          AND TERMINAL = :WS-CASO-TERMINAL
                          AND ACERTOS_CERTOS = 5))
                  ORDER BY ID
                  FETCH FIRST 10 ROWS ONLY
           END-EXEC.
      *----------------------------------------------------------------*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05 OCCURS 0 TO 24579 TIMES DEPENDING ON EIBCALEN
                                           PIC X(01).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
           EXEC CICS HANDLE CONDITION
              MAPFAIL(999-MAPFAIL)
              ERROR(999-ERROR)
           END-EXEC

           MOVE DFHCOMMAREA                TO WS-DFHCOMMAREA

           IF EIBCALEN EQUAL 0
              MOVE '1'                     TO WS-FASE
           END-IF

           EVALUATE WS-FASE
              WHEN '1' PERFORM 100-FASE1
              WHEN '2' PERFORM 200-FASE2
              WHEN OTHER
                 MOVE +80                  TO WS-LENGTH
                 MOVE 'ERRO NO NUMERO DA FASE'
                                           TO WS-MSG-ERRO
                 PERFORM 999-ENCERRA-TRANSACAO
           END-EVALUATE
           .

      * A FILA SO E ABERTA PARA QUEM ESTA EM MANUT_AUTORIZ. A PRIMEIRA
      * TELA JA VEM COM A PRIMEIRA PAGINA DE SUSPEITAS ABERTAS, SEM
      * FILTRO.
       100-FASE1.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE +80                    TO WS-LENGTH
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO - Y1D2'
                                           TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF

           MOVE LOW-VALUES                 TO MAPACASO

           MOVE SPACES                     TO WS-FILTRO-MOTIVO
           MOVE '0001-01-01'               TO WS-FILTRO-DATA
           MOVE 0                          TO WS-PRIMEIRO-ID
           MOVE 0                          TO WS-ULTIMO-ID
           MOVE 0                          TO WS-PAGINA
           PERFORM 999-LIMPA-CASO

           MOVE 0                          TO WS-ID-REF-COMP
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
              PF5     (270-PF5)
              PF7     (230-PF7)
              PF8     (220-PF8)
              PF3     (240-PF3)
              PF12    (250-PF12)
              ANYKEY  (260-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPACAS')
              MAPSET('M3O99D2')
              INTO  (MAPACASI)
           END-EXEC
           .

      * ENTER: NA LISTA, UM ID EM SEL ABRE O CASO E, SEM ELE, OS
      * FILTROS DA TELA REFAZEM A LISTA DESDE O INICIO. NO CASO
      * ABERTO, A DISPOSICAO INFORMADA FECHA A SUSPEITA.
       210-ENTER.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           IF WS-CASO-ID > 0
               PERFORM 600-REGISTRA-DISPOSICAO
           END-IF

           IF SELL > 0 AND SELI IS NUMERIC AND SELI > 0
               PERFORM 500-ABRE-CASO
           END-IF

           IF MOTL > 0 AND MOTI NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(MOTI) TO WS-FILTRO-MOTIVO
           ELSE
               MOVE SPACES                 TO WS-FILTRO-MOTIVO
           END-IF

           IF DTRL > 0 AND DTRI NOT EQUAL SPACES
      * A DATA VAI DIRETO PARA UM PREDICADO DATE DO DB2 - FORA DO
      * FORMATO AAAA-MM-DD O OPEN DO CURSOR FALHARIA (-181).
               PERFORM 999-VALIDA-FILTRO-DATA
               IF NOT WS-DATA-FILTRO-OK
                   MOVE 'INFORME A DATA COMO AAAA-MM-DD' TO MSGO
                   PERFORM 999-REEXIBE-TELA
               END-IF
               MOVE DTRI                   TO WS-FILTRO-DATA
           ELSE
               MOVE '0001-01-01'           TO WS-FILTRO-DATA
           END-IF

           MOVE 0                          TO WS-ID-REF-COMP
           MOVE 0                          TO WS-PAGINA
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

      * PF8 = PROXIMA PAGINA DA LISTA, A PARTIR DO ULTIMO ID EXIBIDO.
       220-PF8.
           IF WS-CASO-ID > 0
               MOVE 'CASO ABERTO - PF5 VOLTA A LISTA' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE WS-ULTIMO-ID               TO WS-ID-REF-COMP
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

      * PF7 = PAGINA ANTERIOR DA LISTA, A PARTIR DO PRIMEIRO ID.
       230-PF7.
           IF WS-CASO-ID > 0
               MOVE 'CASO ABERTO - PF5 VOLTA A LISTA' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           IF WS-PAGINA NOT > 1
               MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE WS-PRIMEIRO-ID             TO WS-ID-REF-COMP
           PERFORM 400-MONTA-PAGINA-VOLTA
           .

      * PF5 = LARGA O CASO E VOLTA A LISTA, COM OS MESMOS FILTROS.
       270-PF5.
           PERFORM 999-LIMPA-CASO
           MOVE 0                          TO WS-ID-REF-COMP
           MOVE 0                          TO WS-PAGINA
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

       300-MONTA-PAGINA-AVANTE.
           PERFORM 350-CARREGA-PAGINA

           IF WS-QTD-LINHAS EQUAL 0
               MOVE 'NENHUMA SUSPEITA ABERTA DESSE PONTO EM DIANTE'
                                           TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE WS-PAG-ID(1)               TO WS-PRIMEIRO-ID
           MOVE WS-PAG-ID(WS-QTD-LINHAS)   TO WS-ULTIMO-ID
           ADD 1                           TO WS-PAGINA

           MOVE 'SEL ABRE O CASO - PF8 AVANCA, PF7 VOLTA' TO MSGO
           PERFORM 999-EXIBE-PAGINA
           .

      * CARREGA ATE 10 SUSPEITAS A PARTIR DE WS-ID-REF-COMP, SEM MEXER
      * NO ESTADO DA PAGINACAO - COMO NA Y1D6.
       350-CARREGA-PAGINA.
           MOVE 0                          TO WS-QTD-LINHAS
           MOVE SPACES                     TO WS-PAGINA-TAB

           EXEC SQL
              OPEN CUR-SUSP-AVANTE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO NA CONSULTA - CONFIRA OS FILTROS' TO MSGO
               PERFORM 999-EXIBE-PAGINA
           END-IF

           PERFORM 310-CARREGA-AVANTE THRU 310-CARREGA-AVANTE-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-SUSP-AVANTE
           END-EXEC
           .

       310-CARREGA-AVANTE.
           EXEC SQL
              FETCH CUR-SUSP-AVANTE
                INTO :DCLSP-ID, :DCLSP-USERID, :DCLSP-TERMINAL,
                     :DCLSP-MOTIVO, :DCLSP-DETALHE, :DCLSP-DATA-REF
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-QTD-LINHAS
               PERFORM 999-MONTA-LINHA-SUSP
               MOVE WS-LINHA-SUSP          TO
                    WS-PAG-LINHA(WS-QTD-LINHAS)
               MOVE DCLSP-ID               TO WS-PAG-ID(WS-QTD-LINHAS)
           END-IF
           .
       310-CARREGA-AVANTE-EXIT.
           EXIT.

      * PAGINA PARA TRAS: O CURSOR DEVOLVE EM ORDEM DECRESCENTE; AS
      * LINHAS SAO EXIBIDAS DE BAIXO PARA CIMA, COMO NA Y1C1.
       400-MONTA-PAGINA-VOLTA.
           MOVE 0                          TO WS-QTD-LINHAS
           MOVE SPACES                     TO WS-PAGINA-TAB

           EXEC SQL
              OPEN CUR-SUSP-VOLTA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO NA CONSULTA - CONFIRA OS FILTROS' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           PERFORM 410-CARREGA-VOLTA THRU 410-CARREGA-VOLTA-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-SUSP-VOLTA
           END-EXEC

           IF WS-QTD-LINHAS EQUAL 0
               MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE WS-PAG-ID(WS-QTD-LINHAS)   TO WS-PRIMEIRO-ID
           MOVE WS-PAG-ID(1)               TO WS-ULTIMO-ID
           IF WS-PAGINA > 1
               SUBTRACT 1                  FROM WS-PAGINA
           END-IF

           PERFORM 999-INVERTE-PAGINA

           MOVE 'SEL ABRE O CASO - PF8 AVANCA, PF7 VOLTA' TO MSGO
           PERFORM 999-EXIBE-PAGINA
           .

       410-CARREGA-VOLTA.
           EXEC SQL
              FETCH CUR-SUSP-VOLTA
                INTO :DCLSP-ID, :DCLSP-USERID, :DCLSP-TERMINAL,
                     :DCLSP-MOTIVO, :DCLSP-DETALHE, :DCLSP-DATA-REF
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-QTD-LINHAS
               PERFORM 999-MONTA-LINHA-SUSP
               MOVE WS-LINHA-SUSP          TO
                    WS-PAG-LINHA(WS-QTD-LINHAS)
               MOVE DCLSP-ID               TO WS-PAG-ID(WS-QTD-LINHAS)
           END-IF
           .
       410-CARREGA-VOLTA-EXIT.
           EXIT.

      * ABRE O CASO ESCOLHIDO EM SEL: A SUSPEITA TEM DE EXISTIR E
      * AINDA ESTAR ABERTA.
       500-ABRE-CASO.
           MOVE SELI                       TO DCLSP-ID

           EXEC SQL
              SELECT USERID, TERMINAL, MOTIVO, DETALHE, DATA_REF,
                     SITUACAO, HISTJOGO_ID, SENHA_ID
                INTO :DCLSP-USERID, :DCLSP-TERMINAL, :DCLSP-MOTIVO,
                     :DCLSP-DETALHE, :DCLSP-DATA-REF,
                     :DCLSP-SITUACAO, :DCLSP-HISTJOGO-ID,
                     :DCLSP-SENHA-ID
                FROM SUSPEITA
               WHERE ID = :DCLSP-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'SUSPEITA NAO ENCONTRADA' TO MSGO
                 PERFORM 999-REEXIBE-TELA
              WHEN OTHER
                 MOVE 'ERRO AO LER A SUSPEITA' TO MSGO
                 PERFORM 999-REEXIBE-TELA
           END-EVALUATE

           IF DCLSP-SITUACAO NOT EQUAL 'A'
               MOVE 'ESSA SUSPEITA JA FOI APURADA' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE DCLSP-ID                   TO WS-CASO-ID
           MOVE DCLSP-USERID               TO WS-CASO-USERID
           MOVE DCLSP-TERMINAL             TO WS-CASO-TERMINAL
           MOVE DCLSP-MOTIVO               TO WS-CASO-MOTIVO
           MOVE DCLSP-DATA-REF             TO WS-CASO-DATA-REF
           MOVE DCLSP-DETALHE              TO WS-CASO-DETALHE
           MOVE DCLSP-HISTJOGO-ID          TO WS-CASO-HISTJOGO-ID
           MOVE DCLSP-SENHA-ID             TO WS-CASO-SENHA-ID

           MOVE 'DISPOSICAO L/A/N E OBS - N ANULA O JOGO IDH'
                                           TO MSGO
           PERFORM 510-MONTA-CASO
           .

      * MONTA A TELA DO CASO: ATE 4 JOGOS LIGADOS E, NAS LINHAS
      * RESTANTES, AS JOGADAS DA AUDITORIA. PARA A TRILHA COMPLETA O
      * AUDITOR SEGUE PARA A Y1C1 OU O REPLAY Y1C9.
       510-MONTA-CASO.
           MOVE 0                          TO WS-QTD-LINHAS
           MOVE SPACES                     TO WS-PAGINA-TAB

           MOVE '00:00:00'                 TO WS-HORA-INI
           MOVE '23:59:59'                 TO WS-HORA-FIM

           EXEC SQL
              OPEN CUR-CASO-JOGOS
           END-EXEC

           PERFORM 520-CARREGA-1-JOGO THRU 520-CARREGA-1-JOGO-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-CASO-JOGOS
           END-EXEC

           MOVE WS-QTD-LINHAS              TO WS-QTD-JOGOS

      * NA CONTESTACAO, AS JOGADAS SAO SO AS DO JOGO CONTESTADO: A
      * JANELA VAI DO FIM DO JOGO ANTERIOR DO JOGADOR NO DIA ATE O
      * FIM DESTE - MESMO CRITERIO DO REPLAY Y1C9.
           IF WS-CASO-HISTJOGO-ID > 0 AND WS-QTD-JOGOS > 0
               PERFORM 530-JANELA-JOGO-CONTESTADO
           END-IF

           EXEC SQL
              OPEN CUR-CASO-JOGADAS
           END-EXEC

           PERFORM 540-CARREGA-1-JOGADA THRU 540-CARREGA-1-JOGADA-EXIT
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-QTD-LINHAS NOT < 10

           EXEC SQL
              CLOSE CUR-CASO-JOGADAS
           END-EXEC

           IF WS-QTD-LINHAS EQUAL 0
               MOVE '(NENHUM JOGO OU JOGADA LIGADO AO CASO)'
                                           TO WS-PAG-LINHA(1)
           END-IF

           MOVE WS-CASO-ID                 TO WS-LC-ID
           MOVE WS-CASO-DETALHE            TO WS-LC-DETALHE
           MOVE WS-LINHA-CASO              TO CABO
           PERFORM 999-EXIBE-PAGINA
           .

       520-CARREGA-1-JOGO.
           EXEC SQL
              FETCH CUR-CASO-JOGOS
                INTO :DCLHJ-ID, :DCLHJ-USERID, :DCLHJ-RESULTADO,
                     :DCLHJ-TENTATIVAS, :DCLHJ-PONTUACAO,
                     :DCLHJ-HORA-JOGO, :DCLHJ-ANULADO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 520-CARREGA-1-JOGO-EXIT
           END-IF

           ADD 1                           TO WS-QTD-LINHAS
           MOVE DCLHJ-ID                   TO WS-LJ-ID
           MOVE DCLHJ-USERID               TO WS-LJ-USERID
           MOVE DCLHJ-RESULTADO            TO WS-LJ-RESULTADO
           MOVE DCLHJ-TENTATIVAS           TO WS-LJ-TENTATIVAS
           MOVE DCLHJ-PONTUACAO            TO WS-LJ-PONTUACAO
           MOVE DCLHJ-HORA-JOGO            TO WS-LJ-HORA
           IF DCLHJ-ANULADO EQUAL 'S'
               MOVE 'ANULADO'              TO WS-LJ-ANULADO
           ELSE
               MOVE SPACES                 TO WS-LJ-ANULADO
           END-IF
           MOVE WS-LINHA-JOGO              TO
                WS-PAG-LINHA(WS-QTD-LINHAS)
           MOVE DCLHJ-ID                   TO WS-PAG-ID(WS-QTD-LINHAS)
           .
       520-CARREGA-1-JOGO-EXIT.
           EXIT.

       530-JANELA-JOGO-CONTESTADO.
           MOVE DCLHJ-HORA-JOGO            TO WS-HORA-FIM

           EXEC SQL
              SELECT COALESCE(MAX(HORA_JOGO), '00:00:00')
                INTO :WS-HORA-INI
                FROM HISTJOGO
               WHERE USERID = :WS-CASO-USERID
                 AND DATA_JOGO = :WS-CASO-DATA-REF
                 AND HORA_JOGO < :WS-HORA-FIM
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE '00:00:00'             TO WS-HORA-INI
           END-IF
           .

       540-CARREGA-1-JOGADA.
           EXEC SQL
              FETCH CUR-CASO-JOGADAS
                INTO :DCLAU-ID, :DCLAU-TERMINAL, :DCLAU-USERID,
                     :DCLAU-TENTATIVA, :DCLAU-ACERTOS-CERTOS,
                     :DCLAU-ACERTOS-ERRADOS, :DCLAU-HORA-JOGADA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 540-CARREGA-1-JOGADA-EXIT
           END-IF

           ADD 1                           TO WS-QTD-LINHAS
           MOVE DCLAU-ID                   TO WS-LA-ID
           MOVE DCLAU-USERID               TO WS-LA-USERID
           MOVE DCLAU-TERMINAL             TO WS-LA-TERMINAL
           MOVE DCLAU-TENTATIVA            TO WS-LA-TENTATIVA
           MOVE DCLAU-ACERTOS-CERTOS       TO WS-LA-CERTOS
           MOVE DCLAU-ACERTOS-ERRADOS      TO WS-LA-ERRADOS
           MOVE DCLAU-HORA-JOGADA          TO WS-LA-HORA
           MOVE WS-LINHA-JOGADA            TO
                WS-PAG-LINHA(WS-QTD-LINHAS)
           MOVE DCLAU-ID                   TO WS-PAG-ID(WS-QTD-LINHAS)
           .
       540-CARREGA-1-JOGADA-EXIT.
           EXIT.

      * FECHA O CASO COM A DISPOSICAO DO AUDITOR. NA ANULACAO, O JOGO
      * SEGUE PARA A Y1C8 JA PREENCHIDO, SEM FECHAR NADA AQUI - QUEM
      * ANULA DE FATO (E GRAVA O ANULA_LOG) E FECHA O CASO E ELA, COM
      * A CONFIRMACAO DO OPERADOR.
       600-REGISTRA-DISPOSICAO.
           IF DSPL NOT > 0 OR DSPI EQUAL SPACES
               MOVE 'INFORME A DISPOSICAO: L, A OU N' TO MSGO
               PERFORM 999-REEXIBE-CASO
           END-IF

           MOVE FUNCTION UPPER-CASE(DSPI)  TO WS-DISPOSICAO
           IF NOT WS-DISP-VALIDA
               MOVE 'DISPOSICAO INVALIDA - USE L, A OU N' TO MSGO
               PERFORM 999-REEXIBE-CASO
           END-IF

           IF OBSL NOT > 0 OR OBSI EQUAL SPACES
               MOVE 'INFORME A OBSERVACAO DA APURACAO' TO MSGO
               PERFORM 999-REEXIBE-CASO
           END-IF

           MOVE 0                          TO WS-JOGO-ANULAR-COMP
           IF WS-DISP-ANULADO
               PERFORM 610-ESCOLHE-JOGO-ANULAR
               PERFORM 620-REPASSA-ANULACAO
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           EXEC SQL
              UPDATE SUSPEITA
                 SET SITUACAO = 'F'
               WHERE ID = :WS-CASO-ID
                 AND SITUACAO = 'A'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'SUSPEITA JA APURADA POR OUTRO OPERADOR' TO MSGO
                 PERFORM 999-REEXIBE-CASO
              WHEN OTHER
                 MOVE 'ERRO AO FECHAR A SUSPEITA' TO MSGO
                 PERFORM 999-REEXIBE-CASO
           END-EVALUATE

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-APUR-ID-COMP
                FROM SUSPEITA_APUR
           END-EXEC

           MOVE WS-PROX-APUR-ID-COMP       TO DCLSA-ID
           MOVE WS-CASO-ID                 TO DCLSA-SUSPEITA-ID
           MOVE WS-DISPOSICAO              TO DCLSA-DISPOSICAO
           MOVE OBSI                       TO DCLSA-OBSERVACAO
           MOVE WS-JOGO-ANULAR-COMP        TO DCLSA-HISTJOGO-ID
           MOVE EIBUSERID                  TO DCLSA-USERID-OPER
           MOVE WS-SQL-DATA                TO DCLSA-DATA-APUR
           MOVE WS-SQL-HORA                TO DCLSA-HORA-APUR

           EXEC SQL
              INSERT INTO SUSPEITA_APUR
                 (ID, SUSPEITA_ID, DISPOSICAO, OBSERVACAO,
                  HISTJOGO_ID, USERID_OPER, DATA_APUR, HORA_APUR)
              VALUES
                 (:DCLSA-ID, :DCLSA-SUSPEITA-ID, :DCLSA-DISPOSICAO,
                  :DCLSA-OBSERVACAO, :DCLSA-HISTJOGO-ID,
                  :DCLSA-USERID-OPER, :DCLSA-DATA-APUR,
                  :DCLSA-HORA-APUR)
           END-EXEC

      * SEM O REGISTRO DA APURACAO A SUSPEITA NAO PODE FICAR FECHADA -
      * DESFAZ O UPDATE ACIMA.
           IF SQLCODE NOT EQUAL 0
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'ERRO AO GRAVAR A APURACAO - NADA FOI FECHADO'
                                           TO MSGO
               PERFORM 999-REEXIBE-CASO
           END-IF

           PERFORM 999-LIMPA-CASO
           MOVE 0                          TO WS-ID-REF-COMP
           MOVE 0                          TO WS-PAGINA
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

      * O JOGO A ANULAR E O INFORMADO EM IDH OU, SEM ELE, O JOGO
      * CONTESTADO. ELE TEM DE EXISTIR E, QUANDO A SUSPEITA E DE UM
      * JOGADOR, SER DELE.
       610-ESCOLHE-JOGO-ANULAR.
           EVALUATE TRUE
              WHEN IDHL > 0 AND IDHI IS NUMERIC AND IDHI > 0
                 MOVE IDHI                 TO WS-JOGO-ANULAR-COMP
              WHEN WS-CASO-HISTJOGO-ID > 0
                 MOVE WS-CASO-HISTJOGO-ID  TO WS-JOGO-ANULAR-COMP
              WHEN OTHER
                 MOVE 'INFORME EM IDH O ID DO JOGO A ANULAR' TO MSGO
                 PERFORM 999-REEXIBE-CASO
           END-EVALUATE

           EXEC SQL
              SELECT USERID
                INTO :DCLHJ-USERID
                FROM HISTJOGO
               WHERE ID = :WS-JOGO-ANULAR-COMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'JOGO NAO ENCONTRADO EM HISTJOGO' TO MSGO
               PERFORM 999-REEXIBE-CASO
           END-IF

           IF WS-CASO-USERID NOT EQUAL SPACES
              AND DCLHJ-USERID NOT EQUAL WS-CASO-USERID
               MOVE 'O JOGO NAO E DO JOGADOR DA SUSPEITA' TO MSGO
               PERFORM 999-REEXIBE-CASO
           END-IF
           .

      * REPASSA O JOGO, O MOTIVO E O CASO (ID, JOGADOR E OBSERVACAO)
      * PARA A Y1C8, QUE FECHA A SUSPEITA SO QUANDO O OPERADOR
      * CONFIRMA A ANULACAO. O PF3 DE LA VOLTA PARA ESTA FILA.
       620-REPASSA-ANULACAO.
           MOVE '1'                        TO WS-C8-FASE
           MOVE WS-JOGO-ANULAR-COMP        TO WS-C8-IDH
           MOVE SPACES                     TO WS-C8-MOTIVO
           STRING 'SUSPEITA ' DELIMITED SIZE
                  WS-CASO-MOTIVO DELIMITED SIZE
                  ': ' DELIMITED SIZE
                  OBSI DELIMITED SIZE
                  INTO WS-C8-MOTIVO
           MOVE 'P3O99D2'                  TO WS-C8-ORIGEM
           MOVE WS-CASO-ID                 TO WS-C8-SUSP-ID
           MOVE WS-CASO-USERID             TO WS-C8-SUSP-USERID
           MOVE OBSI                       TO WS-C8-OBSERVACAO

           EXEC CICS XCTL
               PROGRAM('P3O99C8')
               COMMAREA(WS-C8-COMMAREA)
               LENGTH(LENGTH OF WS-C8-COMMAREA)
           END-EXEC
           .

       999-LIMPA-CASO.
           MOVE 0                          TO WS-CASO-ID
           MOVE SPACES                     TO WS-CASO-USERID
           MOVE SPACES                     TO WS-CASO-TERMINAL
           MOVE SPACES                     TO WS-CASO-MOTIVO
           MOVE '0001-01-01'               TO WS-CASO-DATA-REF
           MOVE SPACES                     TO WS-CASO-DETALHE
           MOVE 0                          TO WS-CASO-HISTJOGO-ID
           MOVE 0                          TO WS-CASO-SENHA-ID
           .

       999-MONTA-LINHA-SUSP.
           MOVE DCLSP-ID                   TO WS-LS-ID
           MOVE DCLSP-MOTIVO               TO WS-LS-MOTIVO
           MOVE DCLSP-USERID               TO WS-LS-USERID
           MOVE DCLSP-TERMINAL             TO WS-LS-TERMINAL
           MOVE DCLSP-DATA-REF             TO WS-LS-DATA-REF
           MOVE DCLSP-DETALHE              TO WS-LS-DETALHE
           .

      * INVERTE A ORDEM DAS LINHAS CARREGADAS (USADO NA PAGINACAO
      * PARA TRAS), TROCANDO AS PONTAS ATE O MEIO.
       999-INVERTE-PAGINA.
           COMPUTE WS-METADE = WS-QTD-LINHAS / 2
           PERFORM 999-INVERTE-1-LINHA THRU 999-INVERTE-1-LINHA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > WS-METADE
           .

       999-INVERTE-1-LINHA.
           COMPUTE WS-LINHA-EXIBE = WS-QTD-LINHAS - I + 1
           MOVE WS-PAG-LINHA(I)            TO WS-LINHA-TROCA
           MOVE WS-PAG-LINHA(WS-LINHA-EXIBE)
                                           TO WS-PAG-LINHA(I)
           MOVE WS-LINHA-TROCA             TO
                WS-PAG-LINHA(WS-LINHA-EXIBE)
           .
       999-INVERTE-1-LINHA-EXIT.
           EXIT.

      * MANDA A PAGINA (OU O CASO) MONTADA PARA A TELA, COM OS
      * FILTROS EM USO REEXIBIDOS NOS CAMPOS DE ENTRADA.
       999-EXIBE-PAGINA.
           MOVE WS-PAG-LINHA(1)            TO LIN1O
           MOVE WS-PAG-LINHA(2)            TO LIN2O
           MOVE WS-PAG-LINHA(3)            TO LIN3O
           MOVE WS-PAG-LINHA(4)            TO LIN4O
           MOVE WS-PAG-LINHA(5)            TO LIN5O
           MOVE WS-PAG-LINHA(6)            TO LIN6O
           MOVE WS-PAG-LINHA(7)            TO LIN7O
           MOVE WS-PAG-LINHA(8)            TO LIN8O
           MOVE WS-PAG-LINHA(9)            TO LIN9O
           MOVE WS-PAG-LINHA(10)           TO LIN10O
           MOVE WS-PAGINA                  TO PAGO
           PERFORM 999-REEXIBE-FILTROS
           PERFORM 999-TRATA-FASE2
           .

      * REAPRESENTA A TELA COM A MENSAGEM. A TELA NAO GUARDA AS
      * LINHAS: NO CASO ABERTO, O CASO E REMONTADO; NA LISTA, A PAGINA
      * ATUAL E RELIDA DESDE O PRIMEIRO ID DELA (JA SEM O QUE FOI
      * FECHADO), SEM MEXER NA PAGINACAO, COMO NA Y1D6.
       999-REEXIBE-TELA.
           IF WS-CASO-ID > 0
               PERFORM 999-REEXIBE-CASO
           END-IF
           IF WS-PRIMEIRO-ID > 0
               COMPUTE WS-ID-REF-COMP = WS-PRIMEIRO-ID - 1
           ELSE
               MOVE 0                      TO WS-ID-REF-COMP
           END-IF
           PERFORM 350-CARREGA-PAGINA
           PERFORM 999-EXIBE-PAGINA
           .

       999-REEXIBE-CASO.
           PERFORM 510-MONTA-CASO
           .

      * CONFERE O FORMATO AAAA-MM-DD DA DATA DIGITADA - MESMA REGRA
      * DA CONSULTA Y1C1.
       999-VALIDA-FILTRO-DATA.
           MOVE 'N'                        TO WS-DATA-FILTRO-SW

           IF DTRI(1:4) IS NUMERIC
              AND DTRI(5:1) EQUAL '-'
              AND DTRI(6:2) IS NUMERIC
              AND DTRI(8:1) EQUAL '-'
              AND DTRI(9:2) IS NUMERIC
              AND DTRI(6:2) >= '01' AND DTRI(6:2) <= '12'
              AND DTRI(9:2) >= '01' AND DTRI(9:2) <= '31'
               MOVE 'S'                    TO WS-DATA-FILTRO-SW
           END-IF
           .

       999-REEXIBE-FILTROS.
           MOVE WS-FILTRO-MOTIVO           TO MOTO
           IF WS-FILTRO-DATA EQUAL '0001-01-01'
               MOVE SPACES                 TO DTRO
           ELSE
               MOVE WS-FILTRO-DATA         TO DTRO
           END-IF
           IF WS-CASO-ID > 0
               MOVE WS-CASO-ID             TO SELO
               IF WS-CASO-HISTJOGO-ID > 0
                   MOVE WS-CASO-HISTJOGO-ID TO IDHO
               END-IF
           END-IF
           .

       999-VERIFICA-AUTORIZACAO.
           MOVE 'N'                        TO WS-AUTORIZADO-SW

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONT-AUTORIZ-COMP
                FROM MANUT_AUTORIZ
               WHERE USERID = :EIBUSERID
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-CONT-AUTORIZ-COMP > 0
               MOVE 'S'                    TO WS-AUTORIZADO-SW
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

       240-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D2'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D2'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       260-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!' TO MSGO
           PERFORM 999-REEXIBE-TELA
           .

       999-ENCERRA-TRANSACAO.
           EXEC CICS SEND TEXT
              FROM (WS-MSG-ERRO)
              LENGTH(WS-LENGTH)
              ERASE FREEKB ALARM
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .

       999-MANDA-TELA.
           MOVE EIBTRMID                  TO TERMO
           MOVE EIBTRNID                  TO TRANSO
           MOVE EIBTASKN                  TO TASKO
           MOVE WS-FASE                   TO FASEO

           ACCEPT WS-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F

           MOVE WS-HORA                    TO WS-HORA-F
           MOVE WS-MIN                     TO WS-MIN-F
           MOVE WS-SEG                     TO WS-SEG-F

           MOVE WS-DATA-F                   TO DATAO
           MOVE WS-HORARIO-F                TO HORAO

           EXEC CICS SEND
              MAP ('MAPACAS')
              MAPSET('M3O99D2')
              FROM(MAPACASO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

           EXEC CICS RETURN
               TRANSID('Y1D2')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

      * O CURSOR VAI PARA SEL NA LISTA E PARA A DISPOSICAO NO CASO.
       999-TRATA-FASE2.
           IF WS-CASO-ID > 0
               MOVE -1                    TO DSPL
           ELSE
               MOVE -1                    TO SELL
           END-IF

           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA M3O99D2'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
