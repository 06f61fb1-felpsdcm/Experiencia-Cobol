      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99D6.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * APROVACAO DE PREMIOS (Y1D6 - TRANSACAO DE OPERADOR, FORA DO
      * MENU DOS JOGADORES): A FILA DOS PREMIOS QUE O JOB TRIMESTRAL
      * P3O99RX GRAVA EM PREMIO, ANTES DE O P3O99RY MANDA-LOS PARA O
      * SISTEMA DE RECOMPENSAS DO RH.
      *    - LISTA OS PREMIOS, 10 POR TELA, COM FILTRO DE SITUACAO
      *      (A TELA ABRE NOS PENDENTES 'P'; EM BRANCO LISTA TODAS) E
      *      DE TIPO (TP, TC, TV, DM, SR); PF7/PF8 PAGINAM POR FAIXA
      *      DE ID, COMO NA APURACAO DE SUSPEITAS Y1D2;
      *    - O ID INFORMADO EM SEL RECEBE A DECISAO: A = APROVAR,
      *      R = RECUSAR (OBSERVACAO OBRIGATORIA COM O MOTIVO), P =
      *      VOLTAR A PENDENTE. SO MUDA PREMIO 'P', 'A' OU 'R' AINDA
      *      NAO SEPARADO PARA UM ENVIO (LOTE_ENVIO ZERO) - O QUE FOI
      *      ENVIADO OU CANCELADO NAO MUDA MAIS;
      *    - PREMIO DE JOGADOR DESLIGADO NAO PODE SER APROVADO.
      * TODA DECISAO FICA EM OPER_LOG COM A SITUACAO DE ANTES E A DE
      * DEPOIS (CONSULTA NA Y1D4). SO USERIDS DE MANUT_AUTORIZ PODEM
      * USAR A TELA.
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
       77  WS-LINHA-EXIBE                  PIC 9(04).
       77  WS-METADE                       PIC 9(04).
       77  WS-LINHA-TROCA                  PIC X(60).
       77  WS-ID-REF-COMP                  PIC S9(09) COMP.
       77  WS-ID-SEL-COMP                  PIC S9(09) COMP.
       77  WS-CONT-AUTORIZ-COMP            PIC S9(09) COMP.
       77  WS-CONT-DESLIG-COMP             PIC S9(09) COMP.
       77  WS-PROX-OLOG-ID-COMP            PIC S9(09) COMP.
       77  WS-OLOG-ID-ED                   PIC Z(08)9.
       77  WS-AUTORIZADO-SW                PIC X(01) VALUE 'N'.
           88 WS-AUTORIZADO                    VALUE 'S'.
       77  WS-NOVO-FILTRO-SIT              PIC X(01).
           88 WS-FILTRO-SIT-VALIDO             VALUE ' ' 'P' 'A' 'R'
                                                     'E' 'C'.
       77  WS-NOVO-FILTRO-TIPO             PIC X(02).
           88 WS-FILTRO-TIPO-VALIDO            VALUE '  ' 'TP' 'TC'
                                                     'TV' 'DM' 'SR'.
       77  WS-DECISAO                      PIC X(01).
           88 WS-DEC-APROVA                    VALUE 'A'.
           88 WS-DEC-RECUSA                    VALUE 'R'.
           88 WS-DEC-PENDENTE                  VALUE 'P'.
           88 WS-DEC-VALIDA                    VALUE 'A' 'R' 'P'.
       77  WS-SITUACAO-ANT                 PIC X(01).
       77  WS-OBSERVACAO-ANT               PIC X(40).
       77  WS-OBSERVACAO-NOVA              PIC X(40).

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

      * CABECALHO E LINHA DA LISTA DE PREMIOS.
       01  WS-LINHA-CABEC.
           05 FILLER                       PIC X(30)
              VALUE '       ID TP PERIODO PS USERID'.
           05 FILLER                       PIC X(30)
              VALUE '   S REFERENCIA'.

       01  WS-LINHA-PREMIO.
           05 WS-LP-ID                     PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-TIPO                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-PERIODO                PIC X(07).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-POSICAO                PIC Z9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-USERID                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-SITUACAO               PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-REFERENCIA             PIC X(25).

      * IMAGEM DA SITUACAO DO PREMIO PARA O OPER_LOG.
       01  WS-OLOG-IMAGEM.
           05 FILLER                       PIC X(09) VALUE 'SITUACAO='.
           05 WS-OI-SITUACAO               PIC X(01).
           05 FILLER                       PIC X(08) VALUE ' USERID='.
           05 WS-OI-USERID                 PIC X(08).
           05 FILLER                       PIC X(06) VALUE ' TIPO='.
           05 WS-OI-TIPO                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-OI-PERIODO                PIC X(07).
           05 FILLER                       PIC X(05) VALUE ' OBS='.
           05 WS-OI-OBSERVACAO             PIC X(40).

      * PAGINA MONTADA EM MEMORIA ANTES DE IR PARA A TELA - NA
      * PAGINACAO PARA TRAS AS LINHAS CHEGAM DO CURSOR EM ORDEM
      * DECRESCENTE E SAO EXIBIDAS DE BAIXO PARA CIMA.
       01  WS-PAGINA-TAB.
           05 WS-PAG-LINHA                 PIC X(60) OCCURS 10.
       01  WS-PAG-IDS.
           05 WS-PAG-ID                    PIC S9(09) COMP OCCURS 10.

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA - OS FILTROS E O ESTADO DA PAGINACAO
      * VIAJAM ENTRE AS INTERACOES.
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-FILTRO-SITUACAO           PIC X(01).
           05 WS-FILTRO-TIPO               PIC X(02).
           05 WS-PRIMEIRO-ID               PIC S9(09) COMP.
           05 WS-ULTIMO-ID                 PIC S9(09) COMP.
           05 WS-PAGINA                    PIC 9(04).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DE APROVACAO DE PREMIOS
           COPY M3O99D6.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLPREM
           END-EXEC.

           EXEC SQL
              INCLUDE DCLOLOG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMAUT
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * CURSORES DE PAGINACAO DA FILA. UM FILTRO EM BRANCO ANULA O
      * PROPRIO PREDICADO.
           EXEC SQL
              DECLARE CUR-PREM-AVANTE CURSOR FOR
                 SELECT ID, TIPO, PERIODO, POSICAO, USERID,
                        SITUACAO, REFERENCIA
                   FROM PREMIO
                  WHERE ID > :WS-ID-REF-COMP
                    AND (:WS-FILTRO-SITUACAO = ' '
                         OR SITUACAO = :WS-FILTRO-SITUACAO)
                    AND (:WS-FILTRO-TIPO = ' '
                         OR TIPO = :WS-FILTRO-TIPO)
                  ORDER BY ID
                  FETCH FIRST 10 ROWS ONLY
           END-EXEC.

           EXEC SQL
              DECLARE CUR-PREM-VOLTA CURSOR FOR
                 SELECT ID, TIPO, PERIODO, POSICAO, USERID,
                        SITUACAO, REFERENCIA
                   FROM PREMIO
                  WHERE ID < :WS-ID-REF-COMP
                    AND (:WS-FILTRO-SITUACAO = ' '
                         OR SITUACAO = :WS-FILTRO-SITUACAO)
                    AND (:WS-FILTRO-TIPO = ' '
                         OR TIPO = :WS-FILTRO-TIPO)
                  ORDER BY ID DESC
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
      * TELA JA VEM COM A PRIMEIRA PAGINA DOS PREMIOS PENDENTES.
       100-FASE1.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE +80                    TO WS-LENGTH
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO - Y1D6'
                                           TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF

           MOVE LOW-VALUES                 TO MAPAPREO

           MOVE 'P'                        TO WS-FILTRO-SITUACAO
           MOVE SPACES                     TO WS-FILTRO-TIPO
           MOVE 0                          TO WS-PRIMEIRO-ID
           MOVE 0                          TO WS-ULTIMO-ID
           MOVE 0                          TO WS-PAGINA

           MOVE 0                          TO WS-ID-REF-COMP
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
              PF7     (230-PF7)
              PF8     (220-PF8)
              PF3     (240-PF3)
              PF12    (250-PF12)
              ANYKEY  (260-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPAPRE')
              MAPSET('M3O99D6')
              INTO  (MAPAPREI)
           END-EXEC
           .

      * ENTER: UM ID EM SEL RECEBE A DECISAO INFORMADA E A PAGINA
      * ATUAL E REFEITA; SEM ELE, OS FILTROS DA TELA REFAZEM A LISTA
      * DESDE O INICIO. FILTRO NAO TOCADO (COMPRIMENTO ZERO) FICA COMO
      * ESTAVA NA COMMAREA; PARA TIRAR O FILTRO, DIGITA-SE BRANCO.
       210-ENTER.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           IF SELL > 0 AND SELI IS NUMERIC AND SELI > 0
               PERFORM 600-REGISTRA-DECISAO
           END-IF

           IF SITL > 0
               MOVE FUNCTION UPPER-CASE(SITI) TO WS-NOVO-FILTRO-SIT
           ELSE
               MOVE WS-FILTRO-SITUACAO     TO WS-NOVO-FILTRO-SIT
           END-IF
           IF WS-NOVO-FILTRO-SIT EQUAL LOW-VALUES
               MOVE SPACES                 TO WS-NOVO-FILTRO-SIT
           END-IF

           IF TPRL > 0
               MOVE FUNCTION UPPER-CASE(TPRI) TO WS-NOVO-FILTRO-TIPO
           ELSE
               MOVE WS-FILTRO-TIPO         TO WS-NOVO-FILTRO-TIPO
           END-IF
           IF WS-NOVO-FILTRO-TIPO EQUAL LOW-VALUES
               MOVE SPACES                 TO WS-NOVO-FILTRO-TIPO
           END-IF

           IF NOT WS-FILTRO-SIT-VALIDO
               MOVE 'SITUACAO: P, A, R, E, C OU EM BRANCO (TODAS)'
                                           TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           IF NOT WS-FILTRO-TIPO-VALIDO
               MOVE 'TIPO: TP, TC, TV, DM, SR OU EM BRANCO (TODOS)'
                                           TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE WS-NOVO-FILTRO-SIT         TO WS-FILTRO-SITUACAO
           MOVE WS-NOVO-FILTRO-TIPO        TO WS-FILTRO-TIPO

           MOVE 0                          TO WS-ID-REF-COMP
           MOVE 0                          TO WS-PAGINA
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

      * PF8 = PROXIMA PAGINA DA LISTA, A PARTIR DO ULTIMO ID EXIBIDO.
       220-PF8.
           MOVE WS-ULTIMO-ID               TO WS-ID-REF-COMP
           PERFORM 300-MONTA-PAGINA-AVANTE
           .

      * PF7 = PAGINA ANTERIOR DA LISTA, A PARTIR DO PRIMEIRO ID.
       230-PF7.
           IF WS-PAGINA NOT > 1
               MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE WS-PRIMEIRO-ID             TO WS-ID-REF-COMP
           PERFORM 400-MONTA-PAGINA-VOLTA
           .

       300-MONTA-PAGINA-AVANTE.
           PERFORM 350-CARREGA-PAGINA

           IF WS-QTD-LINHAS EQUAL 0
               MOVE 'NENHUM PREMIO COM ESSE FILTRO DAQUI EM DIANTE'
                                           TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE WS-PAG-ID(1)               TO WS-PRIMEIRO-ID
           MOVE WS-PAG-ID(WS-QTD-LINHAS)   TO WS-ULTIMO-ID
           ADD 1                           TO WS-PAGINA

           MOVE 'SEL + DECISAO A/R/P - PF8 AVANCA, PF7 VOLTA' TO MSGO
           PERFORM 999-EXIBE-PAGINA
           .

      * CARREGA ATE 10 PREMIOS A PARTIR DE WS-ID-REF-COMP, SEM MEXER
      * NO ESTADO DA PAGINACAO.
       350-CARREGA-PAGINA.
           MOVE 0                          TO WS-QTD-LINHAS
           MOVE SPACES                     TO WS-PAGINA-TAB

           EXEC SQL
              OPEN CUR-PREM-AVANTE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO NA CONSULTA DOS PREMIOS' TO MSGO
               PERFORM 999-EXIBE-PAGINA
           END-IF

           PERFORM 310-CARREGA-AVANTE THRU 310-CARREGA-AVANTE-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-PREM-AVANTE
           END-EXEC
           .

       310-CARREGA-AVANTE.
           EXEC SQL
              FETCH CUR-PREM-AVANTE
                INTO :DCLPR-ID, :DCLPR-TIPO, :DCLPR-PERIODO,
                     :DCLPR-POSICAO, :DCLPR-USERID,
                     :DCLPR-SITUACAO, :DCLPR-REFERENCIA
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-QTD-LINHAS
               PERFORM 999-MONTA-LINHA-PREMIO
               MOVE WS-LINHA-PREMIO        TO
                    WS-PAG-LINHA(WS-QTD-LINHAS)
               MOVE DCLPR-ID               TO WS-PAG-ID(WS-QTD-LINHAS)
           END-IF
           .
       310-CARREGA-AVANTE-EXIT.
           EXIT.

      * PAGINA PARA TRAS: O CURSOR DEVOLVE EM ORDEM DECRESCENTE; AS
      * LINHAS SAO EXIBIDAS DE BAIXO PARA CIMA, COMO NA Y1D2.
       400-MONTA-PAGINA-VOLTA.
           MOVE 0                          TO WS-QTD-LINHAS
           MOVE SPACES                     TO WS-PAGINA-TAB

           EXEC SQL
              OPEN CUR-PREM-VOLTA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO NA CONSULTA DOS PREMIOS' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           PERFORM 410-CARREGA-VOLTA THRU 410-CARREGA-VOLTA-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-PREM-VOLTA
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

           MOVE 'SEL + DECISAO A/R/P - PF8 AVANCA, PF7 VOLTA' TO MSGO
           PERFORM 999-EXIBE-PAGINA
           .

       410-CARREGA-VOLTA.
           EXEC SQL
              FETCH CUR-PREM-VOLTA
                INTO :DCLPR-ID, :DCLPR-TIPO, :DCLPR-PERIODO,
                     :DCLPR-POSICAO, :DCLPR-USERID,
                     :DCLPR-SITUACAO, :DCLPR-REFERENCIA
           END-EXEC

           IF SQLCODE EQUAL 0
               ADD 1                       TO WS-QTD-LINHAS
               PERFORM 999-MONTA-LINHA-PREMIO
               MOVE WS-LINHA-PREMIO        TO
                    WS-PAG-LINHA(WS-QTD-LINHAS)
               MOVE DCLPR-ID               TO WS-PAG-ID(WS-QTD-LINHAS)
           END-IF
           .
       410-CARREGA-VOLTA-EXIT.
           EXIT.

      * DECISAO DO OPERADOR SOBRE O PREMIO INFORMADO EM SEL. A
      * MUDANCA SO VALE SE O PREMIO AINDA ESTA NA SITUACAO LIDA E SEM
      * LOTE DE ENVIO - UM ENVIO DO P3O99RY QUE JA SEPAROU O PREMIO,
      * OU OUTRO OPERADOR, GANHA A CORRIDA.
       600-REGISTRA-DECISAO.
           MOVE SELI                       TO WS-ID-SEL-COMP

           IF DECL NOT > 0 OR DECI EQUAL SPACES
               MOVE 'INFORME A DECISAO: A, R OU P' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE FUNCTION UPPER-CASE(DECI)  TO WS-DECISAO
           IF NOT WS-DEC-VALIDA
               MOVE 'DECISAO INVALIDA - USE A, R OU P' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           IF OBSL > 0
               MOVE OBSI                   TO WS-OBSERVACAO-NOVA
           ELSE
               MOVE SPACES                 TO WS-OBSERVACAO-NOVA
           END-IF

           IF WS-DEC-RECUSA AND WS-OBSERVACAO-NOVA EQUAL SPACES
               MOVE 'INFORME NA OBSERVACAO O MOTIVO DA RECUSA' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE WS-ID-SEL-COMP             TO DCLPR-ID

           EXEC SQL
              SELECT TIPO, PERIODO, USERID, SITUACAO, OBSERVACAO,
                     LOTE_ENVIO
                INTO :DCLPR-TIPO, :DCLPR-PERIODO, :DCLPR-USERID,
                     :DCLPR-SITUACAO, :DCLPR-OBSERVACAO,
                     :DCLPR-LOTE-ENVIO
                FROM PREMIO
               WHERE ID = :DCLPR-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'PREMIO NAO ENCONTRADO' TO MSGO
                 PERFORM 999-REEXIBE-TELA
              WHEN OTHER
                 MOVE 'ERRO AO LER O PREMIO' TO MSGO
                 PERFORM 999-REEXIBE-TELA
           END-EVALUATE

           IF DCLPR-LOTE-ENVIO > 0
              OR (DCLPR-SITUACAO NOT EQUAL 'P'
                  AND DCLPR-SITUACAO NOT EQUAL 'A'
                  AND DCLPR-SITUACAO NOT EQUAL 'R')
               MOVE 'PREMIO JA ENVIADO OU CANCELADO - NAO MUDA MAIS'
                                           TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           IF DCLPR-SITUACAO EQUAL WS-DECISAO
               MOVE 'O PREMIO JA ESTA NESSA SITUACAO' TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           IF WS-DEC-APROVA
               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-CONT-DESLIG-COMP
                    FROM JOGADOR
                   WHERE USERID = :DCLPR-USERID
                     AND SITUACAO = 'D'
               END-EXEC
               IF SQLCODE EQUAL 0 AND WS-CONT-DESLIG-COMP > 0
                   MOVE 'JOGADOR DESLIGADO - NAO PODE SER APROVADO'
                                           TO MSGO
                   PERFORM 999-REEXIBE-TELA
               END-IF
           END-IF

           MOVE DCLPR-SITUACAO             TO WS-SITUACAO-ANT
           MOVE DCLPR-OBSERVACAO           TO WS-OBSERVACAO-ANT

           PERFORM 999-MONTA-DATA-HORA

           EXEC SQL
              UPDATE PREMIO
                 SET SITUACAO = :WS-DECISAO,
                     OBSERVACAO = :WS-OBSERVACAO-NOVA,
                     DATA_SITUACAO = :WS-SQL-DATA,
                     USERID_OPER = :EIBUSERID
               WHERE ID = :DCLPR-ID
                 AND SITUACAO = :WS-SITUACAO-ANT
                 AND LOTE_ENVIO = 0
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'PREMIO ALTERADO POR OUTRO OPERADOR OU JA EM LOTE'
                                           TO MSGO
                 PERFORM 999-REEXIBE-TELA
              WHEN OTHER
                 MOVE 'ERRO AO GRAVAR A DECISAO' TO MSGO
                 PERFORM 999-REEXIBE-TELA
           END-EVALUATE

           MOVE 'A'                        TO DCLOL-FUNCAO
           MOVE WS-SITUACAO-ANT            TO WS-OI-SITUACAO
           MOVE WS-OBSERVACAO-ANT          TO WS-OI-OBSERVACAO
           PERFORM 999-MONTA-IMAGEM-PREMIO
           MOVE WS-OLOG-IMAGEM             TO DCLOL-VALOR-ANT
           MOVE WS-DECISAO                 TO WS-OI-SITUACAO
           MOVE WS-OBSERVACAO-NOVA         TO WS-OI-OBSERVACAO
           PERFORM 999-MONTA-IMAGEM-PREMIO
           MOVE WS-OLOG-IMAGEM             TO DCLOL-VALOR-NOV
           PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT

      * SEM O REGISTRO NO HISTORICO A DECISAO NAO PODE VALER - DESFAZ
      * O UPDATE ACIMA.
           IF SQLCODE NOT EQUAL 0
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'ERRO AO GRAVAR O HISTORICO - NADA FOI ALTERADO'
                                           TO MSGO
               PERFORM 999-REEXIBE-TELA
           END-IF

           MOVE WS-ID-SEL-COMP             TO WS-OLOG-ID-ED
           MOVE SPACES                     TO MSGO
           EVALUATE TRUE
              WHEN WS-DEC-APROVA
                 STRING 'PREMIO ' DELIMITED SIZE
                        WS-OLOG-ID-ED DELIMITED SIZE
                        ' APROVADO - SEGUE NO PROXIMO ENVIO AO RH'
                        DELIMITED SIZE
                        INTO MSGO
              WHEN WS-DEC-RECUSA
                 STRING 'PREMIO ' DELIMITED SIZE
                        WS-OLOG-ID-ED DELIMITED SIZE
                        ' RECUSADO' DELIMITED SIZE
                        INTO MSGO
              WHEN OTHER
                 STRING 'PREMIO ' DELIMITED SIZE
                        WS-OLOG-ID-ED DELIMITED SIZE
                        ' VOLTOU A PENDENTE' DELIMITED SIZE
                        INTO MSGO
           END-EVALUATE
           PERFORM 999-REEXIBE-TELA
           .

       999-MONTA-LINHA-PREMIO.
           MOVE DCLPR-ID                   TO WS-LP-ID
           MOVE DCLPR-TIPO                 TO WS-LP-TIPO
           MOVE DCLPR-PERIODO              TO WS-LP-PERIODO
           MOVE DCLPR-POSICAO              TO WS-LP-POSICAO
           MOVE DCLPR-USERID               TO WS-LP-USERID
           MOVE DCLPR-SITUACAO             TO WS-LP-SITUACAO
           MOVE DCLPR-REFERENCIA           TO WS-LP-REFERENCIA
           .

       999-MONTA-IMAGEM-PREMIO.
           MOVE DCLPR-USERID               TO WS-OI-USERID
           MOVE DCLPR-TIPO                 TO WS-OI-TIPO
           MOVE DCLPR-PERIODO              TO WS-OI-PERIODO
           .

       999-GRAVA-OPER-LOG.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-OLOG-ID-COMP
                FROM OPER_LOG
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-GRAVA-OPER-LOG-EXIT
           END-IF

           MOVE DCLPR-ID                   TO WS-OLOG-ID-ED
           MOVE SPACES                     TO DCLOL-CHAVE
           STRING 'PREMIO ID '             DELIMITED BY SIZE
                  WS-OLOG-ID-ED            DELIMITED BY SIZE
             INTO DCLOL-CHAVE
           END-STRING

           MOVE WS-PROX-OLOG-ID-COMP       TO DCLOL-ID
           MOVE 'Y1D6'                     TO DCLOL-TRANSACAO
           MOVE EIBUSERID                  TO DCLOL-USERID-OPER
           MOVE 'PREMIO'                   TO DCLOL-TABELA
           MOVE WS-SQL-DATA                TO DCLOL-DATA-ALT
           MOVE WS-SQL-HORA                TO DCLOL-HORA-ALT

           EXEC SQL
              INSERT INTO OPER_LOG
                 (ID, TRANSACAO, USERID_OPER, FUNCAO, TABELA, CHAVE,
                  VALOR_ANT, VALOR_NOV, DATA_ALT, HORA_ALT)
              VALUES
                 (:DCLOL-ID, :DCLOL-TRANSACAO, :DCLOL-USERID-OPER,
                  :DCLOL-FUNCAO, :DCLOL-TABELA, :DCLOL-CHAVE,
                  :DCLOL-VALOR-ANT, :DCLOL-VALOR-NOV,
                  :DCLOL-DATA-ALT, :DCLOL-HORA-ALT)
           END-EXEC
           .
       999-GRAVA-OPER-LOG-EXIT.
           EXIT.

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

      * MANDA A PAGINA MONTADA PARA A TELA, COM OS FILTROS EM USO
      * REEXIBIDOS NOS CAMPOS DE ENTRADA.
       999-EXIBE-PAGINA.
           MOVE WS-LINHA-CABEC             TO CABO
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
           MOVE WS-FILTRO-SITUACAO         TO SITO
           MOVE WS-FILTRO-TIPO             TO TPRO
           PERFORM 999-TRATA-FASE2
           .

      * REAPRESENTA A TELA COM A MENSAGEM: A TELA NAO GUARDA AS
      * LINHAS, ENTAO A PAGINA ATUAL E RELIDA DESDE O PRIMEIRO ID DELA
      * (JA COM O QUE A DECISAO MUDOU), SEM MEXER NA PAGINACAO.
       999-REEXIBE-TELA.
           IF WS-PRIMEIRO-ID > 0
               COMPUTE WS-ID-REF-COMP = WS-PRIMEIRO-ID - 1
           ELSE
               MOVE 0                      TO WS-ID-REF-COMP
           END-IF
           PERFORM 350-CARREGA-PAGINA
           PERFORM 999-EXIBE-PAGINA
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
           MOVE 'FIM NORMAL DA TRANSACAO Y1D6'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1D6'
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
              MAP ('MAPAPRE')
              MAPSET('M3O99D6')
              FROM(MAPAPREO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

           EXEC CICS RETURN
               TRANSID('Y1D6')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

      * O CURSOR VAI PARA SEL.
       999-TRATA-FASE2.
           MOVE -1                        TO SELL

           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA M3O99D6'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
