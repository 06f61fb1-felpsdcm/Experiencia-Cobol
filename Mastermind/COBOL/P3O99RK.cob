      *         SENHAS (O SORTEIO PODE ESTAR CEGO PARA SENHAS NOVAS
      *         OU CAINDO EM BURACOS);
      *    A4 - DESAFIO_DIA SEM A LINHA DE HOJE DEPOIS DA ABERTURA
      *         DO ONLINE (O SORTEIO P3O99RA FALHOU);
      *    A5 - RESUMO_DIA SEM NENHUMA LINHA DE ONTEM DEPOIS DA
      *         ABERTURA DO ONLINE E SEM EXECUCAO LIMPA DO RESUMO
      *         NOTURNO P3O99RU HOJE (OS RELATORIOS E O PAINEL
      *         ESTAO SEM O DIA DE ONTEM);
      *    A6 - TERMINAL FORA DO INVENTARIO (TERMINAL_INV) ABRINDO
      *         SESSAO NO MENU HOJE - SO O QUE APARECEU DEPOIS DO
      *         ULTIMO A6 DO DIA, PARA NAO REPETIR O MESMO AVISO A
      *         CADA MEIA HORA;
      *    A7 - EVENTO DO JOGO PARADO EM EVENTO_FILA (ACIMA DO MARCO
      *         DE EVENTO_CTRL) HA MAIS QUE O LIMITE DE ATRASO DA
      *         FILA - A DRENAGEM P3O99S5 PARA A INTRANET NAO RODOU;
      *    A8 - VITORIA DO JOGO NORMAL (Y1B0) EM HISTJOGO SEM O
      *         EVENTO JV CORRESPONDENTE EM EVENTO_FILA PASSADO O
      *         LIMITE DE ATRASO - A FILA TD Y1EV OU O ESVAZIAMENTO
      *         Y1E3 PAROU E O PAINEL DA INTRANET ESTA PERDENDO
      *         EVENTOS. CADA VITORIA E CONFERIDA UMA VEZ SO: A
      *         FAIXA OLHADA E A MEIA HORA QUE TERMINA NO LIMITE.
      * CADA FALHA VIRA UMA MENSAGEM NO CONSOLE DO OPERADOR E UMA
      * LINHA EM ALERTA_MONITOR - O PAINEL Y1C4 MOSTRA O ULTIMO
      * ALERTA, PARA NINGUEM MAIS DESCOBRIR AS 16H QUE O JOGO PAROU
      * CARTAO SYSIN (UM REGISTRO): JANELA ONLINE HHMM-HHMM NAS
      * COLUNAS 1-4 E 6-9 E RETENCAO DE JOGO_ATIVO (DIAS, COMO NO
      * P3O99R6) NAS COLUNAS 11-13. EM BRANCO, ASSUME 0800 1800 007.
      * AS COLUNAS 15-17, OPCIONAIS, TRAZEM O LIMITE DE ATRASO DA
      * FILA DE EVENTOS EM MINUTOS (A7 E A8); EM BRANCO, 015.
      * FORA DA JANELA SO OS BATIMENTOS A2 E A3 SAO FEITOS. NUM
      * FERIADO OU RECESSO DO CALENDARIO (Y1D7) NAO HA DESAFIO NEM
      * MOVIMENTO ESPERADO: A1 E A4 TAMBEM FICAM DE FORA.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           05 WS-PARM-JANELA-FIM           PIC X(04).
           05 FILLER                       PIC X(01).
           05 WS-PARM-RET-DIAS             PIC X(03).
           05 FILLER                       PIC X(01).
           05 WS-PARM-LIM-FILA             PIC X(03).
           05 FILLER                       PIC X(63).
       77  WS-JANELA-INI                   PIC 9(04) VALUE 0800.
       77  WS-JANELA-FIM                   PIC 9(04) VALUE 1800.
       77  WS-RET-DIAS                     PIC 9(03) VALUE 7.
       77  WS-LIM-FILA                     PIC 9(03) VALUE 15.
       77  WS-HORA-AGORA                   PIC 9(04).

      * APURACAO DO TEMPO DESDE A ULTIMA JOGADA.
       77  WS-MAIOR-CTRL-COMP              PIC S9(09) COMP.
       77  WS-MAIOR-REAL-COMP              PIC S9(09) COMP.
       77  WS-DESAFIO-COMP                 PIC S9(09) COMP.
       77  WS-RESUMO-COMP                  PIC S9(09) COMP.
       77  WS-EXEC-RESUMO-COMP             PIC S9(09) COMP.
       77  WS-SEM-CADASTRO-COMP            PIC S9(09) COMP.
       77  WS-SEM-CADASTRO-EDIT            PIC Z(03)9.
       77  WS-TERMINAL-EXEMPLO             PIC X(04).
       77  WS-HORA-ULTIMO-A6               PIC X(08).
       77  WS-PROX-ID-COMP                 PIC S9(09) COMP.
       77  WS-MIN-EDIT                     PIC Z(03)9.
       77  WS-VELHOS-EDIT                  PIC Z(03)9.

      * FILA DE EVENTOS (A7 E A8): O CORTE E AGORA MENOS O LIMITE DE
      * ATRASO; A8 OLHA A MEIA HORA QUE TERMINA NO CORTE.
       77  WS-FILA-PARADA-COMP             PIC S9(09) COMP.
       77  WS-VIT-SEM-EVT-COMP             PIC S9(09) COMP.
       77  WS-EVENTOS-EDIT                 PIC Z(03)9.
       77  WS-LIM-EDIT                     PIC ZZ9.
       77  WS-SEGS-CORTE                   PIC 9(07).
       77  WS-SEGS-INI                     PIC 9(07).
       77  WS-SEGS-CONV                    PIC 9(07).
       77  WS-SEGS-RESTO                   PIC 9(07).
       01  WS-SQL-HORA-CONV.
           05 WS-CV-HH                     PIC 9(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-CV-MM                     PIC 9(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-CV-SS                     PIC 9(02).
       77  WS-SQL-HORA-CORTE               PIC X(08).
       77  WS-SQL-HORA-INI                 PIC X(08).

      * DATAS DE REFERENCIA NO FORMATO ISO DOS HOST-VARS DATE.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-HORA-REG                     PIC 9(08).
           05 WS-CO-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-CO-DIA                    PIC X(02).
       01  WS-SQL-DATA-ONTEM.
           05 WS-ON-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-ON-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-ON-DIA                    PIC X(02).
       01  WS-SQL-HORA.
           05 WS-SQL-HH                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
              INCLUDE DCLDDIA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRESD
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAMON
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
           PERFORM 3000-BATE-JOGO-ATIVO
           PERFORM 4000-BATE-SENHAS-CTRL
           PERFORM 5000-BATE-DESAFIO THRU 5000-BATE-DESAFIO-EXIT
           PERFORM 6000-BATE-RESUMO THRU 6000-BATE-RESUMO-EXIT
           PERFORM 7000-BATE-TERMINAIS THRU 7000-BATE-TERMINAIS-EXIT
           PERFORM 7500-BATE-FILA-EVENTOS THRU
                   7500-BATE-FILA-EVENTOS-EXIT
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RK - MONITOR DE SAUDE INICIADO'
              AND WS-PARM-RET-DIAS NOT EQUAL '000'
               MOVE WS-PARM-RET-DIAS       TO WS-RET-DIAS
           END-IF
           IF WS-PARM-LIM-FILA IS NUMERIC
              AND WS-PARM-LIM-FILA NOT EQUAL '000'
               MOVE WS-PARM-LIM-FILA       TO WS-LIM-FILA
           END-IF

           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA

           MOVE WS-SQL-DATA-HOJE           TO WS-CAL-SQL-DATA
           PERFORM 9600-VERIFICA-DIA-UTIL

           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - WS-RET-DIAS)
           MOVE WS-DATA-CORTE(5:2)         TO WS-CO-MES
           MOVE WS-DATA-CORTE(7:2)         TO WS-CO-DIA

           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 1)
           MOVE WS-DATA-CORTE(1:4)         TO WS-ON-ANO
           MOVE WS-DATA-CORTE(5:2)         TO WS-ON-MES
           MOVE WS-DATA-CORTE(7:2)         TO WS-ON-DIA

           MOVE WS-HORA-REG(1:4)           TO WS-HORA-AGORA
           IF WS-HORA-AGORA NOT < WS-JANELA-INI
              AND WS-HORA-AGORA NOT > WS-JANELA-FIM
           .

      * A1 - SEM JOGADA NOVA HA MAIS DE 30 MINUTOS COM O SISTEMA
      * ABERTO, DENTRO DA JANELA ONLINE, EM DIA UTIL.
       2000-BATE-AUDITORIA.
           IF NOT WS-DENTRO-JANELA OR NOT WS-SISTEMA-ABERTO
              OR NOT WS-CAL-DIA-UTIL
               GO TO 2000-BATE-AUDITORIA-EXIT
           END-IF

           .

      * A4 - O DESAFIO DE HOJE NAO FOI SORTEADO E O ONLINE JA ABRIU.
      * EM FERIADO OU RECESSO O SORTEIO NAO RODA DE PROPOSITO.
       5000-BATE-DESAFIO.
           IF NOT WS-DENTRO-JANELA OR NOT WS-CAL-DIA-UTIL
               GO TO 5000-BATE-DESAFIO-EXIT
           END-IF

       5000-BATE-DESAFIO-EXIT.
           EXIT.

      * A5 - O RESUMO DIARIO DE ONTEM NAO FOI GERADO E O ONLINE JA
      * ABRIU. UM DIA SEM NENHUM JOGO TAMBEM FICA SEM LINHAS NO
      * RESUMO, ENTAO SO ALERTA SE O P3O99RU TAMBEM NAO TERMINOU
      * LIMPO HOJE EM JOB_EXEC.
       6000-BATE-RESUMO.
           IF NOT WS-DENTRO-JANELA
               GO TO 6000-BATE-RESUMO-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-RESUMO-COMP
                FROM RESUMO_DIA
               WHERE DATA_JOGO = :WS-SQL-DATA-ONTEM
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR WS-RESUMO-COMP > 0
               GO TO 6000-BATE-RESUMO-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EXEC-RESUMO-COMP
                FROM JOB_EXEC
               WHERE PROGRAMA = 'P3O99RU'
                 AND DATA_REF = :WS-SQL-DATA-HOJE
                 AND SITUACAO = 'C'
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-EXEC-RESUMO-COMP EQUAL 0
               MOVE 'A5'                   TO DCLAM-CODIGO
               MOVE 'RESUMO DIARIO DE ONTEM AUSENTE (P3O99RU FALHOU?)'
                                           TO DCLAM-DESCRICAO
               PERFORM 8000-DISPARA-ALERTA
           END-IF
           .
       6000-BATE-RESUMO-EXIT.
           EXIT.

      * A6 - TERMINAL SEM CADASTRO NO INVENTARIO ABRINDO SESSAO NO
      * MENU Y1B8 HOJE. CONTA SO AS SESSOES POSTERIORES AO ULTIMO A6
      * DE HOJE: O MESMO TERMINAL NAO E AVISADO DE NOVO NA MEIA HORA
      * SEGUINTE, MAS UM TERMINAL NOVO AINDA DISPARA.
       7000-BATE-TERMINAIS.
           EXEC SQL
              SELECT COALESCE(MAX(HORA_REG), '00:00:00')
                INTO :WS-HORA-ULTIMO-A6
                FROM ALERTA_MONITOR
               WHERE CODIGO = 'A6'
                 AND DATA_REG = :WS-SQL-DATA-HOJE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 7000-BATE-TERMINAIS-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(DISTINCT S.TERMINAL),
                     COALESCE(MIN(S.TERMINAL), ' ')
                INTO :WS-SEM-CADASTRO-COMP, :WS-TERMINAL-EXEMPLO
                FROM SESSAO S
               WHERE S.DATA_SESSAO = :WS-SQL-DATA-HOJE
                 AND S.HORA_SESSAO > :WS-HORA-ULTIMO-A6
                 AND NOT EXISTS
                     (SELECT 1
                        FROM TERMINAL_INV T
                       WHERE T.TERMINAL = S.TERMINAL)
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-SEM-CADASTRO-COMP > 0
               MOVE WS-SEM-CADASTRO-COMP   TO WS-SEM-CADASTRO-EDIT
               MOVE 'A6'                   TO DCLAM-CODIGO
               MOVE SPACES                 TO DCLAM-DESCRICAO
               STRING WS-SEM-CADASTRO-EDIT DELIMITED SIZE
                      ' TERMINAL(IS) SEM INVENTARIO NO MENU (EX.: '
                      DELIMITED SIZE
                      WS-TERMINAL-EXEMPLO DELIMITED SIZE
                      ')' DELIMITED SIZE
                      INTO DCLAM-DESCRICAO
               PERFORM 8000-DISPARA-ALERTA
           END-IF
           .
       7000-BATE-TERMINAIS-EXIT.
           EXIT.

      * A7 E A8 - FILA DE EVENTOS DO PAINEL DA INTRANET, DENTRO DA
      * JANELA ONLINE. O CORTE (AGORA MENOS O LIMITE DE ATRASO) E
      * MONTADO EM SEGUNDOS, COMO EM 2000-BATE-AUDITORIA; LOGO DEPOIS
      * DA MEIA-NOITE NAO HA CORTE NO PROPRIO DIA E NADA E CONFERIDO.
       7500-BATE-FILA-EVENTOS.
           IF NOT WS-DENTRO-JANELA
               GO TO 7500-BATE-FILA-EVENTOS-EXIT
           END-IF

           MOVE WS-HORA-REG(1:2)           TO WS-HH-NUM
           MOVE WS-HORA-REG(3:2)           TO WS-MM-NUM
           MOVE WS-HORA-REG(5:2)           TO WS-SS-NUM
           COMPUTE WS-SEGS-AGORA =
               (WS-HH-NUM * 3600) + (WS-MM-NUM * 60) + WS-SS-NUM

           IF WS-SEGS-AGORA NOT > WS-LIM-FILA * 60
               GO TO 7500-BATE-FILA-EVENTOS-EXIT
           END-IF

           COMPUTE WS-SEGS-CORTE = WS-SEGS-AGORA - (WS-LIM-FILA * 60)
           MOVE WS-SEGS-CORTE              TO WS-SEGS-CONV
           PERFORM 7590-CONVERTE-SEGUNDOS
           MOVE WS-SQL-HORA-CONV           TO WS-SQL-HORA-CORTE

           IF WS-SEGS-CORTE > 1800
               COMPUTE WS-SEGS-INI = WS-SEGS-CORTE - 1800
           ELSE
               MOVE 0                      TO WS-SEGS-INI
           END-IF
           MOVE WS-SEGS-INI                TO WS-SEGS-CONV
           PERFORM 7590-CONVERTE-SEGUNDOS
           MOVE WS-SQL-HORA-CONV           TO WS-SQL-HORA-INI

           MOVE WS-LIM-FILA                TO WS-LIM-EDIT

      * A7 - AINDA NAO DRENADO E CHEGADO ANTES DO CORTE.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-FILA-PARADA-COMP
                FROM EVENTO_FILA
               WHERE ID > (SELECT COALESCE(MAX(ULTIMO_ID), 0)
                             FROM EVENTO_CTRL)
                 AND (DATA_FILA < :WS-SQL-DATA-HOJE
                      OR (DATA_FILA = :WS-SQL-DATA-HOJE
                          AND HORA_FILA < :WS-SQL-HORA-CORTE))
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-FILA-PARADA-COMP > 0
               MOVE WS-FILA-PARADA-COMP    TO WS-EVENTOS-EDIT
               MOVE 'A7'                   TO DCLAM-CODIGO
               MOVE SPACES                 TO DCLAM-DESCRICAO
               STRING WS-EVENTOS-EDIT DELIMITED SIZE
                      ' EVENTO(S) NA FILA HA MAIS DE ' DELIMITED SIZE
                      WS-LIM-EDIT DELIMITED SIZE
                      ' MIN (P3O99S5 PARADO?)' DELIMITED SIZE
                      INTO DCLAM-DESCRICAO
               PERFORM 8000-DISPARA-ALERTA
           END-IF

      * A8 - VITORIA DO JOGO NORMAL NA MEIA HORA ANTES DO CORTE SEM O
      * EVENTO JV DE MESMO JOGADOR E MESMO INSTANTE. O DUELO (SENHA
      * ZERO), O COOPERATIVO E O DESAFIO ENTRE COLEGAS NAO PUBLICAM
      * JV, E O TREINO NAO VAI PARA A FILA.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-VIT-SEM-EVT-COMP
                FROM HISTJOGO H
               WHERE H.DATA_JOGO = :WS-SQL-DATA-HOJE
                 AND H.HORA_JOGO > :WS-SQL-HORA-INI
                 AND H.HORA_JOGO <= :WS-SQL-HORA-CORTE
                 AND H.RESULTADO = 'S'
                 AND H.TREINO <> 'S'
                 AND H.COOP <> 'S'
                 AND H.DESAFIO_COLEGA <> 'S'
                 AND H.SENHA_ID > 0
                 AND NOT EXISTS
                     (SELECT 1
                        FROM EVENTO_FILA E
                       WHERE E.TIPO        = 'JV'
                         AND E.USERID      = H.USERID
                         AND E.DATA_EVENTO = H.DATA_JOGO
                         AND E.HORA_EVENTO = H.HORA_JOGO)
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-VIT-SEM-EVT-COMP > 0
               MOVE WS-VIT-SEM-EVT-COMP    TO WS-EVENTOS-EDIT
               MOVE 'A8'                   TO DCLAM-CODIGO
               MOVE SPACES                 TO DCLAM-DESCRICAO
               STRING WS-EVENTOS-EDIT DELIMITED SIZE
                      ' VITORIA(S) SEM EVENTO NA FILA' DELIMITED SIZE
                      ' (Y1EV/Y1E3 PARADA?)' DELIMITED SIZE
                      INTO DCLAM-DESCRICAO
               PERFORM 8000-DISPARA-ALERTA
           END-IF
           .
       7500-BATE-FILA-EVENTOS-EXIT.
           EXIT.

      * SEGUNDOS DESDE A MEIA-NOITE (WS-SEGS-CONV) PARA HH:MM:SS.
       7590-CONVERTE-SEGUNDOS.
           DIVIDE WS-SEGS-CONV BY 3600 GIVING WS-CV-HH
               REMAINDER WS-SEGS-RESTO
           DIVIDE WS-SEGS-RESTO BY 60 GIVING WS-CV-MM
               REMAINDER WS-CV-SS
           .

      * ESCALA O ALERTA: MENSAGEM NO CONSOLE DO OPERADOR E REGISTRO
      * EM ALERTA_MONITOR (QUE O PAINEL Y1C4 MOSTRA COMO "ULTIMO
      * ALERTA").
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

           MOVE 'P3O99RK'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RK'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RK - RETIDO POR DEPENDENCIA: '
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
