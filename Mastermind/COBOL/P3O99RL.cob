      * DO RH - SUBSTITUI O SQL A MAO QUE NINGUEM CONSEGUIA AUDITAR.
      * O USERID VEM NO CARTAO SYSIN (COLUNAS 1-8). O JOB:
      *    1. RECUSA RODAR SE O JOGADOR TEM JOGO EM ANDAMENTO
      *       (JOGO_ATIVO), DUELO EM ABERTO, JOGO COOPERATIVO SEM
      *       RESULTADO OU DESAFIO DE COLEGA PENDENTE OU EM JOGO;
      *    2. GRAVA NO ARQUIVO EXPORTA A FOTO COMPLETA DO QUE O
      *       SISTEMA GUARDA SOBRE ELE (PARA O DOSSIE DO RH);
      *    3. TRATA TABELA A TABELA, COMMITANDO APOS CADA UMA (O
      *       QUE TORNA A REEXECUCAO SEGURA - AS JA TRATADAS SAEM
      *       VAZIAS):
      *          - HISTJOGO, RESUMO_DIA, JOGO_DUELO, JOGO_COOP,
      *            DESAFIO_COLEGA, TORNEIO_JOGO,
      *            TEMPORADA_HIST, GALERIA_FAMA, PREMIO, EVENTO_FILA
      *            E O CAMPEAO DE TORNEIO SAO ANONIMIZADOS (USERID E
      *            INICIAIS VIRAM '********'/'***', O NOME DA GALERIA
      *            VIRA '*****'), PARA AS ESTATISTICAS, OS DUELOS
      *            DECIDIDOS, OS CHAVEAMENTOS, O HISTORICO DE
      *            TEMPORADAS, A GALERIA DA FAMA, OS PREMIOS JA
      *            ENVIADOS AO RH E A NUMERACAO DOS EVENTOS DO PAINEL
      *            DA INTRANET NAO PERDEREM AS LINHAS (O PREMIO AINDA
      *            NAO ENVIADO E CANCELADO);
      *          - AUDITORIA, PLACAR, CONQUISTA, DESAFIO_JOGO,
      *            ULTIMA_SENHA, RATING (E A SOMBRA RATING_NOVO),
      *            EQUIPE_MEMBRO, SUSPEITA (E AS APURACOES DELA EM
      *            SUSPEITA_APUR), TORNEIO_INSC, SESSAO, RECUSA_JOGO,
      *            MENSAGEM, SERIE_DESAFIO E JOGADOR SAO EXCLUIDOS;
      *    4. IMPRIME A CONTAGEM POR TABELA E REGISTRA CADA UMA EM
      *       REMOCAO_LOG, COMO O MANUT_LOG FAZ NAS SENHAS.
      * COM O CARTAO 'DESLIGADOS' (COLUNAS 1-10) NO LUGAR DO USERID, O
      * JOB TRATA TODOS OS USERIDS DA LISTA DESLIGAMENTO COM A
      * CARENCIA VENCIDA (SITUACAO 'V', PASSO020 DO JOB P3O99RV):
      * PRIMEIRO EXPORTA TODOS NO MESMO ARQUIVO, DEPOIS REMOVE UM A
      * UM. QUEM AINDA ESTA BLOQUEADO (JOGO, DUELO OU DESAFIO EM
      * ABERTO) VAI PARA 'B' COM O MOTIVO, SEM PARAR OS DEMAIS. NOS
      * DOIS MODOS A
      * LINHA DA LISTA TERMINA EM 'E' (REMOVIDO) OU 'B' (RECUSADO) -
      * A REMOCAO AVULSA DE QUEM NAO ESTA NA LISTA GANHA UMA LINHA
      * 'E', PARA O P3O99RV NAO O REMOVER DE NOVO.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-PROX-LOG-ID-COMP             PIC S9(09) COMP.
       77  WS-TOT-TABELAS                  PIC 9(03) VALUE 0.

      * MODO DA EXECUCAO: UM USERID DO CARTAO OU A LISTA DE
      * DESLIGADOS COM A CARENCIA VENCIDA.
       77  WS-MODO                         PIC X(01) VALUE 'U'.
           88 WS-MODO-LISTA                    VALUE 'L'.
       77  WS-FIM-LISTA                    PIC X(01) VALUE 'N'.
           88 WS-ACABOU-LISTA                  VALUE 'S'.
       77  WS-USERID-ULTIMO                PIC X(08).
       77  WS-MOTIVO-BLOQ                  PIC X(40).
       77  WS-TOT-REMOVIDOS                PIC 9(05) VALUE 0.
       77  WS-TOT-BLOQUEADOS               PIC 9(05) VALUE 0.

      * USERID A REMOVER, LIDO DO SYSIN, E O ANONIMO QUE O SUBSTITUI
      * NAS TABELAS ANONIMIZADAS.
       01  WS-CARTAO-SYSIN.
           05 WS-PARM-USERID               PIC X(08).
           05 FILLER                       PIC X(72).
       01  FILLER REDEFINES WS-CARTAO-SYSIN.
           05 WS-PARM-MODO                 PIC X(10).
           05 FILLER                       PIC X(70).
       77  WS-USERID-ALVO                  PIC X(08).
       77  WS-USERID-ANONIMO               PIC X(08) VALUE '********'.

              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRESD
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPLACAR
           END-EXEC.
              INCLUDE DCLRTNG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRTNN
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEQMB
           END-EXEC.
              INCLUDE DCLSESS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRECJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMENS
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSDES
           END-EXEC.
              INCLUDE DCLDUELO
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCOOP
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDCOL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRLOG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDESL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPREM
           END-EXEC.

           EXEC SQL
              INCLUDE DCLGALF
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEVTF
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
                  ORDER BY ID
           END-EXEC.

           EXEC SQL
              DECLARE CUR-EXP-COOP CURSOR FOR
                 SELECT ID, USERID_1, USERID_2, TENTATIVAS,
                        PONTUACAO, RESULTADO, DATA_JOGO
                   FROM JOGO_COOP
                  WHERE USERID_1 = :WS-USERID-ALVO
                     OR USERID_2 = :WS-USERID-ALVO
                  ORDER BY ID
           END-EXEC.

      * A SENHA DO DESAFIO NAO VAI AO DOSSIE - E DADO DO JOGO, NAO
      * DO JOGADOR.
           EXEC SQL
              DECLARE CUR-EXP-DCOL CURSOR FOR
                 SELECT ID, REMETENTE, DESTINATARIO, SITUACAO,
                        TENTATIVAS, PONTUACAO, DATA_ENVIO
                   FROM DESAFIO_COLEGA
                  WHERE REMETENTE = :WS-USERID-ALVO
                     OR DESTINATARIO = :WS-USERID-ALVO
                  ORDER BY ID
           END-EXEC.

           EXEC SQL
              DECLARE CUR-EXP-SUSP CURSOR FOR
                 SELECT MOTIVO, DETALHE, DATA_REF, SITUACAO
                  ORDER BY ID
           END-EXEC.

           EXEC SQL
              DECLARE CUR-EXP-RECJ CURSOR FOR
                 SELECT DATA_RECUSA, HORA_RECUSA, MOTIVO, TRANSACAO
                   FROM RECUSA_JOGO
                  WHERE USERID = :WS-USERID-ALVO
                  ORDER BY ID
           END-EXEC.

           EXEC SQL
              DECLARE CUR-EXP-MENS CURSOR FOR
                 SELECT TIPO, TEXTO, LIDA, DATA_MSG, HORA_MSG
                   FROM MENSAGEM
                  WHERE USERID = :WS-USERID-ALVO
                  ORDER BY ID
           END-EXEC.

           EXEC SQL
              DECLARE CUR-EXP-PREM CURSOR FOR
                 SELECT ID, TIPO, PERIODO, REFERENCIA, SITUACAO,
                        DATA_SITUACAO
                   FROM PREMIO
                  WHERE USERID = :WS-USERID-ALVO
                  ORDER BY ID
           END-EXEC.

           EXEC SQL
              DECLARE CUR-EXP-GALF CURSOR FOR
                 SELECT ANO, CATEGORIA, VALOR, REFERENCIA, NOME
                   FROM GALERIA_FAMA
                  WHERE USERID = :WS-USERID-ALVO
                  ORDER BY ANO, ORDEM
           END-EXEC.

           EXEC SQL
              DECLARE CUR-EXP-EVTF CURSOR FOR
                 SELECT ID, TIPO, DATA_EVENTO, HORA_EVENTO, TEXTO
                   FROM EVENTO_FILA
                  WHERE USERID = :WS-USERID-ALVO
                     OR USERID_2 = :WS-USERID-ALVO
                  ORDER BY ID
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF WS-MODO-LISTA
               PERFORM 5000-REMOVE-LISTA
           ELSE
               PERFORM 2000-EXPORTA-TUDO
               PERFORM 2900-FECHA-EXPORTA
               PERFORM 3000-REMOVE-TUDO
               PERFORM 8600-MARCA-REMOVIDO
           END-IF
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RL - REMOCAO DE DADOS PESSOAIS INICIADA'

           ACCEPT WS-CARTAO-SYSIN FROM SYSIN

           IF WS-PARM-MODO EQUAL 'DESLIGADOS'
               MOVE 'L'                    TO WS-MODO
               DISPLAY 'REMOVE OS DESLIGADOS COM A CARENCIA VENCIDA '
                       '(LISTA DESLIGAMENTO)'
           ELSE
               PERFORM 1100-VALIDA-USERID
           END-IF

           OPEN OUTPUT EXPORTA
           .

       1100-VALIDA-USERID.
           MOVE FUNCTION UPPER-CASE(WS-PARM-USERID)
                                           TO WS-USERID-ALVO


           DISPLAY 'USERID A REMOVER: ' WS-USERID-ALVO

           PERFORM 1200-VERIFICA-BLOQUEIO

           IF WS-MOTIVO-BLOQ NOT EQUAL SPACES
               PERFORM 8700-MARCA-BLOQUEADO
               PERFORM 9000-ENCERRA
           END-IF
           .

      * O JOB RECUSA REMOVER O JOGADOR NO MEIO DE ALGUMA COISA - JOGO
      * EM ANDAMENTO OU DUELO AINDA SEM VENCEDOR. DEVOLVE O MOTIVO EM
      * WS-MOTIVO-BLOQ (BRANCO QUANDO NADA IMPEDE A REMOCAO).
       1200-VERIFICA-BLOQUEIO.
           MOVE SPACES                     TO WS-MOTIVO-BLOQ

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-BLOQUEIO-COMP
           IF SQLCODE EQUAL 0 AND WS-BLOQUEIO-COMP > 0
               DISPLAY '*** JOGADOR COM JOGO EM ANDAMENTO '
                       '(JOGO_ATIVO) - REMOCAO RECUSADA'
               MOVE 'JOGO EM ANDAMENTO (JOGO_ATIVO)'
                                           TO WS-MOTIVO-BLOQ
           END-IF

           EXEC SQL
           IF SQLCODE EQUAL 0 AND WS-BLOQUEIO-COMP > 0
               DISPLAY '*** JOGADOR COM DUELO EM ABERTO - '
                       'REMOCAO RECUSADA'
               MOVE 'DUELO EM ABERTO (JOGO_DUELO)'
                                           TO WS-MOTIVO-BLOQ
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-BLOQUEIO-COMP
                FROM JOGO_COOP
               WHERE RESULTADO = SPACES
                 AND (USERID_1 = :WS-USERID-ALVO
                      OR USERID_2 = :WS-USERID-ALVO)
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-BLOQUEIO-COMP > 0
               DISPLAY '*** JOGADOR COM JOGO COOPERATIVO EM ABERTO - '
                       'REMOCAO RECUSADA'
               MOVE 'JOGO COOPERATIVO EM ABERTO (JOGO_COOP)'
                                           TO WS-MOTIVO-BLOQ
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-BLOQUEIO-COMP
                FROM DESAFIO_COLEGA
               WHERE SITUACAO IN ('P', 'J')
                 AND (REMETENTE = :WS-USERID-ALVO
                      OR DESTINATARIO = :WS-USERID-ALVO)
           END-EXEC

           IF SQLCODE EQUAL 0 AND WS-BLOQUEIO-COMP > 0
               DISPLAY '*** JOGADOR COM DESAFIO DE COLEGA EM ABERTO - '
                       'REMOCAO RECUSADA'
               MOVE 'DESAFIO EM ABERTO (DESAFIO_COLEGA)'
                                           TO WS-MOTIVO-BLOQ
           END-IF
           .

      *----------------------------------------------------------------*
           PERFORM 2050-EXPORTA-CONQUISTA
           PERFORM 2060-EXPORTA-DESAFIO
           PERFORM 2075-EXPORTA-DUELOS
           PERFORM 2077-EXPORTA-COOP
           PERFORM 2065-EXPORTA-DESAFIO-COLEGA
           PERFORM 2080-EXPORTA-SUSPEITA
           PERFORM 2085-EXPORTA-TORNEIO-INSC
           PERFORM 2090-EXPORTA-SESSOES
           PERFORM 2092-EXPORTA-RECUSAS
           PERFORM 2095-EXPORTA-MENSAGENS
           PERFORM 2097-EXPORTA-PREMIOS
           PERFORM 2067-EXPORTA-GALERIA
           PERFORM 2063-EXPORTA-EVENTOS
           PERFORM 2070-EXPORTA-CONTROLES
           .

      * O ARQUIVO FECHA ANTES DE QUALQUER REMOCAO - SE O EXPORT NAO
      * CHEGOU INTEIRO AO DISCO, NADA FOI APAGADO AINDA.
       2900-FECHA-EXPORTA.
           CLOSE EXPORTA
           .

       2076-EXPORTA-1-DUELO-EXIT.
           EXIT.

      * JOGOS COOPERATIVOS DOS QUAIS O JOGADOR PARTICIPOU - OS
      * NUMEROS SAO OS DA DUPLA, COM O COLEGA DA OUTRA PONTA.
       2077-EXPORTA-COOP.
           MOVE 'JOGO_COOP'                TO WS-SEC-TABELA
           MOVE WS-LINHA-SECAO             TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-EXP-COOP
           END-EXEC

           PERFORM 2078-EXPORTA-1-COOP THRU 2078-EXPORTA-1-COOP-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-EXP-COOP
           END-EXEC
           .

       2078-EXPORTA-1-COOP.
           EXEC SQL
              FETCH CUR-EXP-COOP
                INTO :DCLCO-ID, :DCLCO-USERID-1, :DCLCO-USERID-2,
                     :DCLCO-TENTATIVAS, :DCLCO-PONTUACAO,
                     :DCLCO-RESULTADO, :DCLCO-DATA-JOGO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2078-EXPORTA-1-COOP-EXIT
           END-IF

           MOVE DCLCO-ID                   TO WS-NUM-EDIT1
           MOVE DCLCO-TENTATIVAS           TO WS-NUM-EDIT2
           MOVE DCLCO-PONTUACAO            TO WS-NUM-EDIT3
           IF DCLCO-USERID-1 EQUAL WS-USERID-ALVO
               MOVE DCLCO-USERID-2         TO DCLCO-USERID-1
           END-IF

           MOVE SPACES                     TO WS-LINHA-EXPORT
           STRING 'COOP ' DELIMITED SIZE
                  WS-NUM-EDIT1 DELIMITED SIZE
                  ' EM ' DELIMITED SIZE
                  DCLCO-DATA-JOGO DELIMITED SIZE
                  ' COM ' DELIMITED SIZE
                  DCLCO-USERID-1 DELIMITED SIZE
                  ' RESULTADO ' DELIMITED SIZE
                  DCLCO-RESULTADO DELIMITED SIZE
                  ' TENTATIVAS ' DELIMITED SIZE
                  WS-NUM-EDIT2 DELIMITED SIZE
                  ' PONTOS ' DELIMITED SIZE
                  WS-NUM-EDIT3 DELIMITED SIZE
                  INTO WS-LINHA-EXPORT
           MOVE WS-LINHA-EXPORT            TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA
           .
       2078-EXPORTA-1-COOP-EXIT.
           EXIT.

      * OS EVENTOS DO PAINEL DA INTRANET AINDA GUARDADOS EM
      * EVENTO_FILA (O QUE JA FOI DRENADO HA MAIS DE 7 DIAS NAO ESTA
      * MAIS AQUI).
       2063-EXPORTA-EVENTOS.
           MOVE 'EVENTO_FILA'              TO WS-SEC-TABELA
           MOVE WS-LINHA-SECAO             TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-EXP-EVTF
           END-EXEC

           PERFORM 2064-EXPORTA-1-EVENTO THRU
                   2064-EXPORTA-1-EVENTO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-EXP-EVTF
           END-EXEC
           .

       2064-EXPORTA-1-EVENTO.
           EXEC SQL
              FETCH CUR-EXP-EVTF
                INTO :DCLEF-ID, :DCLEF-TIPO, :DCLEF-DATA-EVENTO,
                     :DCLEF-HORA-EVENTO, :DCLEF-TEXTO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2064-EXPORTA-1-EVENTO-EXIT
           END-IF

           MOVE DCLEF-ID                   TO WS-NUM-EDIT1
           MOVE SPACES                     TO WS-LINHA-EXPORT
           STRING 'EVENTO ' DELIMITED SIZE
                  WS-NUM-EDIT1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLEF-TIPO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLEF-DATA-EVENTO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLEF-HORA-EVENTO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLEF-TEXTO DELIMITED SIZE
                  INTO WS-LINHA-EXPORT
           MOVE WS-LINHA-EXPORT            TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA
           .
       2064-EXPORTA-1-EVENTO-EXIT.
           EXIT.

      * DESAFIOS DE COLEGA ENVIADOS OU RECEBIDOS PELO JOGADOR, COM
      * QUEM ENVIOU E QUEM RECEBEU.
       2065-EXPORTA-DESAFIO-COLEGA.
           MOVE 'DESAFIO_COLEGA'           TO WS-SEC-TABELA
           MOVE WS-LINHA-SECAO             TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-EXP-DCOL
           END-EXEC

           PERFORM 2066-EXPORTA-1-DCOL THRU 2066-EXPORTA-1-DCOL-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-EXP-DCOL
           END-EXEC
           .

       2066-EXPORTA-1-DCOL.
           EXEC SQL
              FETCH CUR-EXP-DCOL
                INTO :DCLDC-ID, :DCLDC-REMETENTE, :DCLDC-DESTINATARIO,
                     :DCLDC-SITUACAO, :DCLDC-TENTATIVAS,
                     :DCLDC-PONTUACAO, :DCLDC-DATA-ENVIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2066-EXPORTA-1-DCOL-EXIT
           END-IF

           MOVE DCLDC-ID                   TO WS-NUM-EDIT1
           MOVE DCLDC-TENTATIVAS           TO WS-NUM-EDIT2
           MOVE DCLDC-PONTUACAO            TO WS-NUM-EDIT3

           MOVE SPACES                     TO WS-LINHA-EXPORT
           STRING 'DESAFIO ' DELIMITED SIZE
                  WS-NUM-EDIT1 DELIMITED SIZE
                  ' EM ' DELIMITED SIZE
                  DCLDC-DATA-ENVIO DELIMITED SIZE
                  ' DE ' DELIMITED SIZE
                  DCLDC-REMETENTE DELIMITED SIZE
                  ' PARA ' DELIMITED SIZE
                  DCLDC-DESTINATARIO DELIMITED SIZE
                  ' SITUACAO ' DELIMITED SIZE
                  DCLDC-SITUACAO DELIMITED SIZE
                  ' TENTATIVAS ' DELIMITED SIZE
                  WS-NUM-EDIT2 DELIMITED SIZE
                  ' PONTOS ' DELIMITED SIZE
                  WS-NUM-EDIT3 DELIMITED SIZE
                  INTO WS-LINHA-EXPORT
           MOVE WS-LINHA-EXPORT            TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA
           .
       2066-EXPORTA-1-DCOL-EXIT.
           EXIT.

       2067-EXPORTA-GALERIA.
           MOVE 'GALERIA_FAMA'             TO WS-SEC-TABELA
           MOVE WS-LINHA-SECAO             TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-EXP-GALF
           END-EXEC

           PERFORM 2068-EXPORTA-1-GALERIA THRU
                   2068-EXPORTA-1-GALERIA-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-EXP-GALF
           END-EXEC
           .

       2068-EXPORTA-1-GALERIA.
           EXEC SQL
              FETCH CUR-EXP-GALF
                INTO :DCLGF-ANO, :DCLGF-CATEGORIA, :DCLGF-VALOR,
                     :DCLGF-REFERENCIA, :DCLGF-NOME
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2068-EXPORTA-1-GALERIA-EXIT
           END-IF

           MOVE DCLGF-VALOR                TO WS-NUM-EDIT1
           MOVE SPACES                     TO WS-LINHA-EXPORT
           STRING 'GALERIA ' DELIMITED SIZE
                  DCLGF-ANO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLGF-CATEGORIA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-NUM-EDIT1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLGF-REFERENCIA DELIMITED SIZE
                  ' NOME ' DELIMITED SIZE
                  DCLGF-NOME DELIMITED SIZE
                  INTO WS-LINHA-EXPORT
           MOVE WS-LINHA-EXPORT            TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA
           .
       2068-EXPORTA-1-GALERIA-EXIT.
           EXIT.

       2080-EXPORTA-SUSPEITA.
           MOVE 'SUSPEITA'                 TO WS-SEC-TABELA
           MOVE WS-LINHA-SECAO             TO WS-REG-EXPORTA
       2091-EXPORTA-1-SESSAO-EXIT.
           EXIT.

       2092-EXPORTA-RECUSAS.
           MOVE 'RECUSA_JOGO'              TO WS-SEC-TABELA
           MOVE WS-LINHA-SECAO             TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-EXP-RECJ
           END-EXEC

           PERFORM 2093-EXPORTA-1-RECUSA THRU
                   2093-EXPORTA-1-RECUSA-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-EXP-RECJ
           END-EXEC
           .

       2093-EXPORTA-1-RECUSA.
           EXEC SQL
              FETCH CUR-EXP-RECJ
                INTO :DCLRJ-DATA-RECUSA, :DCLRJ-HORA-RECUSA,
                     :DCLRJ-MOTIVO, :DCLRJ-TRANSACAO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2093-EXPORTA-1-RECUSA-EXIT
           END-IF

           MOVE SPACES                     TO WS-LINHA-EXPORT
           STRING DCLRJ-DATA-RECUSA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLRJ-HORA-RECUSA DELIMITED SIZE
                  ' MOTIVO ' DELIMITED SIZE
                  DCLRJ-MOTIVO DELIMITED SIZE
                  ' TRANSACAO ' DELIMITED SIZE
                  DCLRJ-TRANSACAO DELIMITED SIZE
                  INTO WS-LINHA-EXPORT
           MOVE WS-LINHA-EXPORT            TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA
           .
       2093-EXPORTA-1-RECUSA-EXIT.
           EXIT.

       2095-EXPORTA-MENSAGENS.
           MOVE 'MENSAGEM'                 TO WS-SEC-TABELA
           MOVE WS-LINHA-SECAO             TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-EXP-MENS
           END-EXEC

           PERFORM 2096-EXPORTA-1-MENS THRU
                   2096-EXPORTA-1-MENS-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-EXP-MENS
           END-EXEC
           .

       2096-EXPORTA-1-MENS.
           EXEC SQL
              FETCH CUR-EXP-MENS
                INTO :DCLMS-TIPO, :DCLMS-TEXTO, :DCLMS-LIDA,
                     :DCLMS-DATA-MSG, :DCLMS-HORA-MSG
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2096-EXPORTA-1-MENS-EXIT
           END-IF

           MOVE SPACES                     TO WS-LINHA-EXPORT
           STRING DCLMS-DATA-MSG DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLMS-HORA-MSG DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLMS-TIPO DELIMITED SIZE
                  ' LIDA ' DELIMITED SIZE
                  DCLMS-LIDA DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLMS-TEXTO DELIMITED SIZE
                  INTO WS-LINHA-EXPORT
           MOVE WS-LINHA-EXPORT            TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA
           .
       2096-EXPORTA-1-MENS-EXIT.
           EXIT.

       2097-EXPORTA-PREMIOS.
           MOVE 'PREMIO'                   TO WS-SEC-TABELA
           MOVE WS-LINHA-SECAO             TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA

           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-EXP-PREM
           END-EXEC

           PERFORM 2098-EXPORTA-1-PREMIO THRU
                   2098-EXPORTA-1-PREMIO-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-EXP-PREM
           END-EXEC
           .

       2098-EXPORTA-1-PREMIO.
           EXEC SQL
              FETCH CUR-EXP-PREM
                INTO :DCLPR-ID, :DCLPR-TIPO, :DCLPR-PERIODO,
                     :DCLPR-REFERENCIA, :DCLPR-SITUACAO,
                     :DCLPR-DATA-SITUACAO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 2098-EXPORTA-1-PREMIO-EXIT
           END-IF

           MOVE DCLPR-ID                   TO WS-NUM-EDIT1
           MOVE SPACES                     TO WS-LINHA-EXPORT
           STRING 'PREMIO ' DELIMITED SIZE
                  WS-NUM-EDIT1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLPR-TIPO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLPR-PERIODO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DCLPR-REFERENCIA DELIMITED SIZE
                  ' SITUACAO ' DELIMITED SIZE
                  DCLPR-SITUACAO DELIMITED SIZE
                  ' EM ' DELIMITED SIZE
                  DCLPR-DATA-SITUACAO DELIMITED SIZE
                  INTO WS-LINHA-EXPORT
           MOVE WS-LINHA-EXPORT            TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA
           .
       2098-EXPORTA-1-PREMIO-EXIT.
           EXIT.

      * AS TABELAS DE UMA LINHA (OU QUASE) POR JOGADOR SAEM NUMA
      * SECAO UNICA DE CONTROLES, SO COM O QUE EXISTE.
       2070-EXPORTA-CONTROLES.
           MOVE 'CONTROLES'                TO WS-SEC-TABELA
           MOVE WS-LINHA-SECAO             TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA

           EXEC SQL
              SELECT RATING, JOGOS
                INTO :DCLRT-RATING, :DCLRT-JOGOS
                FROM RATING
               WHERE USERID = :WS-USERID-ALVO
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE DCLRT-RATING           TO WS-NUM-EDIT1
               MOVE DCLRT-JOGOS            TO WS-NUM-EDIT2
               MOVE SPACES                 TO WS-LINHA-EXPORT
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * O RESUMO DIARIO SEGUE O HISTJOGO - UMA RECONSTRUCAO PELO
      * P3O99RU DARIA O MESMO RESULTADO.
           MOVE 'RESUMO_DIA'               TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
              UPDATE RESUMO_DIA
                 SET USERID = :WS-USERID-ANONIMO
               WHERE USERID = :WS-USERID-ALVO
           END-EXEC
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

           MOVE 'TORNEIO_JOGO'             TO WS-NOME-TABELA
           EXEC SQL
              SELECT COUNT(*)
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * OS JOGOS COOPERATIVOS TERMINADOS FICAM PELO MESMO MOTIVO DOS
      * DUELOS (SAO DO COLEGA TAMBEM) - O BLOQUEIO DA INICIALIZACAO
      * JA GARANTIU QUE NENHUM ESTA SEM RESULTADO.
           MOVE 'JOGO_COOP'                TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
              UPDATE JOGO_COOP
                 SET USERID_1 = CASE WHEN USERID_1 = :WS-USERID-ALVO
                                     THEN :WS-USERID-ANONIMO
                                     ELSE USERID_1 END,
                     USERID_2 = CASE WHEN USERID_2 = :WS-USERID-ALVO
                                     THEN :WS-USERID-ANONIMO
                                     ELSE USERID_2 END
               WHERE USERID_1 = :WS-USERID-ALVO
                  OR USERID_2 = :WS-USERID-ALVO
           END-EXEC
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * OS DESAFIOS DE COLEGA TERMINADOS TAMBEM SAO DO OUTRO LADO -
      * FICAM, ANONIMOS. O BLOQUEIO DA INICIALIZACAO JA GARANTIU QUE
      * NENHUM ESTA PENDENTE OU EM JOGO.
           MOVE 'DESAFIO_COLEGA'           TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
              UPDATE DESAFIO_COLEGA
                 SET REMETENTE = CASE WHEN REMETENTE = :WS-USERID-ALVO
                                      THEN :WS-USERID-ANONIMO
                                      ELSE REMETENTE END,
                     DESTINATARIO =
                              CASE WHEN DESTINATARIO = :WS-USERID-ALVO
                                   THEN :WS-USERID-ANONIMO
                                   ELSE DESTINATARIO END
               WHERE REMETENTE = :WS-USERID-ALVO
                  OR DESTINATARIO = :WS-USERID-ALVO
           END-EXEC
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * O HISTORICO DE TEMPORADAS GUARDA USERID E INICIAIS - AS
      * POSICOES CONGELADAS FICAM, MAS ANONIMAS.
           MOVE 'TEMPORADA_HIST'           TO WS-NOME-TABELA
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * A GALERIA DA FAMA GUARDA USERID E NOME - OS DESTAQUES DO ANO
      * FICAM, MAS ANONIMOS.
           MOVE 'GALERIA_FAMA'             TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
              UPDATE GALERIA_FAMA
                 SET USERID = :WS-USERID-ANONIMO,
                     NOME = '*****'
               WHERE USERID = :WS-USERID-ALVO
           END-EXEC
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * OS EVENTOS DO PAINEL DA INTRANET FICAM (A SEQUENCIA NAO PODE
      * TER BURACO), MAS O USERID DO REMOVIDO SAI DOS DOIS LADOS. O
      * QUE JA FOI DRENADO PARA A INTRANET E TRATADO LA.
           MOVE 'EVENTO_FILA'              TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
              UPDATE EVENTO_FILA
                 SET USERID   = CASE WHEN USERID = :WS-USERID-ALVO
                                     THEN :WS-USERID-ANONIMO
                                     ELSE USERID END,
                     USERID_2 = CASE WHEN USERID_2 = :WS-USERID-ALVO
                                     THEN :WS-USERID-ANONIMO
                                     ELSE USERID_2 END
               WHERE USERID = :WS-USERID-ALVO
                  OR USERID_2 = :WS-USERID-ALVO
           END-EXEC
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * O CAMPEAO REGISTRADO NUM TORNEIO ENCERRADO TAMBEM E DADO
      * PESSOAL - O TORNEIO FICA, O NOME SAI.
           MOVE 'TORNEIO'                  TO WS-NOME-TABELA
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * O PREMIO JA ENVIADO AO RH (OU JA DECIDIDO) FICA, ANONIMO, PARA
      * O CONTROLE DOS LOTES; O QUE AINDA IA SER ENVIADO E CANCELADO
      * ANTES, PARA NAO SAIR NUM LOTE DO P3O99RY SEM DONO.
           MOVE 'PREMIO'                   TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           PERFORM 8500-MONTA-DATA-HORA
           EXEC SQL
              UPDATE PREMIO
                 SET SITUACAO = 'C',
                     OBSERVACAO = 'JOGADOR REMOVIDO',
                     DATA_SITUACAO = :WS-SQL-DATA
               WHERE USERID = :WS-USERID-ALVO
                 AND SITUACAO IN ('P', 'A')
           END-EXEC
           EXEC SQL
              UPDATE PREMIO
                 SET USERID = :WS-USERID-ANONIMO
               WHERE USERID = :WS-USERID-ALVO
           END-EXEC
           MOVE 'A'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

           MOVE 'AUDITORIA'                TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
           MOVE 'E'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * A SOMBRA DA RECONSTRUCAO DO RATING (P3O99RF) PODE TER FICADO
      * COM O JOGADOR NUMA CARGA INTERROMPIDA.
           MOVE 'RATING_NOVO'              TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
              DELETE FROM RATING_NOVO
               WHERE USERID = :WS-USERID-ALVO
           END-EXEC
           MOVE 'E'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

           MOVE 'EQUIPE_MEMBRO'            TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
           MOVE 'E'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

      * AS APURACOES SAO ACHADAS PELAS SUSPEITAS DO JOGADOR - SAEM
      * ANTES DELAS.
           MOVE 'SUSPEITA_APUR'            TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
              DELETE FROM SUSPEITA_APUR
               WHERE SUSPEITA_ID IN
                     (SELECT ID FROM SUSPEITA
                       WHERE USERID = :WS-USERID-ALVO)
           END-EXEC
           MOVE 'E'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

           MOVE 'SUSPEITA'                 TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
           MOVE 'E'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

           MOVE 'RECUSA_JOGO'              TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
              DELETE FROM RECUSA_JOGO
               WHERE USERID = :WS-USERID-ALVO
           END-EXEC
           MOVE 'E'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

           MOVE 'MENSAGEM'                 TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
              DELETE FROM MENSAGEM
               WHERE USERID = :WS-USERID-ALVO
           END-EXEC
           MOVE 'E'                        TO WS-ACAO
           PERFORM 8200-COMMIT-E-LOGA

           MOVE 'JOGADOR'                  TO WS-NOME-TABELA
           PERFORM 8400-CONTA-GENERICA
           EXEC SQL
           PERFORM 8200-COMMIT-E-LOGA
           .

      *----------------------------------------------------------------*
      * LISTA DE DESLIGADOS: OS USERIDS EM 'V' SAO LIDOS EM ORDEM, UM
      * POR VEZ (O SEGUINTE AO ULTIMO TRATADO), DUAS VEZES - NA
      * PRIMEIRA PASSADA TODOS SAO EXPORTADOS E O ARQUIVO FECHA; SO
      * ENTAO A SEGUNDA PASSADA REMOVE. QUEM ESTA BLOQUEADO VAI PARA
      * 'B' E SAI DAS PASSADAS.
      *----------------------------------------------------------------*
       5000-REMOVE-LISTA.
           MOVE SPACES                     TO WS-USERID-ULTIMO
           MOVE 'N'                        TO WS-FIM-LISTA
           PERFORM 5100-EXPORTA-1-DESLIG THRU 5100-EXPORTA-1-DESLIG-EXIT
               UNTIL WS-ACABOU-LISTA

           PERFORM 2900-FECHA-EXPORTA

           MOVE SPACES                     TO WS-USERID-ULTIMO
           MOVE 'N'                        TO WS-FIM-LISTA
           PERFORM 5200-REMOVE-1-DESLIG THRU 5200-REMOVE-1-DESLIG-EXIT
               UNTIL WS-ACABOU-LISTA
           .

       5100-EXPORTA-1-DESLIG.
           PERFORM 5300-PROXIMO-DA-LISTA

           IF WS-ACABOU-LISTA
               GO TO 5100-EXPORTA-1-DESLIG-EXIT
           END-IF

           DISPLAY 'USERID A EXPORTAR: ' WS-USERID-ALVO

           PERFORM 1200-VERIFICA-BLOQUEIO

           IF WS-MOTIVO-BLOQ NOT EQUAL SPACES
               PERFORM 8700-MARCA-BLOQUEADO
               GO TO 5100-EXPORTA-1-DESLIG-EXIT
           END-IF

      * NO ARQUIVO COM VARIOS JOGADORES, CADA UM ABRE COM O USERID.
           MOVE SPACES                     TO WS-LINHA-EXPORT
           STRING 'JOGADOR REMOVIDO: ' DELIMITED SIZE
                  WS-USERID-ALVO DELIMITED SIZE
                  INTO WS-LINHA-EXPORT
           MOVE WS-LINHA-EXPORT            TO WS-REG-EXPORTA
           WRITE WS-REG-EXPORTA

           PERFORM 2000-EXPORTA-TUDO
           .
       5100-EXPORTA-1-DESLIG-EXIT.
           EXIT.

       5200-REMOVE-1-DESLIG.
           PERFORM 5300-PROXIMO-DA-LISTA

           IF WS-ACABOU-LISTA
               GO TO 5200-REMOVE-1-DESLIG-EXIT
           END-IF

           DISPLAY 'USERID A REMOVER: ' WS-USERID-ALVO

      * CONFERE DE NOVO: ENTRE AS DUAS PASSADAS NADA DEVERIA TER
      * ABERTO, MAS SE ABRIU O JOGADOR FICA PARA A PROXIMA NOITE (O
      * EXPORT DELE SAI DE NOVO ENTAO).
           PERFORM 1200-VERIFICA-BLOQUEIO

           IF WS-MOTIVO-BLOQ NOT EQUAL SPACES
               PERFORM 8700-MARCA-BLOQUEADO
               GO TO 5200-REMOVE-1-DESLIG-EXIT
           END-IF

           PERFORM 3000-REMOVE-TUDO
           PERFORM 8600-MARCA-REMOVIDO
           .
       5200-REMOVE-1-DESLIG-EXIT.
           EXIT.

      * PROXIMO USERID EM 'V' DEPOIS DE WS-USERID-ULTIMO; SEM MAIS
      * NENHUM, LIGA WS-ACABOU-LISTA.
       5300-PROXIMO-DA-LISTA.
           EXEC SQL
              SELECT COALESCE(MIN(USERID), ' ')
                INTO :DCLDS-USERID
                FROM DESLIGAMENTO
               WHERE SITUACAO = 'V'
                 AND USERID > :WS-USERID-ULTIMO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE NA LISTA DESLIGAMENTO: '
                       SQLCODE
               MOVE 'S'                    TO WS-FIM-LISTA
           END-IF

           IF DCLDS-USERID EQUAL SPACES
               MOVE 'S'                    TO WS-FIM-LISTA
           END-IF

           MOVE DCLDS-USERID               TO WS-USERID-ALVO
           MOVE DCLDS-USERID               TO WS-USERID-ULTIMO
           .

       8300-CONTA-HISTJOGO.
           EXEC SQL
              SELECT COUNT(*)
                      FROM AUDITORIA
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'RESUMO_DIA'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM RESUMO_DIA
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'PLACAR'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM RATING
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'RATING_NOVO'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM RATING_NOVO
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'EQUIPE_MEMBRO'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM EQUIPE_MEMBRO
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'SUSPEITA_APUR'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM SUSPEITA_APUR
                     WHERE SUSPEITA_ID IN
                           (SELECT ID FROM SUSPEITA
                             WHERE USERID = :WS-USERID-ALVO)
                 END-EXEC
              WHEN 'SUSPEITA'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM SESSAO
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'RECUSA_JOGO'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM RECUSA_JOGO
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'MENSAGEM'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM MENSAGEM
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'JOGO_DUELO'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                     WHERE USERID_1 = :WS-USERID-ALVO
                        OR USERID_2 = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'JOGO_COOP'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM JOGO_COOP
                     WHERE USERID_1 = :WS-USERID-ALVO
                        OR USERID_2 = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'DESAFIO_COLEGA'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM DESAFIO_COLEGA
                     WHERE REMETENTE = :WS-USERID-ALVO
                        OR DESTINATARIO = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'TEMPORADA_HIST'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM TEMPORADA_HIST
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'GALERIA_FAMA'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM GALERIA_FAMA
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'EVENTO_FILA'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM EVENTO_FILA
                     WHERE USERID = :WS-USERID-ALVO
                        OR USERID_2 = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'TORNEIO'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM TORNEIO
                     WHERE CAMPEAO = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'PREMIO'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
                      FROM PREMIO
                     WHERE USERID = :WS-USERID-ALVO
                 END-EXEC
              WHEN 'JOGADOR'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-CONT-LINHAS-COMP
           END-IF
           .

      * JOGADOR REMOVIDO: A LINHA DA LISTA VAI PARA 'E'. SEM LINHA
      * (REMOCAO AVULSA), INCLUI UMA JA EM 'E', PARA O P3O99RV NAO
      * PEGAR O USERID DE NOVO QUANDO A CARGA O TROUXER COMO 'D'.
       8600-MARCA-REMOVIDO.
           PERFORM 8500-MONTA-DATA-HORA

           EXEC SQL
              UPDATE DESLIGAMENTO
                 SET SITUACAO = 'E',
                     DATA_SITUACAO = :WS-SQL-DATA,
                     MOTIVO = ' '
               WHERE USERID = :WS-USERID-ALVO
           END-EXEC

           IF SQLCODE EQUAL +100
               MOVE WS-USERID-ALVO         TO DCLDS-USERID
               MOVE WS-SQL-DATA            TO DCLDS-DATA-DESLIG
               MOVE 'E'                    TO DCLDS-SITUACAO
               MOVE WS-SQL-DATA            TO DCLDS-DATA-SITUACAO
               MOVE 0                      TO DCLDS-JOGOS-FECHADOS
               MOVE 0                      TO DCLDS-DUELOS-FECHADOS
               MOVE SPACES                 TO DCLDS-MOTIVO
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
           END-IF

           IF SQLCODE NOT EQUAL 0
               DISPLAY '*** ERRO SQLCODE AO MARCAR ' WS-USERID-ALVO
                       ' NA LISTA DESLIGAMENTO: ' SQLCODE
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           ADD 1                           TO WS-TOT-REMOVIDOS
           .

      * REMOCAO RECUSADA: A LINHA DA LISTA, SE HOUVER, VAI PARA 'B'
      * COM O MOTIVO - O P3O99RV FECHA O QUE BLOQUEIA E DEVOLVE O
      * USERID PARA 'V' NA NOITE SEGUINTE.
       8700-MARCA-BLOQUEADO.
           PERFORM 8500-MONTA-DATA-HORA

           EXEC SQL
              UPDATE DESLIGAMENTO
                 SET SITUACAO = 'B',
                     DATA_SITUACAO = :WS-SQL-DATA,
                     MOTIVO = :WS-MOTIVO-BLOQ
               WHERE USERID = :WS-USERID-ALVO
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY '*** ERRO SQLCODE AO MARCAR ' WS-USERID-ALVO
                       ' NA LISTA DESLIGAMENTO: ' SQLCODE
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           ADD 1                           TO WS-TOT-BLOQUEADOS
           .

      * COMMITA A TABELA RECEM-TRATADA E REGISTRA A ACAO EM
      * REMOCAO_LOG - E O REGISTRO AUDITAVEL QUE O SQL A MAO NUNCA
      * DEIXAVA.
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'P3O99RL - TABELAS TRATADAS: ' WS-TOT-TABELAS
           IF WS-MODO-LISTA
               DISPLAY 'P3O99RL - DESLIGADOS REMOVIDOS: '
                       WS-TOT-REMOVIDOS
               DISPLAY 'P3O99RL - DESLIGADOS BLOQUEADOS: '
                       WS-TOT-BLOQUEADOS
           END-IF
           DISPLAY 'P3O99RL - REMOCAO DE DADOS PESSOAIS CONCLUIDA'
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

           MOVE 'P3O99RL'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RL'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RL - RETIDO POR DEPENDENCIA: '
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
