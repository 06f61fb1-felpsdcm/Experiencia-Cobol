      *    - JOGOS EM ANDAMENTO (JOGO_ATIVO) E O MAIS ANTIGO DELES
      *    - DUELOS AGUARDANDO OPONENTE E DUELOS EM DISPUTA
      *    - JOGOS TERMINADOS / VITORIAS / DERROTAS DE HOJE (HISTJOGO)
      *    - JOGOS DE ONTEM E A MEDIA DIARIA DOS ULTIMOS 7 DIAS, DO
      *      RESUMO DIARIO (RESUMO_DIA, MONTADO PELO JOB P3O99RU) -
      *      HOJE CONTINUA VINDO DE HISTJOGO, PORQUE O RESUMO SO
      *      FECHA O DIA NA MADRUGADA SEGUINTE
      *    - DATA/HORA DA ULTIMA LINHA DE AUDITORIA, COMO BATIMENTO
      *      DE QUE AS JOGADAS CONTINUAM SENDO REGISTRADAS
      * ENTER ATUALIZA OS NUMEROS; PF3 VOLTA AO MENU.
       77  WS-VITORIAS-HOJE-COMP           PIC S9(09) COMP.
       77  WS-DERROTAS-HOJE-COMP           PIC S9(09) COMP.
       77  WS-SUSPEITAS-COMP               PIC S9(09) COMP.
       77  WS-JOGOS-ONTEM-COMP             PIC S9(09) COMP.
       77  WS-JOGOS-7DIAS-COMP             PIC S9(09) COMP.
       77  WS-LINHAS-ONTEM-COMP            PIC S9(09) COMP.
       77  WS-CONT-EDIT                    PIC Z(03)9.
       77  WS-CONT-EDIT2                   PIC Z(03)9.

           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA                   PIC X(02).

      * ONTEM E O PRIMEIRO DOS 7 DIAS FECHADOS, PARA O RESUMO DIARIO.
       77  WS-DATA-AUX                     PIC 9(08).
       01  WS-SQL-ONTEM.
           05 WS-SQL-ANO-ONT               PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-MES-ONT               PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA-ONT               PIC X(02).
       01  WS-SQL-7DIAS.
           05 WS-SQL-ANO-7D                PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-MES-7D                PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA-7D                PIC X(02).

      * LINHAS DO PAINEL.
       01  WS-LINHA-PAINEL.
           05 WS-LP-ROTULO                 PIC X(22).
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLRESD
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAUDIT
           END-EXEC.
           PERFORM 150-BATIMENTO-AUDITORIA
           PERFORM 160-SUSPEITAS-ABERTAS
           PERFORM 170-ULTIMO-ALERTA
           PERFORM 180-HISTORICO-RESUMO

           MOVE 'ENTER ATUALIZA - PF3 VOLTA AO MENU' TO MSGO
           .
           MOVE WS-LINHA-PAINEL            TO PAN9O
           .

      * JOGOS DE ONTEM E MEDIA DIARIA DOS 7 DIAS FECHADOS (ONTEM E OS
      * SEIS ANTERIORES), DO RESUMO DIARIO - CONTA TODOS OS MODOS,
      * COMO A LINHA DE HOJE, MENOS OS ANULADOS. SEM NENHUMA LINHA DE
      * ONTEM NO RESUMO, O JOB NOTURNO P3O99RU NAO RODOU (OU NINGUEM
      * JOGOU) E O PAINEL AVISA EM VEZ DE MOSTRAR ZERO.
       180-HISTORICO-RESUMO.
           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 1)
           MOVE WS-DATA-AUX(1:4)           TO WS-SQL-ANO-ONT
           MOVE WS-DATA-AUX(5:2)           TO WS-SQL-MES-ONT
           MOVE WS-DATA-AUX(7:2)           TO WS-SQL-DIA-ONT

           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 7)
           MOVE WS-DATA-AUX(1:4)           TO WS-SQL-ANO-7D
           MOVE WS-DATA-AUX(5:2)           TO WS-SQL-MES-7D
           MOVE WS-DATA-AUX(7:2)           TO WS-SQL-DIA-7D

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN DATA_JOGO = :WS-SQL-ONTEM
                                        THEN JOGOS ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN DATA_JOGO = :WS-SQL-ONTEM
                                        THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(JOGOS), 0)
                INTO :WS-JOGOS-ONTEM-COMP, :WS-LINHAS-ONTEM-COMP,
                     :WS-JOGOS-7DIAS-COMP
                FROM RESUMO_DIA
               WHERE DATA_JOGO >= :WS-SQL-7DIAS
                 AND DATA_JOGO <= :WS-SQL-ONTEM
           END-EXEC

           MOVE 'ONTEM/MEDIA 7 DIAS..:'    TO WS-LP-ROTULO
           IF SQLCODE NOT EQUAL 0
               MOVE '(ERRO NA CONSULTA)'   TO WS-LP-VALOR
           ELSE
               IF WS-LINHAS-ONTEM-COMP EQUAL 0
                   MOVE '(SEM RESUMO DE ONTEM)'
                                           TO WS-LP-VALOR
               ELSE
                   MOVE WS-JOGOS-ONTEM-COMP
                                           TO WS-CONT-EDIT
                   COMPUTE WS-CONT-EDIT2 ROUNDED =
                       WS-JOGOS-7DIAS-COMP / 7
                   MOVE SPACES             TO WS-LP-VALOR
                   STRING WS-CONT-EDIT DELIMITED SIZE
                          ' / ' DELIMITED SIZE
                          WS-CONT-EDIT2 DELIMITED SIZE
                          ' JOGOS' DELIMITED SIZE
                          INTO WS-LP-VALOR
               END-IF
           END-IF
           MOVE WS-LINHA-PAINEL            TO PAN10O
           .

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
