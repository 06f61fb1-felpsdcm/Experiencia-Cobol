      *        PLACAR - MARCA '*' NAS PONTUACOES DO MODO DIFICIL)
      *    D;USERID;PONTOS;TENTATIVAS        (RANKING DO DESAFIO DE
      *        ONTEM, SO OS VENCEDORES)
      *    A;MES;POSICAO;TENTATIVA;JOGOS;PCT-VITORIA  (AS 10
      *        ABERTURAS MAIS USADAS NOS JOGOS NORMAIS DO ULTIMO MES
      *        APURADO PELO RELATORIO MENSAL P3O99RZ - ABERTURA_MES)
      *    T;QTD-P;QTD-D;QTD-A               (TRAILER COM AS
      *        CONTAGENS, PARA O CARREGADOR DO OUTRO LADO VALIDAR A
      *        ENTREGA)
      * ACABA COM A COMUNICACAO TIRANDO FOTO DA TELA 3270 TODA
      * MANHA.
      * QUEM A CARGA DO RH TROUXE COMO DESLIGADO (JOGADOR.SITUACAO
      * 'D') NAO SAI NO PLACAR NEM NO DESAFIO - A PAGINA E PUBLICA.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           88 WS-ACABOU-CURSOR                 VALUE 'S'.
       77  WS-CONT-PLACAR                  PIC 9(05) VALUE 0.
       77  WS-CONT-DESAFIO                 PIC 9(05) VALUE 0.
       77  WS-CONT-ABERTURA                PIC 9(05) VALUE 0.
       77  WS-MARCA                        PIC X(01).

      * CAMPOS ZERO-PADRONIZADOS PARA O ARQUIVO DELIMITADO - O
      * CARREGADOR DO OUTRO LADO PREFERE LARGURA FIXA SEM BRANCOS.
       77  WS-PONTOS-SAIDA                 PIC 9(05).
       77  WS-TENTA-SAIDA                  PIC 9(05).
       77  WS-POS-SAIDA                    PIC 9(02).
       77  WS-PCT-SAIDA                    PIC 9(03).

       01  WS-LINHA-SAIDA                  PIC X(80).

              INCLUDE DCLDJOG
           END-EXEC.

           EXEC SQL
              INCLUDE DCLABER
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
                 SELECT INICIAIS, PONTUACAO, TENTATIVAS, DATA_JOGO,
                        MODO_DIFICIL
                   FROM PLACAR
                  WHERE NOT EXISTS
                      (SELECT 1
                         FROM JOGADOR J
                        WHERE J.USERID = PLACAR.USERID
                          AND J.SITUACAO = 'D')
                  ORDER BY PONTUACAO DESC
                  FETCH FIRST 20 ROWS ONLY
           END-EXEC.
                   FROM DESAFIO_JOGO
                  WHERE DATA_REF = :WS-SQL-DATA-ONTEM
                    AND RESULTADO = 'S'
                    AND NOT EXISTS
                        (SELECT 1
                           FROM JOGADOR J
                          WHERE J.USERID = DESAFIO_JOGO.USERID
                            AND J.SITUACAO = 'D')
                  ORDER BY PONTUACAO DESC, TENTATIVAS ASC
           END-EXEC.

      * AS ABERTURAS DOS JOGOS NORMAIS DO ULTIMO MES APURADO.
           EXEC SQL
              DECLARE CUR-ABERTURAS CURSOR FOR
                 SELECT MES, POSICAO, TENTATIVA, JOGOS, VITORIAS
                   FROM ABERTURA_MES
                  WHERE GRUPO = 'N'
                    AND MES = (SELECT MAX(M.MES)
                                 FROM ABERTURA_MES M
                                WHERE M.GRUPO = 'N')
                  ORDER BY POSICAO
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
           PERFORM 1000-INICIALIZA
           PERFORM 2000-EXTRAI-PLACAR
           PERFORM 3000-EXTRAI-DESAFIO
           PERFORM 3500-EXTRAI-ABERTURAS
           PERFORM 4000-GRAVA-TRAILER
           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RN - EXTRATO DA INTRANET INICIADO'
       3100-EXTRAI-1-DESAFIO-EXIT.
           EXIT.

       3500-EXTRAI-ABERTURAS.
           MOVE 'N'                        TO WS-FIM-CURSOR

           EXEC SQL
              OPEN CUR-ABERTURAS
           END-EXEC

           PERFORM 3600-EXTRAI-1-ABERTURA THRU
                   3600-EXTRAI-1-ABERTURA-EXIT
               UNTIL WS-ACABOU-CURSOR

           EXEC SQL
              CLOSE CUR-ABERTURAS
           END-EXEC
           .

       3600-EXTRAI-1-ABERTURA.
           EXEC SQL
              FETCH CUR-ABERTURAS
                INTO :DCLAB-MES, :DCLAB-POSICAO, :DCLAB-TENTATIVA,
                     :DCLAB-JOGOS, :DCLAB-VITORIAS
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-CURSOR
               GO TO 3600-EXTRAI-1-ABERTURA-EXIT
           END-IF

           ADD 1                           TO WS-CONT-ABERTURA
           MOVE DCLAB-POSICAO              TO WS-POS-SAIDA
           MOVE DCLAB-JOGOS                TO WS-PONTOS-SAIDA
           IF DCLAB-JOGOS > 0
               COMPUTE WS-PCT-SAIDA ROUNDED =
                   (DCLAB-VITORIAS * 100) / DCLAB-JOGOS
           ELSE
               MOVE 0                      TO WS-PCT-SAIDA
           END-IF

           MOVE SPACES                     TO WS-LINHA-SAIDA
           STRING 'A;' DELIMITED SIZE
                  DCLAB-MES DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-POS-SAIDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  DCLAB-TENTATIVA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-PONTOS-SAIDA DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-PCT-SAIDA DELIMITED SIZE
                  INTO WS-LINHA-SAIDA
           MOVE WS-LINHA-SAIDA             TO WS-REG-INTRANET
           WRITE WS-REG-INTRANET
           .
       3600-EXTRAI-1-ABERTURA-EXIT.
           EXIT.

      * TRAILER COM AS CONTAGENS DA ENTREGA - O CARREGADOR DA
      * INTRANET VALIDA O ARQUIVO POR ELE.
       4000-GRAVA-TRAILER.
                  WS-CONT-PLACAR DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-CONT-DESAFIO DELIMITED SIZE
                  ';' DELIMITED SIZE
                  WS-CONT-ABERTURA DELIMITED SIZE
                  INTO WS-LINHA-SAIDA
           MOVE WS-LINHA-SAIDA             TO WS-REG-INTRANET
           WRITE WS-REG-INTRANET

       9000-ENCERRA.
           COMPUTE WS-TOT-JEX-COMP =
               WS-CONT-PLACAR + WS-CONT-DESAFIO + WS-CONT-ABERTURA
           PERFORM 9900-REGISTRA-FIM

           DISPLAY 'LINHAS DO PLACAR EXTRAIDAS....: ' WS-CONT-PLACAR
           DISPLAY 'LINHAS DO DESAFIO EXTRAIDAS...: ' WS-CONT-DESAFIO
           DISPLAY 'LINHAS DE ABERTURA EXTRAIDAS..: ' WS-CONT-ABERTURA
           DISPLAY 'P3O99RN - EXTRATO DA INTRANET CONCLUIDO'
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

           MOVE 'P3O99RN'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RN'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RN - RETIDO POR DEPENDENCIA: '
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
