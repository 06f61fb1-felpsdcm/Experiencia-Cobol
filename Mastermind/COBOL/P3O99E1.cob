      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99E1.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * MANUTENCAO DA POLITICA DE USO DO JOGO POR DEPARTAMENTO (Y1E1 -
      * TRANSACAO DE OPERADOR, FORA DO MENU DOS JOGADORES): EM QUE
      * JANELAS DE HORARIO UM JOGO NOVO PODE COMECAR E QUANTOS JOGOS
      * NORMAIS POR DIA CADA JOGADOR DO DEPARTAMENTO PODE JOGAR (VEJA
      * DCLPOLJ). O DEPARTAMENTO E O DO CADASTRO DO RH
      * (JOGADOR.DEPARTAMENTO); A LINHA '*PADRAO' VALE PARA QUEM NAO
      * TEM LINHA PROPRIA. A POLITICA E APLICADA NO INICIO DE JOGO DO
      * MENU Y1B8 E DA Y1B0, E AS RECUSAS SAEM NO RELATORIO SEMANAL
      * P3O99S3 - E POR ELE QUE SE AJUSTA O QUE ESTA AQUI.
      *
      * FUNCOES: I = INCLUIR; A = ALTERAR (JANELAS E COTA SUBSTITUIDAS
      * PELO QUE ESTA NA TELA); E = EXCLUIR; EM BRANCO = SO LISTAR, EM
      * ORDEM DE DEPARTAMENTO A PARTIR DO DIGITADO. CADA JANELA E
      * DIGITADA COMO HHMM (INICIO INCLUSIVE, FIM EXCLUSIVE - O FIM
      * PODE SER 2400); JANELA EM BRANCO NAO E USADA, E NENHUMA JANELA
      * LIBERA O DIA INTEIRO. COTA EM BRANCO OU ZERO = SEM COTA. SO
      * USERIDS DE MANUT_AUTORIZ (OS MESMOS DA Y1C5) PODEM ALTERAR; A
      * LISTA E ABERTA. TODA ALTERACAO FICA REGISTRADA EM OPER_LOG COM
      * A IMAGEM DE ANTES E DE DEPOIS (CONSULTA NA Y1D4).
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
       77  WS-CONT-AUTORIZ-COMP            PIC S9(09) COMP.
       77  WS-AUTORIZADO-SW                PIC X(01) VALUE 'N'.
           88 WS-AUTORIZADO                    VALUE 'S'.
       77  WS-QTD-LINHAS                   PIC 9(04).
       77  WS-SQLCODE-SALVO                PIC S9(09) COMP.
       77  WS-RECUSA-SW                    PIC X(01) VALUE 'N'.
           88 WS-RECUSADO                      VALUE 'S'.
       77  WS-PROX-OLOG-ID-COMP            PIC S9(09) COMP.
       77  WS-J                            PIC 9(01).

      * DEPARTAMENTO DIGITADO (MAIUSCULO), PONTO DE PARTIDA DA LISTA E
      * A MENSAGEM GUARDADA ENQUANTO A TELA E LIMPA PARA A LISTA NOVA.
       77  WS-DEPARTAMENTO                 PIC X(20).
       77  WS-LISTA-DESDE                  PIC X(20).
       77  WS-MSG-TELA                     PIC X(40).

      * JANELAS E COTA COMO VIERAM DA TELA - JANELA EM BRANCO VIRA
      * 0000-0000 (NAO USADA).
       01  WS-JANELAS-DIG.
           05 WS-JD-JANELA                 OCCURS 3 TIMES.
              10 WS-JD-INI                 PIC X(04).
              10 WS-JD-INI-NUM             REDEFINES WS-JD-INI
                                           PIC 9(04).
              10 WS-JD-FIM                 PIC X(04).
              10 WS-JD-FIM-NUM             REDEFINES WS-JD-FIM
                                           PIC 9(04).
       01  WS-MAX-DIG                      PIC X(03).
       01  WS-MAX-DIG-NUM                  REDEFINES WS-MAX-DIG
                                           PIC 9(03).

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

      * IMAGEM DE UMA LINHA DA POLITICA PARA O OPER_LOG.
       01  WS-OLOG-IMAGEM.
           05 FILLER                       PIC X(03) VALUE 'J1='.
           05 WS-OI-INI1                   PIC 9(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-OI-FIM1                   PIC 9(04).
           05 FILLER                       PIC X(04) VALUE ' J2='.
           05 WS-OI-INI2                   PIC 9(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-OI-FIM2                   PIC 9(04).
           05 FILLER                       PIC X(04) VALUE ' J3='.
           05 WS-OI-INI3                   PIC 9(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-OI-FIM3                   PIC 9(04).
           05 FILLER                       PIC X(05) VALUE ' MAX='.
           05 WS-OI-MAX                    PIC 9(03).

      * LINHA DA LISTA DAS POLITICAS - JANELA NAO USADA SAI EM
      * BRANCO, E A COTA ZERO (SEM COTA) TAMBEM.
       01  WS-LINHA-POLITICA.
           05 WS-LP-DEPARTAMENTO           PIC X(20).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LP-JANELA                 OCCURS 3 TIMES.
              10 WS-LP-INI                 PIC 9(04).
              10 WS-LP-TRACO               PIC X(01).
              10 WS-LP-FIM                 PIC 9(04).
              10 WS-LP-BRANCO              PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LP-MAX                    PIC ZZZ.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LP-DATA-ALT               PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LP-USERID-OPER            PIC X(08).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A TELA DA POLITICA DE USO
           COPY M3O99E1.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLPOLJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLMAUT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLOLOG
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * AS POLITICAS EM ORDEM A PARTIR DO DEPARTAMENTO DIGITADO - ATE
      * 8 CABEM NA TELA ('*PADRAO' VEM PRIMEIRO NA LISTA COMPLETA).
           EXEC SQL
              DECLARE CUR-POLITICAS CURSOR FOR
                 SELECT DEPARTAMENTO, JANELA1_INI, JANELA1_FIM,
                        JANELA2_INI, JANELA2_FIM, JANELA3_INI,
                        JANELA3_FIM, MAX_JOGOS_DIA, USERID_OPER,
                        DATA_ALT
                   FROM POLITICA_JOGO
                  WHERE DEPARTAMENTO >= :WS-LISTA-DESDE
                  ORDER BY DEPARTAMENTO
                  FETCH FIRST 8 ROWS ONLY
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

       100-FASE1.
           MOVE LOW-VALUES                 TO MAPAPOLO
           MOVE -1                         TO FUNCL
           MOVE SPACES                     TO WS-LISTA-DESDE
           PERFORM 999-LISTA-POLITICAS
           MOVE 'I A E=INCLUIR ALTERAR EXCLUIR' TO MSGO
           PERFORM 999-TRATA-FASE2
           .

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
              PF3     (220-PF3)
              PF12    (240-PF12)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPAPOL')
              MAPSET('M3O99E1')
              INTO  (MAPAPOLI)
           END-EXEC
           .

       210-ENTER.
           MOVE SPACES                     TO WS-DEPARTAMENTO
           IF DEPTL > 0
               MOVE FUNCTION UPPER-CASE(DEPTI) TO WS-DEPARTAMENTO
           END-IF
           MOVE WS-DEPARTAMENTO            TO WS-LISTA-DESDE

           EVALUATE FUNCTION UPPER-CASE(FUNCI)
              WHEN 'I'
                 PERFORM 300-INCLUI THRU 300-INCLUI-EXIT
              WHEN 'A'
                 PERFORM 400-ALTERA THRU 400-ALTERA-EXIT
              WHEN 'E'
                 PERFORM 600-EXCLUI THRU 600-EXCLUI-EXIT
              WHEN OTHER
                 MOVE 'I A E=INCLUIR ALTERAR EXCLUIR' TO MSGO
           END-EVALUATE

           MOVE MSGO                       TO WS-MSG-TELA
           MOVE LOW-VALUES                 TO MAPAPOLO
           MOVE -1                         TO FUNCL
           MOVE WS-MSG-TELA                TO MSGO
           PERFORM 999-LISTA-POLITICAS
           PERFORM 999-TRATA-FASE2
           .

      * INCLUI A POLITICA DE UM DEPARTAMENTO - SO OPERADOR
      * AUTORIZADO.
       300-INCLUI.
           PERFORM 999-VALIDA-POLITICA THRU 999-VALIDA-POLITICA-EXIT
           IF WS-RECUSADO
               GO TO 300-INCLUI-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-DEPARTAMENTO            TO DCLPJ-DEPARTAMENTO
           MOVE EIBUSERID                  TO DCLPJ-USERID-OPER
           MOVE WS-SQL-DATA                TO DCLPJ-DATA-ALT

           EXEC SQL
              INSERT INTO POLITICA_JOGO
                 (DEPARTAMENTO, JANELA1_INI, JANELA1_FIM, JANELA2_INI,
                  JANELA2_FIM, JANELA3_INI, JANELA3_FIM, MAX_JOGOS_DIA,
                  USERID_OPER, DATA_ALT)
              VALUES
                 (:DCLPJ-DEPARTAMENTO, :DCLPJ-JANELA1-INI,
                  :DCLPJ-JANELA1-FIM, :DCLPJ-JANELA2-INI,
                  :DCLPJ-JANELA2-FIM, :DCLPJ-JANELA3-INI,
                  :DCLPJ-JANELA3-FIM, :DCLPJ-MAX-JOGOS-DIA,
                  :DCLPJ-USERID-OPER, :DCLPJ-DATA-ALT)
           END-EXEC

           MOVE SQLCODE                    TO WS-SQLCODE-SALVO
           EVALUATE WS-SQLCODE-SALVO
              WHEN 0
                 MOVE 'I'                  TO DCLOL-FUNCAO
                 MOVE SPACES               TO DCLOL-VALOR-ANT
                 PERFORM 999-MONTA-IMAGEM-POLITICA
                 MOVE WS-OLOG-IMAGEM       TO DCLOL-VALOR-NOV
                 PERFORM 999-GRAVA-OPER-LOG THRU
                         999-GRAVA-OPER-LOG-EXIT
                 MOVE 'POLITICA DO DEPARTAMENTO INCLUIDA' TO MSGO
              WHEN -803
                 MOVE 'DEPARTAMENTO JA TEM POLITICA - USE A' TO MSGO
              WHEN OTHER
                 MOVE 'ERRO AO INCLUIR A POLITICA' TO MSGO
           END-EVALUATE
           .
       300-INCLUI-EXIT.
           EXIT.

      * SUBSTITUI AS JANELAS E A COTA DE UM DEPARTAMENTO JA
      * CADASTRADO PELO QUE ESTA NA TELA. VALE A PARTIR DO PROXIMO
      * INICIO DE JOGO - QUEM JA ESTA JOGANDO TERMINA.
       400-ALTERA.
      * A IMAGEM DE ANTES E LIDA PRIMEIRO - A VALIDACAO REPOE NOS
      * CAMPOS DCLPJ- AS JANELAS E A COTA DA TELA.
           PERFORM 999-LE-POLITICA THRU 999-LE-POLITICA-EXIT
           IF WS-RECUSADO
               GO TO 400-ALTERA-EXIT
           END-IF

           PERFORM 999-VALIDA-POLITICA THRU 999-VALIDA-POLITICA-EXIT
           IF WS-RECUSADO
               GO TO 400-ALTERA-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-DEPARTAMENTO            TO DCLPJ-DEPARTAMENTO
           MOVE EIBUSERID                  TO DCLPJ-USERID-OPER
           MOVE WS-SQL-DATA                TO DCLPJ-DATA-ALT

           EXEC SQL
              UPDATE POLITICA_JOGO
                 SET JANELA1_INI   = :DCLPJ-JANELA1-INI,
                     JANELA1_FIM   = :DCLPJ-JANELA1-FIM,
                     JANELA2_INI   = :DCLPJ-JANELA2-INI,
                     JANELA2_FIM   = :DCLPJ-JANELA2-FIM,
                     JANELA3_INI   = :DCLPJ-JANELA3-INI,
                     JANELA3_FIM   = :DCLPJ-JANELA3-FIM,
                     MAX_JOGOS_DIA = :DCLPJ-MAX-JOGOS-DIA,
                     USERID_OPER   = :DCLPJ-USERID-OPER,
                     DATA_ALT      = :DCLPJ-DATA-ALT
               WHERE DEPARTAMENTO = :WS-DEPARTAMENTO
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE 'A'                    TO DCLOL-FUNCAO
               PERFORM 999-MONTA-IMAGEM-POLITICA
               MOVE WS-OLOG-IMAGEM         TO DCLOL-VALOR-NOV
               PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT
               MOVE 'POLITICA DO DEPARTAMENTO ALTERADA' TO MSGO
           ELSE
               MOVE 'ERRO AO ALTERAR A POLITICA' TO MSGO
           END-IF
           .
       400-ALTERA-EXIT.
           EXIT.

      * SEM A LINHA, O DEPARTAMENTO PASSA A SEGUIR A '*PADRAO' (E,
      * SEM A '*PADRAO', NINGUEM TEM RESTRICAO).
       600-EXCLUI.
           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               GO TO 600-EXCLUI-EXIT
           END-IF

           PERFORM 999-LE-POLITICA THRU 999-LE-POLITICA-EXIT
           IF WS-RECUSADO
               GO TO 600-EXCLUI-EXIT
           END-IF

           EXEC SQL
              DELETE FROM POLITICA_JOGO
               WHERE DEPARTAMENTO = :WS-DEPARTAMENTO
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE 'E'                    TO DCLOL-FUNCAO
               MOVE SPACES                 TO DCLOL-VALOR-NOV
               PERFORM 999-GRAVA-OPER-LOG THRU 999-GRAVA-OPER-LOG-EXIT
               MOVE 'POLITICA DO DEPARTAMENTO EXCLUIDA' TO MSGO
           ELSE
               MOVE 'ERRO AO EXCLUIR A POLITICA' TO MSGO
           END-IF
           .
       600-EXCLUI-EXIT.
           EXIT.

      * CONFERE O QUE A INCLUSAO E A ALTERACAO PEDEM: AUTORIZACAO,
      * DEPARTAMENTO, JANELAS EM HHMM COM O INICIO ANTES DO FIM E
      * COTA NUMERICA. O QUE PASSA FICA NOS CAMPOS DCLPJ-. NA
      * RECUSA, O MOTIVO FICA EM MSGO.
       999-VALIDA-POLITICA.
           MOVE 'S'                        TO WS-RECUSA-SW

           PERFORM 999-VERIFICA-AUTORIZACAO
           IF NOT WS-AUTORIZADO
               MOVE 'USUARIO SEM AUTORIZACAO DE OPERACAO' TO MSGO
               GO TO 999-VALIDA-POLITICA-EXIT
           END-IF

           IF WS-DEPARTAMENTO EQUAL SPACES
               MOVE 'INFORME O DEPARTAMENTO (OU *PADRAO)' TO MSGO
               GO TO 999-VALIDA-POLITICA-EXIT
           END-IF

           PERFORM 999-PEGA-JANELAS

           MOVE 'N'                        TO WS-RECUSA-SW
           PERFORM 999-VALIDA-1-JANELA THRU 999-VALIDA-1-JANELA-EXIT
               VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > 3 OR WS-RECUSADO
           IF WS-RECUSADO
               GO TO 999-VALIDA-POLITICA-EXIT
           END-IF

           IF WS-MAX-DIG-NUM NOT NUMERIC
               MOVE 'COTA DE JOGOS POR DIA INVALIDA' TO MSGO
               MOVE 'S'                    TO WS-RECUSA-SW
               GO TO 999-VALIDA-POLITICA-EXIT
           END-IF

           MOVE WS-JD-INI-NUM(1)           TO DCLPJ-JANELA1-INI
           MOVE WS-JD-FIM-NUM(1)           TO DCLPJ-JANELA1-FIM
           MOVE WS-JD-INI-NUM(2)           TO DCLPJ-JANELA2-INI
           MOVE WS-JD-FIM-NUM(2)           TO DCLPJ-JANELA2-FIM
           MOVE WS-JD-INI-NUM(3)           TO DCLPJ-JANELA3-INI
           MOVE WS-JD-FIM-NUM(3)           TO DCLPJ-JANELA3-FIM
           MOVE WS-MAX-DIG-NUM             TO DCLPJ-MAX-JOGOS-DIA
           .
       999-VALIDA-POLITICA-EXIT.
           EXIT.

      * AS JANELAS E A COTA DIGITADAS - CAMPO EM BRANCO VIRA ZEROS.
       999-PEGA-JANELAS.
           MOVE '0000'                     TO WS-JD-INI(1) WS-JD-FIM(1)
                                              WS-JD-INI(2) WS-JD-FIM(2)
                                              WS-JD-INI(3) WS-JD-FIM(3)
           MOVE '000'                      TO WS-MAX-DIG

           IF INI1L > 0 AND INI1I NOT EQUAL SPACES
               MOVE INI1I                  TO WS-JD-INI(1)
           END-IF
           IF FIM1L > 0 AND FIM1I NOT EQUAL SPACES
               MOVE FIM1I                  TO WS-JD-FIM(1)
           END-IF
           IF INI2L > 0 AND INI2I NOT EQUAL SPACES
               MOVE INI2I                  TO WS-JD-INI(2)
           END-IF
           IF FIM2L > 0 AND FIM2I NOT EQUAL SPACES
               MOVE FIM2I                  TO WS-JD-FIM(2)
           END-IF
           IF INI3L > 0 AND INI3I NOT EQUAL SPACES
               MOVE INI3I                  TO WS-JD-INI(3)
           END-IF
           IF FIM3L > 0 AND FIM3I NOT EQUAL SPACES
               MOVE FIM3I                  TO WS-JD-FIM(3)
           END-IF
           IF MAXJL > 0 AND MAXJI NOT EQUAL SPACES
               MOVE MAXJI                  TO WS-MAX-DIG
           END-IF
           .

      * UMA JANELA: AS DUAS PONTAS ZERADAS (NAO USADA) OU DUAS HORAS
      * VALIDAS EM HHMM COM O INICIO ANTES DO FIM - O FIM PODE SER
      * 2400, O FIM DO DIA.
       999-VALIDA-1-JANELA.
           IF WS-JD-INI(WS-J) EQUAL '0000'
              AND WS-JD-FIM(WS-J) EQUAL '0000'
               GO TO 999-VALIDA-1-JANELA-EXIT
           END-IF

           MOVE 'S'                        TO WS-RECUSA-SW

           IF WS-JD-INI-NUM(WS-J) NOT NUMERIC
              OR WS-JD-FIM-NUM(WS-J) NOT NUMERIC
               MOVE 'JANELA EM HHMM, EX.: 0730 A 0900' TO MSGO
               GO TO 999-VALIDA-1-JANELA-EXIT
           END-IF

           IF WS-JD-INI(WS-J)(1:2) > '23'
              OR WS-JD-INI(WS-J)(3:2) > '59'
              OR WS-JD-FIM(WS-J)(3:2) > '59'
              OR WS-JD-FIM-NUM(WS-J) > 2400
               MOVE 'HORA INVALIDA NA JANELA (HHMM)' TO MSGO
               GO TO 999-VALIDA-1-JANELA-EXIT
           END-IF

           IF WS-JD-INI-NUM(WS-J) NOT < WS-JD-FIM-NUM(WS-J)
               MOVE 'JANELA COM O INICIO DEPOIS DO FIM' TO MSGO
               GO TO 999-VALIDA-1-JANELA-EXIT
           END-IF

           MOVE 'N'                        TO WS-RECUSA-SW
           .
       999-VALIDA-1-JANELA-EXIT.
           EXIT.

      * LE A POLITICA DO DEPARTAMENTO DIGITADO ANTES DE ALTERAR OU
      * EXCLUIR, PARA A IMAGEM DE ANTES DO OPER_LOG. NA RECUSA, O
      * MOTIVO FICA EM MSGO.
       999-LE-POLITICA.
           MOVE 'S'                        TO WS-RECUSA-SW

           IF WS-DEPARTAMENTO EQUAL SPACES
               MOVE 'INFORME O DEPARTAMENTO (OU *PADRAO)' TO MSGO
               GO TO 999-LE-POLITICA-EXIT
           END-IF

           EXEC SQL
              SELECT JANELA1_INI, JANELA1_FIM, JANELA2_INI,
                     JANELA2_FIM, JANELA3_INI, JANELA3_FIM,
                     MAX_JOGOS_DIA
                INTO :DCLPJ-JANELA1-INI, :DCLPJ-JANELA1-FIM,
                     :DCLPJ-JANELA2-INI, :DCLPJ-JANELA2-FIM,
                     :DCLPJ-JANELA3-INI, :DCLPJ-JANELA3-FIM,
                     :DCLPJ-MAX-JOGOS-DIA
                FROM POLITICA_JOGO
               WHERE DEPARTAMENTO = :WS-DEPARTAMENTO
           END-EXEC

           MOVE SQLCODE                    TO WS-SQLCODE-SALVO
           EVALUATE WS-SQLCODE-SALVO
              WHEN 0
                 MOVE 'N'                  TO WS-RECUSA-SW
                 PERFORM 999-MONTA-IMAGEM-POLITICA
                 MOVE WS-OLOG-IMAGEM       TO DCLOL-VALOR-ANT
              WHEN 100
                 MOVE 'DEPARTAMENTO SEM POLITICA CADASTRADA' TO MSGO
              WHEN OTHER
                 MOVE 'ERRO AO LER A POLITICA' TO MSGO
           END-EVALUATE
           .
       999-LE-POLITICA-EXIT.
           EXIT.

       999-LISTA-POLITICAS.
           MOVE 0                          TO WS-QTD-LINHAS

           EXEC SQL
              OPEN CUR-POLITICAS
           END-EXEC

           PERFORM 999-LISTA-1-POLITICA THRU 999-LISTA-1-POLITICA-EXIT
               UNTIL SQLCODE NOT EQUAL 0

           EXEC SQL
              CLOSE CUR-POLITICAS
           END-EXEC

           IF WS-QTD-LINHAS EQUAL 0
               MOVE 'NENHUMA POLITICA A PARTIR DO DEPARTAMENTO DIGITADO'
                                           TO CL1O
           END-IF
           .

       999-LISTA-1-POLITICA.
           EXEC SQL
              FETCH CUR-POLITICAS
                INTO :DCLPJ-DEPARTAMENTO, :DCLPJ-JANELA1-INI,
                     :DCLPJ-JANELA1-FIM, :DCLPJ-JANELA2-INI,
                     :DCLPJ-JANELA2-FIM, :DCLPJ-JANELA3-INI,
                     :DCLPJ-JANELA3-FIM, :DCLPJ-MAX-JOGOS-DIA,
                     :DCLPJ-USERID-OPER, :DCLPJ-DATA-ALT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-LISTA-1-POLITICA-EXIT
           END-IF

           ADD 1                           TO WS-QTD-LINHAS
           MOVE DCLPJ-DEPARTAMENTO         TO WS-LP-DEPARTAMENTO
           MOVE DCLPJ-JANELA1-INI          TO WS-LP-INI(1)
           MOVE DCLPJ-JANELA1-FIM          TO WS-LP-FIM(1)
           MOVE DCLPJ-JANELA2-INI          TO WS-LP-INI(2)
           MOVE DCLPJ-JANELA2-FIM          TO WS-LP-FIM(2)
           MOVE DCLPJ-JANELA3-INI          TO WS-LP-INI(3)
           MOVE DCLPJ-JANELA3-FIM          TO WS-LP-FIM(3)
           PERFORM 999-FORMATA-1-JANELA THRU 999-FORMATA-1-JANELA-EXIT
               VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > 3
           MOVE DCLPJ-MAX-JOGOS-DIA        TO WS-LP-MAX
           MOVE DCLPJ-DATA-ALT             TO WS-LP-DATA-ALT
           MOVE DCLPJ-USERID-OPER          TO WS-LP-USERID-OPER

           EVALUATE WS-QTD-LINHAS
              WHEN 1 MOVE WS-LINHA-POLITICA TO CL1O
              WHEN 2 MOVE WS-LINHA-POLITICA TO CL2O
              WHEN 3 MOVE WS-LINHA-POLITICA TO CL3O
              WHEN 4 MOVE WS-LINHA-POLITICA TO CL4O
              WHEN 5 MOVE WS-LINHA-POLITICA TO CL5O
              WHEN 6 MOVE WS-LINHA-POLITICA TO CL6O
              WHEN 7 MOVE WS-LINHA-POLITICA TO CL7O
              WHEN 8 MOVE WS-LINHA-POLITICA TO CL8O
           END-EVALUATE
           .
       999-LISTA-1-POLITICA-EXIT.
           EXIT.

      * JANELA USADA SAI COMO HHMM-HHMM; A NAO USADA, EM BRANCO.
       999-FORMATA-1-JANELA.
           IF WS-LP-INI(WS-J) EQUAL 0 AND WS-LP-FIM(WS-J) EQUAL 0
               MOVE SPACES                 TO WS-LP-JANELA(WS-J)
           ELSE
               MOVE '-'                    TO WS-LP-TRACO(WS-J)
               MOVE SPACE                  TO WS-LP-BRANCO(WS-J)
           END-IF
           .
       999-FORMATA-1-JANELA-EXIT.
           EXIT.

      * REGISTRA A ALTERACAO DA POLITICA DE WS-DEPARTAMENTO EM
      * OPER_LOG. FUNCAO E IMAGENS JA VEM MONTADAS. UMA FALHA AQUI
      * NAO DESFAZ A ALTERACAO JA GRAVADA.
       999-GRAVA-OPER-LOG.
           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :WS-PROX-OLOG-ID-COMP
                FROM OPER_LOG
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               GO TO 999-GRAVA-OPER-LOG-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           MOVE WS-DEPARTAMENTO            TO DCLOL-CHAVE

           MOVE WS-PROX-OLOG-ID-COMP       TO DCLOL-ID
           MOVE 'Y1E1'                     TO DCLOL-TRANSACAO
           MOVE EIBUSERID                  TO DCLOL-USERID-OPER
           MOVE 'POLITICA_JOGO'            TO DCLOL-TABELA
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

       999-MONTA-IMAGEM-POLITICA.
           MOVE DCLPJ-JANELA1-INI          TO WS-OI-INI1
           MOVE DCLPJ-JANELA1-FIM          TO WS-OI-FIM1
           MOVE DCLPJ-JANELA2-INI          TO WS-OI-INI2
           MOVE DCLPJ-JANELA2-FIM          TO WS-OI-FIM2
           MOVE DCLPJ-JANELA3-INI          TO WS-OI-INI3
           MOVE DCLPJ-JANELA3-FIM          TO WS-OI-FIM3
           MOVE DCLPJ-MAX-JOGOS-DIA        TO WS-OI-MAX
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

       220-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1E1'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       240-PF12.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO Y1E1'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!' TO MSGO
           PERFORM 999-TRATA-FASE2
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
              MAP ('MAPAPOL')
              MAPSET('M3O99E1')
              FROM(MAPAPOLO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE

           EXEC CICS RETURN
               TRANSID('Y1E1')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-TRATA-FASE2.
           MOVE -1                        TO FUNCL

           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA M3O99E1'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'            TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
