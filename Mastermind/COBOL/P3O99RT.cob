      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99RT.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * SIMULADOR DE REGRA DE PONTUACAO: ANTES DE UMA LINHA FUTURA DE
      * PARAM_PONTUACAO (INCLUIDA PELA Y1D0) ENTRAR EM VIGOR, MOSTRA
      * COM NUMEROS O QUE ELA FARIA COM OS JOGOS DOS ULTIMOS N DIAS.
      * CADA JOGO NORMAL DA JANELA (NEM TREINO, NEM ANULADO, NEM DUELO,
      * NEM COOPERATIVO, NEM DESAFIO ENTRE COLEGAS, CUJA PALAVRA E
      * ESCOLHIDA A MAO) E PONTUADO DE NOVO, TENTATIVA A TENTATIVA, A
      * PARTIR DA AUDITORIA E DO NIVEL DA SENHA EM SENHAS, DUAS VEZES:
      * COM A REGRA ATUAL (A LINHA VIGENTE HOJE, OU OS PADROES DO JOGO)
      * E COM A REGRA PROPOSTA. A CONTA E A MESMA DO P3O99B0:
      *    - LARGADA COM PONTOS_INICIAIS;
      *    - CADA TENTATIVA (ATE A 16A) TIRA PENAL_TENTATIVA MENOS
      *      CERTAS * PONTOS_POS_CERTA MENOS ERRADAS *
      *      PONTOS_POS_ERRADA;
      *    - NA VITORIA, SOMA (NIVEL - 1) * BONUS_NIVEL E, NO MODO
      *      BLITZ, TIRA UM PONTO A CADA BLITZ_SEGUNDOS SEGUNDOS.
      * A PONTUACAO SIMULADA NUNCA FICA NEGATIVA. LIMITES CONHECIDOS:
      * A DICA (PF2) NAO FICA NA AUDITORIA E NAO E COBRADA EM NENHUMA
      * DAS DUAS REGRAS; O TEMPO DO BLITZ E CONTADO DA PRIMEIRA
      * TENTATIVA AUDITADA ATE O FIM DO JOGO (O INICIO DO JOGO NAO
      * FICA GRAVADO); E OS JOGOS CUJA AUDITORIA JA FOI EXPURGADA
      * FICAM DE FORA E SO SAO CONTADOS. AS TENTATIVAS DE UM JOGO SAO
      * AS DA AUDITORIA DO MESMO USUARIO E DIA ENTRE O FIM DO JOGO
      * ANTERIOR E O FIM DESTE, O MESMO CRITERIO DO P3O99RC.
      * O RELATORIO MOSTRA:
      *    - AS DUAS REGRAS LADO A LADO;
      *    - A DISTRIBUICAO DA PONTUACAO ANTES E DEPOIS (FAIXAS DE 25);
      *    - A VARIACAO MEDIA POR NIVEL DA SENHA E POR MODO (BLITZ,
      *      DIFICIL E NORMAL - UM JOGO BLITZ NO MODO DIFICIL CONTA
      *      NOS DOIS);
      *    - AS VITORIAS DA JANELA QUE MUDAM DE POSICAO NO TOP 10 DO
      *      PLACAR (MESMA ORDEM DA Y1C3: PONTUACAO, MENOS TENTATIVAS
      *      E, NO EMPATE, O JOGO MAIS ANTIGO NA FRENTE).
      * SO LE O BANCO - NENHUMA TABELA DO JOGO E ALTERADA.
      *
      * CARTAO SYSIN (UM REGISTRO):
      *    COLUNAS 1-3   DIAS DA JANELA (EM BRANCO OU INVALIDO, 30);
      *    COLUNAS 5-14  DATA_VIGENCIA DE UMA LINHA JA INCLUIDA EM
      *                  PARAM_PONTUACAO (AAAA-MM-DD) - PREENCHIDA,
      *                  E ELA A REGRA PROPOSTA;
      *    COLUNAS 16-44 SEM A DATA, OS SEIS VALORES PROPOSTOS COM 4
      *                  DIGITOS CADA, SEPARADOS POR UM BRANCO, NA
      *                  ORDEM PONTOS_INICIAIS, PENAL_TENTATIVA,
      *                  PONTOS_POS_CERTA, PONTOS_POS_ERRADA,
      *                  BONUS_NIVEL E BLITZ_SEGUNDOS.
      * VIGENCIA NAO ENCONTRADA OU VALORES INVALIDOS: NADA E SIMULADO,
      * O MOTIVO SAI NO RELATORIO E O JOB TERMINA COM RETURN-CODE 8.
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
       77  I                               PIC 9(04).
       77  J                               PIC 9(04).
       77  K                               PIC 9(04).
       77  WS-FIM-JOGOS                    PIC X(01) VALUE 'N'.
           88 WS-ACABOU-JOGOS                  VALUE 'S'.
       77  WS-FIM-TENTATIVAS               PIC X(01) VALUE 'N'.
           88 WS-ACABOU-TENTATIVAS             VALUE 'S'.
       77  WS-ERRO-PARM-SW                 PIC X(01) VALUE 'N'.
           88 WS-PARM-INVALIDO                 VALUE 'S'.
       77  WS-CONT-MUDANCAS                PIC 9(05) VALUE 0.

      * CARTAO SYSIN: DIAS DA JANELA E A REGRA PROPOSTA (PELA DATA DE
      * UMA LINHA EXISTENTE OU PELOS SEIS VALORES).
       01  WS-CARTAO-SYSIN.
           05 WS-PARM-DIAS                 PIC X(03).
           05 FILLER                       PIC X(01).
           05 WS-PARM-VIGENCIA             PIC X(10).
           05 FILLER                       PIC X(01).
           05 WS-PARM-INI                  PIC X(04).
           05 FILLER                       PIC X(01).
           05 WS-PARM-PEN                  PIC X(04).
           05 FILLER                       PIC X(01).
           05 WS-PARM-CER                  PIC X(04).
           05 FILLER                       PIC X(01).
           05 WS-PARM-ERR                  PIC X(04).
           05 FILLER                       PIC X(01).
           05 WS-PARM-NIV                  PIC X(04).
           05 FILLER                       PIC X(01).
           05 WS-PARM-BLZ                  PIC X(04).
           05 FILLER                       PIC X(36).
       77  WS-DIAS                         PIC 9(03) VALUE 30.

      * AS DUAS REGRAS COMPARADAS. A VIGENCIA E SO PARA O RELATORIO
      * ('PADRAO' SEM LINHA VIGENTE, 'CARTAO' PARA VALORES DO SYSIN).
       01  WS-REGRA-ATUAL.
           05 WS-RA-VIGENCIA               PIC X(10).
           05 WS-RA-INI                    PIC S9(09) COMP.
           05 WS-RA-PEN                    PIC S9(09) COMP.
           05 WS-RA-CER                    PIC S9(09) COMP.
           05 WS-RA-ERR                    PIC S9(09) COMP.
           05 WS-RA-NIV                    PIC S9(09) COMP.
           05 WS-RA-BLZ                    PIC S9(09) COMP.
       01  WS-REGRA-PROP.
           05 WS-RP-VIGENCIA               PIC X(10).
           05 WS-RP-INI                    PIC S9(09) COMP.
           05 WS-RP-PEN                    PIC S9(09) COMP.
           05 WS-RP-CER                    PIC S9(09) COMP.
           05 WS-RP-ERR                    PIC S9(09) COMP.
           05 WS-RP-NIV                    PIC S9(09) COMP.
           05 WS-RP-BLZ                    PIC S9(09) COMP.

      * O JOGO CORRENTE, PONTUADO NAS DUAS REGRAS.
       77  WS-HORA-ANTERIOR                PIC X(08).
       77  WS-HORA-PRIMEIRA                PIC X(08).
       77  WS-NIVEL-JOGO                   PIC 9(01).
       77  WS-QTD-TENT-COMP                PIC S9(09) COMP.
       77  WS-PTS-ATUAL-COMP               PIC S9(09) COMP.
       77  WS-PTS-PROP-COMP                PIC S9(09) COMP.
       77  WS-DIFERENCA-COMP               PIC S9(09) COMP.
       77  WS-PENALIDADE-COMP              PIC S9(09) COMP.
       77  WS-SEGUNDOS-COMP                PIC S9(09) COMP.
       77  WS-SEGS-INICIO                  PIC S9(09) COMP.
       77  WS-SEGS-FIM                     PIC S9(09) COMP.
       77  WS-HH-NUM                       PIC 9(02).
       77  WS-MM-NUM                       PIC 9(02).
       77  WS-SS-NUM                       PIC 9(02).

      * TOTAIS DA JANELA.
       77  WS-TOT-JOGOS                    PIC 9(07) VALUE 0.
       77  WS-TOT-SEM-AUDIT                PIC 9(07) VALUE 0.
       77  WS-TOT-SIMULADOS                PIC 9(07) VALUE 0.
       77  WS-SOMA-GRAVADA-COMP            PIC S9(11) COMP VALUE 0.
       77  WS-SOMA-ATUAL-COMP              PIC S9(11) COMP VALUE 0.
       77  WS-SOMA-PROP-COMP               PIC S9(11) COMP VALUE 0.
       77  WS-MEDIA                        PIC S9(07)V99 COMP-3.

      * DISTRIBUICAO DA PONTUACAO EM FAIXAS DE 25 PONTOS - A ULTIMA
      * FAIXA JUNTA TUDO DE 200 PARA CIMA.
       01  WS-TAB-FAIXAS.
           05 WS-FAIXA                     OCCURS 9.
              10 WS-FX-ANTES-COMP          PIC S9(09) COMP.
              10 WS-FX-DEPOIS-COMP         PIC S9(09) COMP.
       01  WS-NOMES-FAIXAS.
           05 FILLER                       PIC X(12) VALUE '000 A 024'.
           05 FILLER                       PIC X(12) VALUE '025 A 049'.
           05 FILLER                       PIC X(12) VALUE '050 A 074'.
           05 FILLER                       PIC X(12) VALUE '075 A 099'.
           05 FILLER                       PIC X(12) VALUE '100 A 124'.
           05 FILLER                       PIC X(12) VALUE '125 A 149'.
           05 FILLER                       PIC X(12) VALUE '150 A 174'.
           05 FILLER                       PIC X(12) VALUE '175 A 199'.
           05 FILLER                       PIC X(12)
              VALUE '200 OU MAIS'.
       01  WS-NOMES-FAIXAS-R REDEFINES WS-NOMES-FAIXAS.
           05 WS-NOME-FAIXA                PIC X(12) OCCURS 9.

      * VARIACAO (PROPOSTA MENOS ATUAL) POR NIVEL DA SENHA E POR MODO.
       01  WS-TAB-NIVEIS.
           05 WS-NIVEL-ACUM                OCCURS 3.
              10 WS-NV-QTD-COMP            PIC S9(09) COMP.
              10 WS-NV-DIF-COMP            PIC S9(11) COMP.
       01  WS-NOMES-NIVEIS.
           05 FILLER                       PIC X(20)
              VALUE 'NIVEL 1 (FACIL)'.
           05 FILLER                       PIC X(20)
              VALUE 'NIVEL 2 (MEDIO)'.
           05 FILLER                       PIC X(20)
              VALUE 'NIVEL 3 (DIFICIL)'.
       01  WS-NOMES-NIVEIS-R REDEFINES WS-NOMES-NIVEIS.
           05 WS-NOME-NIVEL                PIC X(20) OCCURS 3.

       01  WS-TAB-MODOS.
           05 WS-MODO-ACUM                 OCCURS 3.
              10 WS-MD-QTD-COMP            PIC S9(09) COMP.
              10 WS-MD-DIF-COMP            PIC S9(11) COMP.
       01  WS-NOMES-MODOS.
           05 FILLER                       PIC X(20) VALUE 'BLITZ'.
           05 FILLER                       PIC X(20) VALUE 'DIFICIL'.
           05 FILLER                       PIC X(20) VALUE 'NORMAL'.
       01  WS-NOMES-MODOS-R REDEFINES WS-NOMES-MODOS.
           05 WS-NOME-MODO                 PIC X(20) OCCURS 3.

      * AS VITORIAS DA JANELA, PARA A POSICAO NO PLACAR NAS DUAS
      * REGRAS. O LIMITE COBRE COM FOLGA UM TRIMESTRE DO ESCRITORIO -
      * AS QUE PASSAREM DELE SO SAO CONTADAS E AVISADAS.
       77  WS-MAX-VIT                      PIC 9(04) VALUE 5000.
       77  WS-QTD-VIT                      PIC 9(04) VALUE 0.
       77  WS-VIT-EXCEDIDAS                PIC 9(07) VALUE 0.
       01  WS-TAB-VITORIAS.
           05 WS-VITORIA                   OCCURS 5000.
              10 WS-VT-ID                  PIC S9(09) COMP.
              10 WS-VT-USERID              PIC X(08).
              10 WS-VT-TENT                PIC S9(09) COMP.
              10 WS-VT-PTS-ATUAL           PIC S9(09) COMP.
              10 WS-VT-PTS-PROP            PIC S9(09) COMP.
              10 WS-VT-POS-ATUAL           PIC 9(04) COMP.
              10 WS-VT-POS-PROP            PIC 9(04) COMP.

      * LIMITES DA JANELA: OS N DIAS FECHADOS ATE ONTEM.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-DATA-AUX                     PIC 9(08).
       01  WS-SQL-HOJE.
           05 WS-HJ-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-HJ-DIA                    PIC X(02).
       01  WS-SQL-JAN-INI.
           05 WS-JI-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-JI-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-JI-DIA                    PIC X(02).
       01  WS-SQL-JAN-FIM.
           05 WS-JF-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-JF-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-JF-DIA                    PIC X(02).

      * LINHAS DO RELATORIO.
       01  WS-LINHA-CABEC.
           05 FILLER                       PIC X(31)
              VALUE 'SIMULADOR DE REGRA DE PONTUACAO'.
           05 FILLER                       PIC X(09) VALUE '  JANELA '.
           05 WS-CAB-INI                   PIC X(10).
           05 FILLER                       PIC X(03) VALUE ' A '.
           05 WS-CAB-FIM                   PIC X(10).
           05 FILLER                       PIC X(17) VALUE SPACES.

       01  WS-LINHA-BRANCO                 PIC X(80) VALUE SPACES.

       01  WS-LINHA-TIT-REGRA.
           05 FILLER                       PIC X(10) VALUE 'REGRA'.
           05 FILLER                       PIC X(12) VALUE 'VIGENCIA'.
           05 FILLER                       PIC X(09) VALUE ' INICIAIS'.
           05 FILLER                       PIC X(06) VALUE ' PENAL'.
           05 FILLER                       PIC X(06) VALUE ' CERTA'.
           05 FILLER                       PIC X(07) VALUE ' ERRADA'.
           05 FILLER                       PIC X(06) VALUE ' NIVEL'.
           05 FILLER                       PIC X(06) VALUE ' BLITZ'.
           05 FILLER                       PIC X(18) VALUE SPACES.

       01  WS-LINHA-REGRA.
           05 WS-LR-NOME                   PIC X(10).
           05 WS-LR-VIGENCIA               PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LR-INI                    PIC Z(08)9.
           05 WS-LR-PEN                    PIC Z(05)9.
           05 WS-LR-CER                    PIC Z(05)9.
           05 WS-LR-ERR                    PIC Z(06)9.
           05 WS-LR-NIV                    PIC Z(05)9.
           05 WS-LR-BLZ                    PIC Z(05)9.
           05 FILLER                       PIC X(18) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05 WS-LT-TEXTO                  PIC X(40).
           05 WS-LT-VALOR                  PIC Z(08)9.
           05 FILLER                       PIC X(31) VALUE SPACES.

       01  WS-LINHA-MEDIA.
           05 WS-LM-TEXTO                  PIC X(40).
           05 WS-LM-VALOR                  PIC -(07)9,99.
           05 FILLER                       PIC X(29) VALUE SPACES.

       01  WS-LINHA-TIT-FAIXA.
           05 FILLER                       PIC X(30)
              VALUE 'DISTRIBUICAO DA PONTUACAO'.
           05 FILLER                       PIC X(10) VALUE '     ANTES'.
           05 FILLER                       PIC X(10) VALUE '    DEPOIS'.
           05 FILLER                       PIC X(30) VALUE SPACES.

       01  WS-LINHA-FAIXA.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LF-FAIXA                  PIC X(28).
           05 WS-LF-ANTES                  PIC Z(09)9.
           05 WS-LF-DEPOIS                 PIC Z(09)9.
           05 FILLER                       PIC X(30) VALUE SPACES.

       01  WS-LINHA-TIT-GRUPO.
           05 WS-LTG-TEXTO                 PIC X(30).
           05 FILLER                       PIC X(10) VALUE '     JOGOS'.
           05 FILLER                       PIC X(12)
              VALUE '    VARIACAO'.
           05 FILLER                       PIC X(28) VALUE SPACES.

       01  WS-LINHA-GRUPO.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LGR-NOME                  PIC X(28).
           05 WS-LGR-JOGOS                 PIC Z(09)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LGR-VARIACAO              PIC -(07)9,99.
           05 FILLER                       PIC X(28) VALUE SPACES.

       01  WS-LINHA-TIT-TOP1.
           05 FILLER                       PIC X(14) VALUE 'POSICAO'.
           05 FILLER                       PIC X(45) VALUE SPACES.
           05 FILLER                       PIC X(11) VALUE 'PONTUACAO'.
           05 FILLER                       PIC X(10) VALUE SPACES.

       01  WS-LINHA-TIT-TOP2.
           05 FILLER                       PIC X(07) VALUE 'ANTES'.
           05 FILLER                       PIC X(07) VALUE 'DEPOIS'.
           05 FILLER                       PIC X(09) VALUE 'USERID'.
           05 FILLER                       PIC X(26) VALUE 'NOME'.
           05 FILLER                       PIC X(10) VALUE '     JOGO'.
           05 FILLER                       PIC X(06) VALUE 'ANTES'.
           05 FILLER                       PIC X(06) VALUE 'DEPOIS'.
           05 FILLER                       PIC X(09) VALUE SPACES.

      * O NOME VEM DO CADASTRO JOGADOR (CARGA NOTURNA P3O99RD).
       01  WS-LINHA-TOP.
           05 WS-LTP-POS-ANTES             PIC Z(04)9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LTP-POS-DEPOIS            PIC Z(04)9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-LTP-USERID                PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LTP-NOME                  PIC X(25).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LTP-JOGO                  PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LTP-PTS-ANTES             PIC Z(04)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LTP-PTS-DEPOIS            PIC Z(04)9.
           05 FILLER                       PIC X(10) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLHISTJ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAUDIT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSENHA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLPPAR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJGDR
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

      * A REGRA VIGENTE HOJE - A MESMA LEITURA DO P3O99B0.
           EXEC SQL
              DECLARE CUR-PARAM CURSOR FOR
                 SELECT DATA_VIGENCIA, PONTOS_INICIAIS,
                        PENAL_TENTATIVA, PONTOS_POS_CERTA,
                        PONTOS_POS_ERRADA, BONUS_NIVEL, BLITZ_SEGUNDOS
                   FROM PARAM_PONTUACAO
                  WHERE DATA_VIGENCIA <= :WS-SQL-HOJE
                  ORDER BY DATA_VIGENCIA DESC
                  FETCH FIRST 1 ROW ONLY
           END-EXEC.

      * OS JOGOS NORMAIS DA JANELA, COM O NIVEL DA SENHA (1 SE ELA
      * TIVER SIDO EXCLUIDA DE SENHAS) E O FIM DO JOGO ANTERIOR DO
      * MESMO USUARIO NO MESMO DIA (MEIA-NOITE NO PRIMEIRO JOGO).
           EXEC SQL
              DECLARE CUR-JOGOS CURSOR FOR
                 SELECT H.ID, H.USERID, H.RESULTADO, H.TENTATIVAS,
                        H.PONTUACAO, H.DATA_JOGO, H.HORA_JOGO,
                        H.MODO_DIFICIL, H.MODO_BLITZ,
                        COALESCE(S.NIVEL, 1),
                        (SELECT COALESCE(CHAR(MAX(P.HORA_JOGO), ISO),
                                         '00:00:00')
                           FROM HISTJOGO P
                          WHERE P.USERID = H.USERID
                            AND P.DATA_JOGO = H.DATA_JOGO
                            AND P.HORA_JOGO < H.HORA_JOGO)
                   FROM HISTJOGO H
                   LEFT OUTER JOIN SENHAS S
                     ON S.ID = H.SENHA_ID
                  WHERE H.DATA_JOGO >= :WS-SQL-JAN-INI
                    AND H.DATA_JOGO <= :WS-SQL-JAN-FIM
                    AND H.ANULADO <> 'S'
                    AND H.TREINO <> 'S'
                    AND H.COOP <> 'S'
                    AND H.DESAFIO_COLEGA <> 'S'
                    AND H.SENHA_ID > 0
                    AND H.RESULTADO IN ('S', 'N')
                  ORDER BY H.ID
           END-EXEC.

      * AS TENTATIVAS DO JOGO CORRENTE, NA ORDEM EM QUE FORAM FEITAS.
           EXEC SQL
              DECLARE CUR-TENTATIVAS CURSOR FOR
                 SELECT ACERTOS_CERTOS, ACERTOS_ERRADOS, HORA_JOGADA
                   FROM AUDITORIA
                  WHERE USERID = :DCLHJ-USERID
                    AND DATA_JOGADA = :DCLHJ-DATA-JOGO
                    AND HORA_JOGADA > :WS-HORA-ANTERIOR
                    AND HORA_JOGADA <= :DCLHJ-HORA-JOGO
                  ORDER BY ID
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA

           IF NOT WS-PARM-INVALIDO
               PERFORM 2000-SIMULA-JOGOS
               PERFORM 3000-CLASSIFICA-VITORIAS
               PERFORM 4000-EMITE-RESULTADO
           END-IF

           PERFORM 9000-ENCERRA
           .

       1000-INICIALIZA.
           PERFORM 9700-VERIFICA-DEPENDENCIAS
           PERFORM 9800-REGISTRA-INICIO

           DISPLAY 'P3O99RT - SIMULADOR DE REGRA DE PONTUACAO INICIADO'

           ACCEPT WS-CARTAO-SYSIN FROM SYSIN

           IF WS-PARM-DIAS IS NUMERIC
              AND WS-PARM-DIAS NOT EQUAL '000'
               MOVE WS-PARM-DIAS           TO WS-DIAS
           END-IF

           DISPLAY 'DIAS DA JANELA: ' WS-DIAS

           INITIALIZE WS-TAB-FAIXAS
                      WS-TAB-NIVEIS
                      WS-TAB-MODOS

      * A JANELA SAO OS N DIAS FECHADOS ATE ONTEM.
           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           MOVE WS-DATA-REG(1:4)           TO WS-HJ-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-HJ-MES
           MOVE WS-DATA-REG(7:2)           TO WS-HJ-DIA

           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - 1)
           MOVE WS-DATA-AUX(1:4)           TO WS-JF-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-JF-MES
           MOVE WS-DATA-AUX(7:2)           TO WS-JF-DIA

           COMPUTE WS-DATA-AUX =
               FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-REG) - WS-DIAS)
           MOVE WS-DATA-AUX(1:4)           TO WS-JI-ANO
           MOVE WS-DATA-AUX(5:2)           TO WS-JI-MES
           MOVE WS-DATA-AUX(7:2)           TO WS-JI-DIA

           OPEN OUTPUT RELATOR

           MOVE WS-SQL-JAN-INI             TO WS-CAB-INI
           MOVE WS-SQL-JAN-FIM             TO WS-CAB-FIM
           MOVE WS-LINHA-CABEC             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           PERFORM 1100-LE-REGRA-ATUAL
           PERFORM 1200-MONTA-REGRA-PROPOSTA THRU
                   1200-MONTA-REGRA-PROPOSTA-EXIT

           IF WS-PARM-INVALIDO
               MOVE 'CARTAO SYSIN INVALIDO - NADA FOI SIMULADO'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           ELSE
               PERFORM 1300-EMITE-REGRAS
           END-IF
           .

      * SEM LINHA VIGENTE (OU COM ERRO DE SQL), VALEM OS PADROES
      * HISTORICOS DO JOGO (VEJA DCLPPAR).
       1100-LE-REGRA-ATUAL.
           MOVE 'PADRAO'                   TO WS-RA-VIGENCIA
           MOVE 100                        TO WS-RA-INI
           MOVE 15                         TO WS-RA-PEN
           MOVE 3                          TO WS-RA-CER
           MOVE 1                          TO WS-RA-ERR
           MOVE 25                         TO WS-RA-NIV
           MOVE 30                         TO WS-RA-BLZ

           EXEC SQL
              OPEN CUR-PARAM
           END-EXEC

           EXEC SQL
              FETCH CUR-PARAM
                INTO :DCLPP-DATA-VIGENCIA, :DCLPP-PONTOS-INICIAIS,
                     :DCLPP-PENAL-TENTATIVA, :DCLPP-PONTOS-POS-CERTA,
                     :DCLPP-PONTOS-POS-ERRADA,
                     :DCLPP-BONUS-NIVEL, :DCLPP-BLITZ-SEGUNDOS
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE DCLPP-DATA-VIGENCIA    TO WS-RA-VIGENCIA
               MOVE DCLPP-PONTOS-INICIAIS  TO WS-RA-INI
               MOVE DCLPP-PENAL-TENTATIVA  TO WS-RA-PEN
               MOVE DCLPP-PONTOS-POS-CERTA TO WS-RA-CER
               MOVE DCLPP-PONTOS-POS-ERRADA
                                           TO WS-RA-ERR
               MOVE DCLPP-BONUS-NIVEL      TO WS-RA-NIV
      * O RELOGIO DO BLITZ NUNCA PODE DIVIDIR POR ZERO.
               IF DCLPP-BLITZ-SEGUNDOS > 0
                   MOVE DCLPP-BLITZ-SEGUNDOS
                                           TO WS-RA-BLZ
               END-IF
           END-IF

           EXEC SQL
              CLOSE CUR-PARAM
           END-EXEC
           .

      * A REGRA PROPOSTA: A LINHA DE PARAM_PONTUACAO DA DATA DO
      * CARTAO OU, SEM DATA, OS SEIS VALORES DO CARTAO.
       1200-MONTA-REGRA-PROPOSTA.
           IF WS-PARM-VIGENCIA NOT EQUAL SPACES
               MOVE WS-PARM-VIGENCIA       TO DCLPP-DATA-VIGENCIA

               EXEC SQL
                  SELECT PONTOS_INICIAIS, PENAL_TENTATIVA,
                         PONTOS_POS_CERTA, PONTOS_POS_ERRADA,
                         BONUS_NIVEL, BLITZ_SEGUNDOS
                    INTO :DCLPP-PONTOS-INICIAIS,
                         :DCLPP-PENAL-TENTATIVA,
                         :DCLPP-PONTOS-POS-CERTA,
                         :DCLPP-PONTOS-POS-ERRADA,
                         :DCLPP-BONUS-NIVEL, :DCLPP-BLITZ-SEGUNDOS
                    FROM PARAM_PONTUACAO
                   WHERE DATA_VIGENCIA = :DCLPP-DATA-VIGENCIA
               END-EXEC

               IF SQLCODE NOT EQUAL 0
                   DISPLAY '*** VIGENCIA ' WS-PARM-VIGENCIA
                           ' NAO ENCONTRADA EM PARAM_PONTUACAO'
                           ' - SQLCODE ' SQLCODE
                   MOVE 'S'                TO WS-ERRO-PARM-SW
                   GO TO 1200-MONTA-REGRA-PROPOSTA-EXIT
               END-IF

               MOVE DCLPP-DATA-VIGENCIA    TO WS-RP-VIGENCIA
               MOVE DCLPP-PONTOS-INICIAIS  TO WS-RP-INI
               MOVE DCLPP-PENAL-TENTATIVA  TO WS-RP-PEN
               MOVE DCLPP-PONTOS-POS-CERTA TO WS-RP-CER
               MOVE DCLPP-PONTOS-POS-ERRADA
                                           TO WS-RP-ERR
               MOVE DCLPP-BONUS-NIVEL      TO WS-RP-NIV
               MOVE 30                     TO WS-RP-BLZ
               IF DCLPP-BLITZ-SEGUNDOS > 0
                   MOVE DCLPP-BLITZ-SEGUNDOS
                                           TO WS-RP-BLZ
               END-IF
               GO TO 1200-MONTA-REGRA-PROPOSTA-EXIT
           END-IF

           IF WS-PARM-INI NOT NUMERIC
              OR WS-PARM-PEN NOT NUMERIC
              OR WS-PARM-CER NOT NUMERIC
              OR WS-PARM-ERR NOT NUMERIC
              OR WS-PARM-NIV NOT NUMERIC
              OR WS-PARM-BLZ NOT NUMERIC
              OR WS-PARM-BLZ EQUAL '0000'
               DISPLAY '*** CARTAO SEM VIGENCIA E SEM OS SEIS VALORES'
                       ' DA REGRA PROPOSTA (BLITZ MAIOR QUE ZERO)'
               MOVE 'S'                    TO WS-ERRO-PARM-SW
               GO TO 1200-MONTA-REGRA-PROPOSTA-EXIT
           END-IF

           MOVE 'CARTAO'                   TO WS-RP-VIGENCIA
           MOVE WS-PARM-INI                TO WS-RP-INI
           MOVE WS-PARM-PEN                TO WS-RP-PEN
           MOVE WS-PARM-CER                TO WS-RP-CER
           MOVE WS-PARM-ERR                TO WS-RP-ERR
           MOVE WS-PARM-NIV                TO WS-RP-NIV
           MOVE WS-PARM-BLZ                TO WS-RP-BLZ
           .
       1200-MONTA-REGRA-PROPOSTA-EXIT.
           EXIT.

       1300-EMITE-REGRAS.
           MOVE WS-LINHA-TIT-REGRA         TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'ATUAL'                    TO WS-LR-NOME
           MOVE WS-RA-VIGENCIA             TO WS-LR-VIGENCIA
           MOVE WS-RA-INI                  TO WS-LR-INI
           MOVE WS-RA-PEN                  TO WS-LR-PEN
           MOVE WS-RA-CER                  TO WS-LR-CER
           MOVE WS-RA-ERR                  TO WS-LR-ERR
           MOVE WS-RA-NIV                  TO WS-LR-NIV
           MOVE WS-RA-BLZ                  TO WS-LR-BLZ
           MOVE WS-LINHA-REGRA             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'PROPOSTA'                 TO WS-LR-NOME
           MOVE WS-RP-VIGENCIA             TO WS-LR-VIGENCIA
           MOVE WS-RP-INI                  TO WS-LR-INI
           MOVE WS-RP-PEN                  TO WS-LR-PEN
           MOVE WS-RP-CER                  TO WS-LR-CER
           MOVE WS-RP-ERR                  TO WS-LR-ERR
           MOVE WS-RP-NIV                  TO WS-LR-NIV
           MOVE WS-RP-BLZ                  TO WS-LR-BLZ
           MOVE WS-LINHA-REGRA             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       2000-SIMULA-JOGOS.
           MOVE 'N'                        TO WS-FIM-JOGOS

           EXEC SQL
              OPEN CUR-JOGOS
           END-EXEC

           PERFORM 2100-SIMULA-1-JOGO THRU 2100-SIMULA-1-JOGO-EXIT
               UNTIL WS-ACABOU-JOGOS

           EXEC SQL
              CLOSE CUR-JOGOS
           END-EXEC
           .

       2100-SIMULA-1-JOGO.
           EXEC SQL
              FETCH CUR-JOGOS
                INTO :DCLHJ-ID, :DCLHJ-USERID, :DCLHJ-RESULTADO,
                     :DCLHJ-TENTATIVAS, :DCLHJ-PONTUACAO,
                     :DCLHJ-DATA-JOGO, :DCLHJ-HORA-JOGO,
                     :DCLHJ-MODO-DIFICIL, :DCLHJ-MODO-BLITZ,
                     :DCLSNH-NIVEL, :WS-HORA-ANTERIOR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               IF SQLCODE NOT EQUAL 100
                   DISPLAY '*** ERRO SQLCODE ' SQLCODE
                           ' AO LER HISTJOGO'
               END-IF
               MOVE 'S'                    TO WS-FIM-JOGOS
               GO TO 2100-SIMULA-1-JOGO-EXIT
           END-IF

           ADD 1                           TO WS-TOT-JOGOS

           MOVE WS-RA-INI                  TO WS-PTS-ATUAL-COMP
           MOVE WS-RP-INI                  TO WS-PTS-PROP-COMP
           MOVE 0                          TO WS-QTD-TENT-COMP
           MOVE SPACES                     TO WS-HORA-PRIMEIRA
           MOVE 'N'                        TO WS-FIM-TENTATIVAS

           EXEC SQL
              OPEN CUR-TENTATIVAS
           END-EXEC

           PERFORM 2200-PONTUA-1-TENTATIVA THRU
                   2200-PONTUA-1-TENTATIVA-EXIT
               UNTIL WS-ACABOU-TENTATIVAS

           EXEC SQL
              CLOSE CUR-TENTATIVAS
           END-EXEC

      * SEM TENTATIVA NA AUDITORIA (JA EXPURGADA) NAO HA O QUE
      * PONTUAR DE NOVO - O JOGO SO E CONTADO.
           IF WS-QTD-TENT-COMP EQUAL 0
               ADD 1                       TO WS-TOT-SEM-AUDIT
               GO TO 2100-SIMULA-1-JOGO-EXIT
           END-IF

           IF DCLSNH-NIVEL < 1 OR DCLSNH-NIVEL > 3
               MOVE 1                      TO WS-NIVEL-JOGO
           ELSE
               MOVE DCLSNH-NIVEL           TO WS-NIVEL-JOGO
           END-IF

           IF DCLHJ-RESULTADO EQUAL 'S'
               PERFORM 2300-PREMIA-VITORIA THRU
                       2300-PREMIA-VITORIA-EXIT
           END-IF

           IF WS-PTS-ATUAL-COMP < 0
               MOVE 0                      TO WS-PTS-ATUAL-COMP
           END-IF
           IF WS-PTS-PROP-COMP < 0
               MOVE 0                      TO WS-PTS-PROP-COMP
           END-IF

           PERFORM 2400-ACUMULA-JOGO
           .
       2100-SIMULA-1-JOGO-EXIT.
           EXIT.

      * MESMA CONTA DO 999-PONTUACAO DO P3O99B0, NAS DUAS REGRAS. A
      * TENTATIVA QUE ACERTA AS 5 LETRAS TAMBEM E COBRADA E ENCERRA O
      * JOGO; DA 17A EM DIANTE O JOGO JA ESTA PERDIDO E NADA E COBRADO.
       2200-PONTUA-1-TENTATIVA.
           EXEC SQL
              FETCH CUR-TENTATIVAS
                INTO :DCLAU-ACERTOS-CERTOS, :DCLAU-ACERTOS-ERRADOS,
                     :DCLAU-HORA-JOGADA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'S'                    TO WS-FIM-TENTATIVAS
               GO TO 2200-PONTUA-1-TENTATIVA-EXIT
           END-IF

           IF WS-QTD-TENT-COMP NOT < 16
               MOVE 'S'                    TO WS-FIM-TENTATIVAS
               GO TO 2200-PONTUA-1-TENTATIVA-EXIT
           END-IF

           ADD 1                           TO WS-QTD-TENT-COMP
           IF WS-QTD-TENT-COMP EQUAL 1
               MOVE DCLAU-HORA-JOGADA      TO WS-HORA-PRIMEIRA
           END-IF

           COMPUTE WS-PTS-ATUAL-COMP =
                WS-PTS-ATUAL-COMP - (WS-RA-PEN
                - (DCLAU-ACERTOS-CERTOS * WS-RA-CER)
                - (DCLAU-ACERTOS-ERRADOS * WS-RA-ERR))
           COMPUTE WS-PTS-PROP-COMP =
                WS-PTS-PROP-COMP - (WS-RP-PEN
                - (DCLAU-ACERTOS-CERTOS * WS-RP-CER)
                - (DCLAU-ACERTOS-ERRADOS * WS-RP-ERR))

           IF DCLAU-ACERTOS-CERTOS EQUAL 5
               MOVE 'S'                    TO WS-FIM-TENTATIVAS
           END-IF
           .
       2200-PONTUA-1-TENTATIVA-EXIT.
           EXIT.

      * BONUS DE NIVEL E, NO MODO BLITZ, O RELOGIO - NA ORDEM DO
      * P3O99B0. O TEMPO VAI DA PRIMEIRA TENTATIVA AUDITADA AO FIM
      * DO JOGO (A JANELA DA AUDITORIA NUNCA ATRAVESSA A MEIA-NOITE).
       2300-PREMIA-VITORIA.
           COMPUTE WS-PTS-ATUAL-COMP =
                WS-PTS-ATUAL-COMP + ((WS-NIVEL-JOGO - 1) * WS-RA-NIV)
           COMPUTE WS-PTS-PROP-COMP =
                WS-PTS-PROP-COMP + ((WS-NIVEL-JOGO - 1) * WS-RP-NIV)

           IF DCLHJ-MODO-BLITZ NOT EQUAL 'S'
               GO TO 2300-PREMIA-VITORIA-EXIT
           END-IF

           MOVE WS-HORA-PRIMEIRA(1:2)      TO WS-HH-NUM
           MOVE WS-HORA-PRIMEIRA(4:2)      TO WS-MM-NUM
           MOVE WS-HORA-PRIMEIRA(7:2)      TO WS-SS-NUM
           COMPUTE WS-SEGS-INICIO =
               (WS-HH-NUM * 3600) + (WS-MM-NUM * 60) + WS-SS-NUM

           MOVE DCLHJ-HORA-JOGO(1:2)       TO WS-HH-NUM
           MOVE DCLHJ-HORA-JOGO(4:2)       TO WS-MM-NUM
           MOVE DCLHJ-HORA-JOGO(7:2)       TO WS-SS-NUM
           COMPUTE WS-SEGS-FIM =
               (WS-HH-NUM * 3600) + (WS-MM-NUM * 60) + WS-SS-NUM

           COMPUTE WS-SEGUNDOS-COMP = WS-SEGS-FIM - WS-SEGS-INICIO
           IF WS-SEGUNDOS-COMP < 0
               MOVE 0                      TO WS-SEGUNDOS-COMP
           END-IF

           COMPUTE WS-PENALIDADE-COMP = WS-SEGUNDOS-COMP / WS-RA-BLZ
           IF WS-PENALIDADE-COMP < WS-PTS-ATUAL-COMP
               SUBTRACT WS-PENALIDADE-COMP FROM WS-PTS-ATUAL-COMP
           ELSE
               MOVE 0                      TO WS-PTS-ATUAL-COMP
           END-IF

           COMPUTE WS-PENALIDADE-COMP = WS-SEGUNDOS-COMP / WS-RP-BLZ
           IF WS-PENALIDADE-COMP < WS-PTS-PROP-COMP
               SUBTRACT WS-PENALIDADE-COMP FROM WS-PTS-PROP-COMP
           ELSE
               MOVE 0                      TO WS-PTS-PROP-COMP
           END-IF
           .
       2300-PREMIA-VITORIA-EXIT.
           EXIT.

      * SOMA O JOGO NAS FAIXAS, NO NIVEL E NO(S) MODO(S) DELE; A
      * VITORIA VAI PARA A TABELA DO PLACAR.
       2400-ACUMULA-JOGO.
           ADD 1                           TO WS-TOT-SIMULADOS
           ADD DCLHJ-PONTUACAO             TO WS-SOMA-GRAVADA-COMP
           ADD WS-PTS-ATUAL-COMP           TO WS-SOMA-ATUAL-COMP
           ADD WS-PTS-PROP-COMP            TO WS-SOMA-PROP-COMP

           COMPUTE I = (WS-PTS-ATUAL-COMP / 25) + 1
           IF I > 9
               MOVE 9                      TO I
           END-IF
           ADD 1                           TO WS-FX-ANTES-COMP(I)

           COMPUTE I = (WS-PTS-PROP-COMP / 25) + 1
           IF I > 9
               MOVE 9                      TO I
           END-IF
           ADD 1                           TO WS-FX-DEPOIS-COMP(I)

           COMPUTE WS-DIFERENCA-COMP =
               WS-PTS-PROP-COMP - WS-PTS-ATUAL-COMP

           ADD 1                     TO WS-NV-QTD-COMP(WS-NIVEL-JOGO)
           ADD WS-DIFERENCA-COMP     TO WS-NV-DIF-COMP(WS-NIVEL-JOGO)

           IF DCLHJ-MODO-BLITZ EQUAL 'S'
               ADD 1                       TO WS-MD-QTD-COMP(1)
               ADD WS-DIFERENCA-COMP       TO WS-MD-DIF-COMP(1)
           END-IF
           IF DCLHJ-MODO-DIFICIL EQUAL 'S'
               ADD 1                       TO WS-MD-QTD-COMP(2)
               ADD WS-DIFERENCA-COMP       TO WS-MD-DIF-COMP(2)
           END-IF
           IF DCLHJ-MODO-BLITZ NOT EQUAL 'S'
              AND DCLHJ-MODO-DIFICIL NOT EQUAL 'S'
               ADD 1                       TO WS-MD-QTD-COMP(3)
               ADD WS-DIFERENCA-COMP       TO WS-MD-DIF-COMP(3)
           END-IF

           IF DCLHJ-RESULTADO EQUAL 'S'
               IF WS-QTD-VIT < WS-MAX-VIT
                   ADD 1                   TO WS-QTD-VIT
                   MOVE DCLHJ-ID           TO WS-VT-ID(WS-QTD-VIT)
                   MOVE DCLHJ-USERID       TO WS-VT-USERID(WS-QTD-VIT)
                   MOVE DCLHJ-TENTATIVAS   TO WS-VT-TENT(WS-QTD-VIT)
                   MOVE WS-PTS-ATUAL-COMP
                                      TO WS-VT-PTS-ATUAL(WS-QTD-VIT)
                   MOVE WS-PTS-PROP-COMP
                                      TO WS-VT-PTS-PROP(WS-QTD-VIT)
               ELSE
                   ADD 1                   TO WS-VIT-EXCEDIDAS
               END-IF
           END-IF
           .

      * POSICAO DE CADA VITORIA NAS DUAS REGRAS: 1 MAIS AS QUE FICAM
      * NA FRENTE DELA NA ORDEM DA Y1C3 (PONTUACAO MAIOR, MENOS
      * TENTATIVAS, JOGO MAIS ANTIGO).
       3000-CLASSIFICA-VITORIAS.
           PERFORM 3100-POSICIONA-1-VITORIA THRU
                   3100-POSICIONA-1-VITORIA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-VIT
           .

       3100-POSICIONA-1-VITORIA.
           MOVE 1                          TO WS-VT-POS-ATUAL(I)
           MOVE 1                          TO WS-VT-POS-PROP(I)

           PERFORM 3200-COMPARA-VITORIAS THRU 3200-COMPARA-VITORIAS-EXIT
               VARYING J FROM 1 BY 1 UNTIL J > WS-QTD-VIT
           .
       3100-POSICIONA-1-VITORIA-EXIT.
           EXIT.

       3200-COMPARA-VITORIAS.
           IF WS-VT-PTS-ATUAL(J) > WS-VT-PTS-ATUAL(I)
              OR (WS-VT-PTS-ATUAL(J) EQUAL WS-VT-PTS-ATUAL(I)
                  AND WS-VT-TENT(J) < WS-VT-TENT(I))
              OR (WS-VT-PTS-ATUAL(J) EQUAL WS-VT-PTS-ATUAL(I)
                  AND WS-VT-TENT(J) EQUAL WS-VT-TENT(I)
                  AND WS-VT-ID(J) < WS-VT-ID(I))
               ADD 1                       TO WS-VT-POS-ATUAL(I)
           END-IF

           IF WS-VT-PTS-PROP(J) > WS-VT-PTS-PROP(I)
              OR (WS-VT-PTS-PROP(J) EQUAL WS-VT-PTS-PROP(I)
                  AND WS-VT-TENT(J) < WS-VT-TENT(I))
              OR (WS-VT-PTS-PROP(J) EQUAL WS-VT-PTS-PROP(I)
                  AND WS-VT-TENT(J) EQUAL WS-VT-TENT(I)
                  AND WS-VT-ID(J) < WS-VT-ID(I))
               ADD 1                       TO WS-VT-POS-PROP(I)
           END-IF
           .
       3200-COMPARA-VITORIAS-EXIT.
           EXIT.

       4000-EMITE-RESULTADO.
           PERFORM 4100-EMITE-TOTAIS
           PERFORM 4200-EMITE-FAIXAS
           PERFORM 4300-EMITE-NIVEIS
           PERFORM 4400-EMITE-MODOS
           PERFORM 4500-EMITE-PLACAR
           .

       4100-EMITE-TOTAIS.
           MOVE 'JOGOS NORMAIS NA JANELA................'
                                           TO WS-LT-TEXTO
           MOVE WS-TOT-JOGOS               TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'SEM AUDITORIA (FORA DA SIMULACAO)......'
                                           TO WS-LT-TEXTO
           MOVE WS-TOT-SEM-AUDIT           TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE 'JOGOS SIMULADOS........................'
                                           TO WS-LT-TEXTO
           MOVE WS-TOT-SIMULADOS           TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           IF WS-TOT-SIMULADOS EQUAL 0
               MOVE 0                      TO WS-MEDIA
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                   WS-SOMA-GRAVADA-COMP / WS-TOT-SIMULADOS
           END-IF
           MOVE 'MEDIA GRAVADA EM HISTJOGO..............'
                                           TO WS-LM-TEXTO
           MOVE WS-MEDIA                   TO WS-LM-VALOR
           MOVE WS-LINHA-MEDIA             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           IF WS-TOT-SIMULADOS EQUAL 0
               MOVE 0                      TO WS-MEDIA
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                   WS-SOMA-ATUAL-COMP / WS-TOT-SIMULADOS
           END-IF
           MOVE 'MEDIA NA REGRA ATUAL...................'
                                           TO WS-LM-TEXTO
           MOVE WS-MEDIA                   TO WS-LM-VALOR
           MOVE WS-LINHA-MEDIA             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           IF WS-TOT-SIMULADOS EQUAL 0
               MOVE 0                      TO WS-MEDIA
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                   WS-SOMA-PROP-COMP / WS-TOT-SIMULADOS
           END-IF
           MOVE 'MEDIA NA REGRA PROPOSTA................'
                                           TO WS-LM-TEXTO
           MOVE WS-MEDIA                   TO WS-LM-VALOR
           MOVE WS-LINHA-MEDIA             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       4200-EMITE-FAIXAS.
           MOVE WS-LINHA-TIT-FAIXA         TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           PERFORM 4210-EMITE-1-FAIXA THRU 4210-EMITE-1-FAIXA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > 9

           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       4210-EMITE-1-FAIXA.
           MOVE WS-NOME-FAIXA(I)           TO WS-LF-FAIXA
           MOVE WS-FX-ANTES-COMP(I)        TO WS-LF-ANTES
           MOVE WS-FX-DEPOIS-COMP(I)       TO WS-LF-DEPOIS
           MOVE WS-LINHA-FAIXA             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       4210-EMITE-1-FAIXA-EXIT.
           EXIT.

       4300-EMITE-NIVEIS.
           MOVE 'VARIACAO MEDIA POR NIVEL'  TO WS-LTG-TEXTO
           MOVE WS-LINHA-TIT-GRUPO         TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           PERFORM 4310-EMITE-1-NIVEL THRU 4310-EMITE-1-NIVEL-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > 3

           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       4310-EMITE-1-NIVEL.
           IF WS-NV-QTD-COMP(I) EQUAL 0
               MOVE 0                      TO WS-MEDIA
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                   WS-NV-DIF-COMP(I) / WS-NV-QTD-COMP(I)
           END-IF
           MOVE WS-NOME-NIVEL(I)           TO WS-LGR-NOME
           MOVE WS-NV-QTD-COMP(I)          TO WS-LGR-JOGOS
           MOVE WS-MEDIA                   TO WS-LGR-VARIACAO
           MOVE WS-LINHA-GRUPO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       4310-EMITE-1-NIVEL-EXIT.
           EXIT.

      * UM JOGO BLITZ NO MODO DIFICIL ENTRA NAS DUAS LINHAS; NORMAL E
      * O JOGO QUE NAO E NEM BLITZ NEM DIFICIL.
       4400-EMITE-MODOS.
           MOVE 'VARIACAO MEDIA POR MODO'   TO WS-LTG-TEXTO
           MOVE WS-LINHA-TIT-GRUPO         TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           PERFORM 4410-EMITE-1-MODO THRU 4410-EMITE-1-MODO-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > 3

           MOVE '  (BLITZ E DIFICIL PODEM SE SOBREPOR)'
                                           TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-BRANCO            TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       4410-EMITE-1-MODO.
           IF WS-MD-QTD-COMP(I) EQUAL 0
               MOVE 0                      TO WS-MEDIA
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                   WS-MD-DIF-COMP(I) / WS-MD-QTD-COMP(I)
           END-IF
           MOVE WS-NOME-MODO(I)            TO WS-LGR-NOME
           MOVE WS-MD-QTD-COMP(I)          TO WS-LGR-JOGOS
           MOVE WS-MEDIA                   TO WS-LGR-VARIACAO
           MOVE WS-LINHA-GRUPO             TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .
       4410-EMITE-1-MODO-EXIT.
           EXIT.

      * PRIMEIRO O NOVO TOP 10, NA ORDEM NOVA, SO COM QUEM MUDA DE
      * POSICAO; DEPOIS QUEM ESTAVA NO TOP 10 E SAI DELE.
       4500-EMITE-PLACAR.
           MOVE 'MUDANCAS NO TOP 10 DO PLACAR (VITORIAS DA JANELA)'
                                           TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-TIT-TOP1          TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           MOVE WS-LINHA-TIT-TOP2          TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR

           PERFORM 4510-PROCURA-POS-NOVA THRU 4510-PROCURA-POS-NOVA-EXIT
               VARYING K FROM 1 BY 1 UNTIL K > 10

           PERFORM 4530-PROCURA-POS-ANTIGA THRU
                   4530-PROCURA-POS-ANTIGA-EXIT
               VARYING K FROM 1 BY 1 UNTIL K > 10

           IF WS-CONT-MUDANCAS EQUAL 0
               MOVE 'NENHUMA MUDANCA DE POSICAO NO TOP 10'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF

           IF WS-VIT-EXCEDIDAS > 0
               DISPLAY '*** ' WS-VIT-EXCEDIDAS ' VITORIAS ALEM DO'
                       ' LIMITE DE ' WS-MAX-VIT
                       ' FICARAM FORA DO PLACAR SIMULADO'
               MOVE '*** HA VITORIAS FORA DO PLACAR SIMULADO (LIMITE)'
                                           TO WS-REG-RELATOR
               WRITE WS-REG-RELATOR
           END-IF
           .

       4510-PROCURA-POS-NOVA.
           PERFORM 4520-CONFERE-POS-NOVA THRU 4520-CONFERE-POS-NOVA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-VIT
           .
       4510-PROCURA-POS-NOVA-EXIT.
           EXIT.

       4520-CONFERE-POS-NOVA.
           IF WS-VT-POS-PROP(I) EQUAL K
              AND WS-VT-POS-ATUAL(I) NOT EQUAL K
               PERFORM 4590-EMITE-MUDANCA
           END-IF
           .
       4520-CONFERE-POS-NOVA-EXIT.
           EXIT.

       4530-PROCURA-POS-ANTIGA.
           PERFORM 4540-CONFERE-POS-ANTIGA THRU
                   4540-CONFERE-POS-ANTIGA-EXIT
               VARYING I FROM 1 BY 1 UNTIL I > WS-QTD-VIT
           .
       4530-PROCURA-POS-ANTIGA-EXIT.
           EXIT.

       4540-CONFERE-POS-ANTIGA.
           IF WS-VT-POS-ATUAL(I) EQUAL K
              AND WS-VT-POS-PROP(I) > 10
               PERFORM 4590-EMITE-MUDANCA
           END-IF
           .
       4540-CONFERE-POS-ANTIGA-EXIT.
           EXIT.

       4590-EMITE-MUDANCA.
           ADD 1                           TO WS-CONT-MUDANCAS

           MOVE WS-VT-USERID(I)            TO DCLJG-USERID
           MOVE SPACES                     TO DCLJG-NOME

           EXEC SQL
              SELECT NOME
                INTO :DCLJG-NOME
                FROM JOGADOR
               WHERE USERID = :DCLJG-USERID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE SPACES                 TO DCLJG-NOME
           END-IF

           MOVE WS-VT-POS-ATUAL(I)         TO WS-LTP-POS-ANTES
           MOVE WS-VT-POS-PROP(I)          TO WS-LTP-POS-DEPOIS
           MOVE WS-VT-USERID(I)            TO WS-LTP-USERID
           MOVE DCLJG-NOME                 TO WS-LTP-NOME
           MOVE WS-VT-ID(I)                TO WS-LTP-JOGO
           MOVE WS-VT-PTS-ATUAL(I)         TO WS-LTP-PTS-ANTES
           MOVE WS-VT-PTS-PROP(I)          TO WS-LTP-PTS-DEPOIS
           MOVE WS-LINHA-TOP               TO WS-REG-RELATOR
           WRITE WS-REG-RELATOR
           .

       9000-ENCERRA.
           IF WS-PARM-INVALIDO
               MOVE 8                      TO RETURN-CODE
           END-IF

           MOVE WS-TOT-SIMULADOS           TO WS-TOT-JEX-COMP
           PERFORM 9900-REGISTRA-FIM

           CLOSE RELATOR

           DISPLAY 'JOGOS NORMAIS NA JANELA.......: ' WS-TOT-JOGOS
           DISPLAY 'SEM AUDITORIA.................: ' WS-TOT-SEM-AUDIT
           DISPLAY 'JOGOS SIMULADOS...............: ' WS-TOT-SIMULADOS
           DISPLAY 'MUDANCAS NO TOP 10............: ' WS-CONT-MUDANCAS

           DISPLAY 'P3O99RT - SIMULADOR DE REGRA DE PONTUACAO CONCLUIDO'
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

           MOVE 'P3O99RT'                  TO DCLJD-PROGRAMA
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
                   MOVE 'P3O99RT'          TO DCLJE-PROGRAMA
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

               DISPLAY 'P3O99RT - RETIDO POR DEPENDENCIA: '
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
               MOVE 'P3O99RT'              TO DCLJE-PROGRAMA
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
