      * POR TELA - UM USUARIO SO PODE TER CENTENAS DE LINHAS NUM DIA.
      * A PAGINACAO E POR FAIXA DE ID (O PRIMEIRO E O ULTIMO ID DA
      * PAGINA EXIBIDA VIAJAM NA COMMAREA), PARA NAO RELER A TABELA
      * INTEIRA A CADA TECLA. CADA LINHA MOSTRA TAMBEM ONDE O
      * TERMINAL FICA (SITE/ANDAR/AREA DO INVENTARIO TERMINAL_INV,
      * MANTIDO NA Y1D8 E PELA CARGA P3O99S2).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-QTD-LINHAS                   PIC 9(04).
       77  WS-LINHA-EXIBE                  PIC 9(04).
       77  WS-METADE                       PIC 9(04).
       77  WS-LINHA-TROCA                  PIC X(78).
       77  WS-ID-REF-COMP                  PIC S9(09) COMP.
       77  WS-DATA-FILTRO-SW               PIC X(01).
           88 WS-DATA-FILTRO-OK                VALUE 'S'.
      * LINHA DE DETALHE MONTADA PARA A TELA. O NOME VEM DO CADASTRO
      * JOGADOR (CARGA NOTURNA P3O99RD) - SO OS 9 PRIMEIROS
      * CARACTERES CABEM NA LINHA, E A HORA PERDEU OS SEGUNDOS PARA
      * ABRIR ESPACO. A LOCALIZACAO DO TERMINAL SAI COMO
      * SITE/ANDAR/AREA, CORTADA NO QUE COUBER.
       01  WS-LINHA-AUD.
           05 WS-LA-ID                     PIC Z(08)9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-DATA                   PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-HORA                   PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-LA-LOCAL                  PIC X(17).

      * ULTIMO TERMINAL PROCURADO NO INVENTARIO - AS LINHAS DE UMA
      * PAGINA COSTUMAM SER DO MESMO TERMINAL, E ELE SO E LIDO UMA
      * VEZ.
       77  WS-LOCAL-TERMINAL               PIC X(04) VALUE LOW-VALUES.
       77  WS-LOCAL-TEXTO                  PIC X(17).

      * PAGINA MONTADA EM MEMORIA ANTES DE IR PARA A TELA - NA
      * PAGINACAO PARA TRAS AS LINHAS CHEGAM DO CURSOR EM ORDEM
      * DECRESCENTE E SAO EXIBIDAS DE BAIXO PARA CIMA.
       01  WS-PAGINA-TAB.
           05 WS-PAG-LINHA                 PIC X(78) OCCURS 10.
       01  WS-PAG-IDS.
           05 WS-PAG-ID                    PIC S9(09) COMP OCCURS 10.

              INCLUDE DCLJGDR
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTERM
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           MOVE DCLAU-ACERTOS-ERRADOS      TO WS-LA-ERRADOS
           MOVE DCLAU-DATA-JOGADA          TO WS-LA-DATA
           MOVE DCLAU-HORA-JOGADA(1:5)     TO WS-LA-HORA
           IF DCLAU-TERMINAL NOT EQUAL WS-LOCAL-TERMINAL
               PERFORM 999-BUSCA-LOCAL
           END-IF
           MOVE WS-LOCAL-TEXTO             TO WS-LA-LOCAL
           .

      * ONDE O TERMINAL FICA, NO INVENTARIO (TERMINAL_INV). TERMINAL
      * FORA DO INVENTARIO SAI MARCADO, COMO O USERID SEM CADASTRO.
       999-BUSCA-LOCAL.
           MOVE DCLAU-TERMINAL             TO WS-LOCAL-TERMINAL
           MOVE SPACES                     TO WS-LOCAL-TEXTO

           EXEC SQL
              SELECT SITE, ANDAR, AREA
                INTO :DCLTR-SITE, :DCLTR-ANDAR, :DCLTR-AREA
                FROM TERMINAL_INV
               WHERE TERMINAL = :DCLAU-TERMINAL
           END-EXEC

           IF SQLCODE EQUAL 0
               STRING DCLTR-SITE           DELIMITED BY SPACE
                      '/'                  DELIMITED BY SIZE
                      DCLTR-ANDAR          DELIMITED BY SPACE
                      '/'                  DELIMITED BY SIZE
                      DCLTR-AREA           DELIMITED BY SIZE
                 INTO WS-LOCAL-TEXTO
               END-STRING
           ELSE
               MOVE '*SEM INVENTARIO*'     TO WS-LOCAL-TEXTO
           END-IF
           .

      * NOME DO JOGADOR NO CADASTRO CARREGADO DO FEED DO RH
