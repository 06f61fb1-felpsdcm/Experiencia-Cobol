      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99D5, MAP MAPAPRF                   *
      * TELA DO PERFIL DO JOGADOR - CADASTRO, RATING, PLACAR, SERIE DO *
      * DESAFIO, CONQUISTAS, EQUIPE, DUELOS E OS ULTIMOS 10 JOGOS, COM *
      * SELECAO DE UM JOGO DA LISTA PARA O REPLAY.                     *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
       01  MAPAPRFI.
           02 TERMI                PIC X(04).
           02 TRANSI               PIC X(04).
           02 TASKI                PIC 9(07).
           02 FASEI                PIC X(01).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
           02 USUL                 PIC S9(04) COMP.
           02 USUA                 PIC X(01).
           02 USUI                 PIC X(08).
           02 SELL                 PIC S9(04) COMP.
           02 SELA                 PIC X(01).
           02 SELI                 PIC 9(02).
      * INF1O A INF4O, CABO, JOG1O A JOG10O E MSGO NAO TEM
      * CONTRAPARTIDA NO LADO DE ENTRADA (SAO CAMPOS SO DE SAIDA) -
      * FILLER SO PARA O LADO I TER O MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(1110).

       01  MAPAPRFO REDEFINES MAPAPRFI.
           02 TERMO                PIC X(04).
           02 TRANSO               PIC X(04).
           02 TASKO                PIC 9(07).
           02 FASEO                PIC X(01).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 FILLER               PIC X(03).
           02 USUO                 PIC X(08).
           02 FILLER               PIC X(03).
           02 SELO                 PIC 9(02).
           02 INF1O                PIC X(70).
           02 INF2O                PIC X(70).
           02 INF3O                PIC X(70).
           02 INF4O                PIC X(70).
           02 CABO                 PIC X(70).
           02 JOG1O                PIC X(70).
           02 JOG2O                PIC X(70).
           02 JOG3O                PIC X(70).
           02 JOG4O                PIC X(70).
           02 JOG5O                PIC X(70).
           02 JOG6O                PIC X(70).
           02 JOG7O                PIC X(70).
           02 JOG8O                PIC X(70).
           02 JOG9O                PIC X(70).
           02 JOG10O               PIC X(70).
           02 MSGO                 PIC X(60).
