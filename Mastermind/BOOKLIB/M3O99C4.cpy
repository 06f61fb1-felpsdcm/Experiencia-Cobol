      * SYMBOLIC MAP FOR MAPSET M3O99C4, MAP MAPAOPS                   *
      * PAINEL DE OPERACAO DO JOGO (JOGOS ATIVOS, DUELOS, NUMEROS DO   *
      * DIA E BATIMENTO DA AUDITORIA), ATUALIZADO A CADA ENTER.        *
      * A LINHA PAN10O TRAZ O HISTORICO DO RESUMO DIARIO (RESUMO_DIA). *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
           02 TERMI                PIC X(04).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
      * PAN1O A PAN10O E MSGO NAO TEM CONTRAPARTIDA NO LADO DE
      * ENTRADA (SAO CAMPOS SO DE SAIDA) - FILLER SO PARA O LADO I
      * TER O MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(540).

       01  MAPAOPSO REDEFINES MAPAOPSI.
           02 TERMO                PIC X(04).
           02 PAN7O                PIC X(50).
           02 PAN8O                PIC X(50).
           02 PAN9O                PIC X(50).
           02 PAN10O               PIC X(50).
           02 MSGO                 PIC X(40).
