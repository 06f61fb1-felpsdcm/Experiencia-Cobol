      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99D3, MAP MAPAMSG                   *
      * TELA DA CAIXA DE MENSAGENS DO JOGADOR (NAO LIDAS PRIMEIRO).    *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
       01  MAPAMSGI.
           02 TERMI                PIC X(04).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
      * LIN1O A LIN8O E MSGO NAO TEM CONTRAPARTIDA NO LADO DE
      * ENTRADA (SAO CAMPOS SO DE SAIDA) - FILLER SO PARA O LADO I
      * TER O MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(652).

       01  MAPAMSGO REDEFINES MAPAMSGI.
           02 TERMO                PIC X(04).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 LIN1O                PIC X(74).
           02 LIN2O                PIC X(74).
           02 LIN3O                PIC X(74).
           02 LIN4O                PIC X(74).
           02 LIN5O                PIC X(74).
           02 LIN6O                PIC X(74).
           02 LIN7O                PIC X(74).
           02 LIN8O                PIC X(74).
           02 MSGO                 PIC X(60).
