      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99B8, MAP MAPAMNU                   *
      * TELA DE MENU PRINCIPAL (JOGAR / TUTORIAL / PLACAR).            *
      * MENSO MOSTRA QUANTAS MENSAGENS NAO LIDAS O JOGADOR TEM.        *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
           02 OPCAOL               PIC S9(04) COMP.
           02 OPCAOA               PIC X(01).
           02 OPCAOI               PIC X(01).
      * PLAC1O A PLAC5O, AVI1O/AVI2O, MENSO E MSGO NAO TEM
      * CONTRAPARTIDA NO LADO DE ENTRADA (SAO CAMPOS SO DE SAIDA) -
      * FILLER SO PARA O LADO I TER O MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(419).

       01  MAPAMNUO REDEFINES MAPAMNUI.
           02 FILLER               PIC X(03).
      * VIGENTES NO INSTANTE DA TELA APARECEM.
           02 AVI1O                PIC X(60).
           02 AVI2O                PIC X(60).
      * CONTAGEM DAS MENSAGENS NAO LIDAS DA CAIXA DO JOGADOR (TABELA
      * MENSAGEM) - EM BRANCO QUANDO NAO HA NENHUMA.
           02 MENSO                PIC X(40).
