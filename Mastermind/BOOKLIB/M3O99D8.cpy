      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99D8, MAP MAPATER                   *
      * TELA DE MANUTENCAO DO INVENTARIO DE TERMINAIS (INCLUSAO,       *
      * ALTERACAO DA LOCALIZACAO, BLOQUEIO/LIBERACAO, EXCLUSAO E       *
      * LISTA).                                                        *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
       01  MAPATERI.
           02 TERMI                PIC X(04).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
           02 FUNCL                PIC S9(04) COMP.
           02 FUNCA                PIC X(01).
           02 FUNCI                PIC X(01).
           02 TRML                 PIC S9(04) COMP.
           02 TRMA                 PIC X(01).
           02 TRMI                 PIC X(04).
           02 SITEL                PIC S9(04) COMP.
           02 SITEA                PIC X(01).
           02 SITEI                PIC X(08).
           02 ANDRL                PIC S9(04) COMP.
           02 ANDRA                PIC X(01).
           02 ANDRI                PIC X(03).
           02 AREAL                PIC S9(04) COMP.
           02 AREAA                PIC X(01).
           02 AREAI                PIC X(20).
      * CL1O A CL8O E MSGO NAO TEM CONTRAPARTIDA NO LADO DE ENTRADA
      * (SAO CAMPOS SO DE SAIDA) - FILLER SO PARA O LADO I TER O
      * MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(664).

       01  MAPATERO REDEFINES MAPATERI.
           02 TERMO                PIC X(04).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 FILLER               PIC X(03).
           02 FUNCO                PIC X(01).
           02 FILLER               PIC X(03).
           02 TRMO                 PIC X(04).
           02 FILLER               PIC X(03).
           02 SITEO                PIC X(08).
           02 FILLER               PIC X(03).
           02 ANDRO                PIC X(03).
           02 FILLER               PIC X(03).
           02 AREAO                PIC X(20).
           02 CL1O                 PIC X(78).
           02 CL2O                 PIC X(78).
           02 CL3O                 PIC X(78).
           02 CL4O                 PIC X(78).
           02 CL5O                 PIC X(78).
           02 CL6O                 PIC X(78).
           02 CL7O                 PIC X(78).
           02 CL8O                 PIC X(78).
           02 MSGO                 PIC X(40).
