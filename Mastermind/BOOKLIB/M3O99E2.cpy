      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99E2, MAP MAPAGAL                   *
      * TELA DA GALERIA DA FAMA (DESTAQUES DE CADA ANO FECHADO, COM    *
      * PAGINACAO PF7/PF8 POR ANO).                                    *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
       01  MAPAGALI.
           02 TERMI                PIC X(04).
           02 TRANSI               PIC X(04).
           02 TASKI                PIC 9(07).
           02 FASEI                PIC X(01).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
      * ANO A CONSULTAR (AAAA).
           02 ANOL                 PIC S9(04) COMP.
           02 ANOA                 PIC X(01).
           02 ANOI                 PIC X(04).
      * LIN1O A LIN12O NAO TEM CONTRAPARTIDA NO LADO DE ENTRADA (SAO
      * CAMPOS SO DE SAIDA) - FILLER SO PARA O LADO I TER O MESMO
      * TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(936).
           02 MSGI                 PIC X(60).

       01  MAPAGALO REDEFINES MAPAGALI.
           02 TERMO                PIC X(04).
           02 TRANSO               PIC X(04).
           02 TASKO                PIC 9(07).
           02 FASEO                PIC X(01).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 FILLER               PIC X(03).
           02 ANOO                 PIC X(04).
           02 LIN1O                PIC X(78).
           02 LIN2O                PIC X(78).
           02 LIN3O                PIC X(78).
           02 LIN4O                PIC X(78).
           02 LIN5O                PIC X(78).
           02 LIN6O                PIC X(78).
           02 LIN7O                PIC X(78).
           02 LIN8O                PIC X(78).
           02 LIN9O                PIC X(78).
           02 LIN10O               PIC X(78).
           02 LIN11O               PIC X(78).
           02 LIN12O               PIC X(78).
           02 MSGO                 PIC X(60).
