      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99D6, MAP MAPAPRE                   *
      * TELA DE APROVACAO DE PREMIOS (OPERADOR): LISTA DOS PREMIOS   *
      * POR SITUACAO/TIPO, E A DECISAO (A/R/P) COM OBSERVACAO PARA O *
      * PREMIO INFORMADO EM SEL.                                     *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.   *
      ******************************************************************
       01  MAPAPREI.
           02 TERMI                PIC X(04).
           02 TRANSI               PIC X(04).
           02 TASKI                PIC 9(07).
           02 FASEI                PIC X(01).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
           02 SITL                 PIC S9(04) COMP.
           02 SITA                 PIC X(01).
           02 SITI                 PIC X(01).
           02 TPRL                 PIC S9(04) COMP.
           02 TPRA                 PIC X(01).
           02 TPRI                 PIC X(02).
      * CABO E LIN1O A LIN10O NAO TEM CONTRAPARTIDA NO LADO DE
      * ENTRADA (SAO CAMPOS SO DE SAIDA) - FILLER SO PARA O LADO I
      * TER O MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(660).
           02 SELL                 PIC S9(04) COMP.
           02 SELA                 PIC X(01).
           02 SELI                 PIC 9(09).
           02 DECL                 PIC S9(04) COMP.
           02 DECA                 PIC X(01).
           02 DECI                 PIC X(01).
           02 OBSL                 PIC S9(04) COMP.
           02 OBSA                 PIC X(01).
           02 OBSI                 PIC X(40).
      * PAGO E MSGO - IDEM.
           02 FILLER               PIC X(64).

       01  MAPAPREO REDEFINES MAPAPREI.
           02 TERMO                PIC X(04).
           02 TRANSO               PIC X(04).
           02 TASKO                PIC 9(07).
           02 FASEO                PIC X(01).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 FILLER               PIC X(03).
           02 SITO                 PIC X(01).
           02 FILLER               PIC X(03).
           02 TPRO                 PIC X(02).
           02 CABO                 PIC X(60).
           02 LIN1O                PIC X(60).
           02 LIN2O                PIC X(60).
           02 LIN3O                PIC X(60).
           02 LIN4O                PIC X(60).
           02 LIN5O                PIC X(60).
           02 LIN6O                PIC X(60).
           02 LIN7O                PIC X(60).
           02 LIN8O                PIC X(60).
           02 LIN9O                PIC X(60).
           02 LIN10O               PIC X(60).
           02 FILLER               PIC X(03).
           02 SELO                 PIC 9(09).
           02 FILLER               PIC X(03).
           02 DECO                 PIC X(01).
           02 FILLER               PIC X(03).
           02 OBSO                 PIC X(40).
           02 PAGO                 PIC 9(04).
           02 MSGO                 PIC X(60).
