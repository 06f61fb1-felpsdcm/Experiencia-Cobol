      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99D7, MAP MAPACAL                   *
      * TELA DE OPERACAO DO CALENDARIO DE DIAS UTEIS (INCLUSAO DE      *
      * FERIADO, RECESSO OU DIA UTIL AVULSO, EXCLUSAO E LISTA).        *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
       01  MAPACALI.
           02 TERMI                PIC X(04).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
           02 FUNCL                PIC S9(04) COMP.
           02 FUNCA                PIC X(01).
           02 FUNCI                PIC X(01).
           02 IDVL                 PIC S9(04) COMP.
           02 IDVA                 PIC X(01).
           02 IDVI                 PIC 9(09).
           02 DTIL                 PIC S9(04) COMP.
           02 DTIA                 PIC X(01).
           02 DTII                 PIC X(10).
           02 DTFL                 PIC S9(04) COMP.
           02 DTFA                 PIC X(01).
           02 DTFI                 PIC X(10).
           02 TIPL                 PIC S9(04) COMP.
           02 TIPA                 PIC X(01).
           02 TIPI                 PIC X(01).
           02 DSCL                 PIC S9(04) COMP.
           02 DSCA                 PIC X(01).
           02 DSCI                 PIC X(30).
      * CL1O A CL8O E MSGO NAO TEM CONTRAPARTIDA NO LADO DE ENTRADA
      * (SAO CAMPOS SO DE SAIDA) - FILLER SO PARA O LADO I TER O
      * MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(664).

       01  MAPACALO REDEFINES MAPACALI.
           02 TERMO                PIC X(04).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 FILLER               PIC X(03).
           02 FUNCO                PIC X(01).
           02 FILLER               PIC X(03).
           02 IDVO                 PIC 9(09).
           02 FILLER               PIC X(03).
           02 DTIO                 PIC X(10).
           02 FILLER               PIC X(03).
           02 DTFO                 PIC X(10).
           02 FILLER               PIC X(03).
           02 TIPO                 PIC X(01).
           02 FILLER               PIC X(03).
           02 DSCO                 PIC X(30).
           02 CL1O                 PIC X(78).
           02 CL2O                 PIC X(78).
           02 CL3O                 PIC X(78).
           02 CL4O                 PIC X(78).
           02 CL5O                 PIC X(78).
           02 CL6O                 PIC X(78).
           02 CL7O                 PIC X(78).
           02 CL8O                 PIC X(78).
           02 MSGO                 PIC X(40).
