      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99D2, MAP MAPACAS                   *
      * TELA DE APURACAO DE SUSPEITAS (OPERADOR): LISTA DAS SUSPEITAS *
      * ABERTAS POR MOTIVO/DATA, O CASO ESCOLHIDO COM OS JOGOS E AS   *
      * JOGADAS LIGADAS A ELE, E A DISPOSICAO COM OBSERVACAO.         *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.   *
      ******************************************************************
       01  MAPACASI.
           02 TERMI                PIC X(04).
           02 TRANSI               PIC X(04).
           02 TASKI                PIC 9(07).
           02 FASEI                PIC X(01).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
           02 MOTL                 PIC S9(04) COMP.
           02 MOTA                 PIC X(01).
           02 MOTI                 PIC X(02).
           02 DTRL                 PIC S9(04) COMP.
           02 DTRA                 PIC X(01).
           02 DTRI                 PIC X(10).
           02 SELL                 PIC S9(04) COMP.
           02 SELA                 PIC X(01).
           02 SELI                 PIC 9(09).
      * CABO E LIN1O A LIN10O NAO TEM CONTRAPARTIDA NO LADO DE
      * ENTRADA (SAO CAMPOS SO DE SAIDA) - FILLER SO PARA O LADO I
      * TER O MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(660).
           02 DSPL                 PIC S9(04) COMP.
           02 DSPA                 PIC X(01).
           02 DSPI                 PIC X(01).
           02 OBSL                 PIC S9(04) COMP.
           02 OBSA                 PIC X(01).
           02 OBSI                 PIC X(40).
           02 IDHL                 PIC S9(04) COMP.
           02 IDHA                 PIC X(01).
           02 IDHI                 PIC 9(09).
      * PAGO E MSGO - IDEM.
           02 FILLER               PIC X(64).

       01  MAPACASO REDEFINES MAPACASI.
           02 TERMO                PIC X(04).
           02 TRANSO               PIC X(04).
           02 TASKO                PIC 9(07).
           02 FASEO                PIC X(01).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 FILLER               PIC X(03).
           02 MOTO                 PIC X(02).
           02 FILLER               PIC X(03).
           02 DTRO                 PIC X(10).
           02 FILLER               PIC X(03).
           02 SELO                 PIC 9(09).
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
           02 DSPO                 PIC X(01).
           02 FILLER               PIC X(03).
           02 OBSO                 PIC X(40).
           02 FILLER               PIC X(03).
           02 IDHO                 PIC 9(09).
           02 PAGO                 PIC 9(04).
           02 MSGO                 PIC X(60).
