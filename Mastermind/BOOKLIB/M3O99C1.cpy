      * LIN1O A LIN10O, PAGO E MSGO NAO TEM CONTRAPARTIDA NO LADO DE
      * ENTRADA (SAO CAMPOS SO DE SAIDA) - FILLER SO PARA O LADO I
      * TER O MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(780).
           02 FILLER               PIC X(04).
           02 MSGI                 PIC X(60).

           02 TERO                 PIC X(04).
           02 FILLER               PIC X(03).
           02 DTJO                 PIC X(10).
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
           02 PAGO                 PIC 9(04).
           02 MSGO                 PIC X(60).
