      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99E1, MAP MAPAPOL                   *
      * TELA DE MANUTENCAO DA POLITICA DE USO POR DEPARTAMENTO         *
      * (JANELAS DE HORARIO E COTA DE JOGOS POR DIA - INCLUSAO,        *
      * ALTERACAO, EXCLUSAO E LISTA).                                  *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
       01  MAPAPOLI.
           02 TERMI                PIC X(04).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
           02 FUNCL                PIC S9(04) COMP.
           02 FUNCA                PIC X(01).
           02 FUNCI                PIC X(01).
           02 DEPTL                PIC S9(04) COMP.
           02 DEPTA                PIC X(01).
           02 DEPTI                PIC X(20).
      * JANELAS DE HORARIO, HHMM - INICIO E FIM DE CADA UMA.
           02 INI1L                PIC S9(04) COMP.
           02 INI1A                PIC X(01).
           02 INI1I                PIC X(04).
           02 FIM1L                PIC S9(04) COMP.
           02 FIM1A                PIC X(01).
           02 FIM1I                PIC X(04).
           02 INI2L                PIC S9(04) COMP.
           02 INI2A                PIC X(01).
           02 INI2I                PIC X(04).
           02 FIM2L                PIC S9(04) COMP.
           02 FIM2A                PIC X(01).
           02 FIM2I                PIC X(04).
           02 INI3L                PIC S9(04) COMP.
           02 INI3A                PIC X(01).
           02 INI3I                PIC X(04).
           02 FIM3L                PIC S9(04) COMP.
           02 FIM3A                PIC X(01).
           02 FIM3I                PIC X(04).
      * COTA DE JOGOS NORMAIS POR DIA (EM BRANCO OU ZERO = SEM COTA).
           02 MAXJL                PIC S9(04) COMP.
           02 MAXJA                PIC X(01).
           02 MAXJI                PIC X(03).
      * CL1O A CL8O E MSGO NAO TEM CONTRAPARTIDA NO LADO DE ENTRADA
      * (SAO CAMPOS SO DE SAIDA) - FILLER SO PARA O LADO I TER O
      * MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(664).

       01  MAPAPOLO REDEFINES MAPAPOLI.
           02 TERMO                PIC X(04).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 FILLER               PIC X(03).
           02 FUNCO                PIC X(01).
           02 FILLER               PIC X(03).
           02 DEPTO                PIC X(20).
           02 FILLER               PIC X(03).
           02 INI1O                PIC X(04).
           02 FILLER               PIC X(03).
           02 FIM1O                PIC X(04).
           02 FILLER               PIC X(03).
           02 INI2O                PIC X(04).
           02 FILLER               PIC X(03).
           02 FIM2O                PIC X(04).
           02 FILLER               PIC X(03).
           02 INI3O                PIC X(04).
           02 FILLER               PIC X(03).
           02 FIM3O                PIC X(04).
           02 FILLER               PIC X(03).
           02 MAXJO                PIC X(03).
           02 CL1O                 PIC X(78).
           02 CL2O                 PIC X(78).
           02 CL3O                 PIC X(78).
           02 CL4O                 PIC X(78).
           02 CL5O                 PIC X(78).
           02 CL6O                 PIC X(78).
           02 CL7O                 PIC X(78).
           02 CL8O                 PIC X(78).
           02 MSGO                 PIC X(40).
