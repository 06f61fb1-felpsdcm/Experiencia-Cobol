      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99E0, MAP MAPADES                   *
      * TELA DO DESAFIO DE COLEGA (ENVIO, CAIXA DE DESAFIOS RECEBIDOS, *
      * RESULTADO DOS ENVIADOS E O JOGO DO DESAFIO).                   *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
       01  MAPADESI.
           02 TERMI                PIC X(04).
           02 TRANSI               PIC X(04).
           02 TASKI                PIC 9(07).
           02 FASEI                PIC X(01).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
      * USERID DO COLEGA DESAFIADO.
           02 DESTL                PIC S9(04) COMP.
           02 DESTA                PIC X(01).
           02 DESTI                PIC X(08).
      * SENHA DO DESAFIO - CAMPO ESCURO (ATTRB=DRK), NAO APARECE NA
      * DIGITACAO.
           02 PALL                 PIC S9(04) COMP.
           02 PALA                 PIC X(01).
           02 PALI                 PIC X(05).
      * SELECAO DE LINHA DOS DESAFIOS RECEBIDOS PENDENTES (1 A 5).
           02 SELL                 PIC S9(04) COMP.
           02 SELA                 PIC X(01).
           02 SELI                 PIC X(01).
           02 LETRA1L              PIC S9(04) COMP.
           02 LETRA1A              PIC X(01).
           02 LETRA1I              PIC X(01).
           02 LETRA2L              PIC S9(04) COMP.
           02 LETRA2A              PIC X(01).
           02 LETRA2I              PIC X(01).
           02 LETRA3L              PIC S9(04) COMP.
           02 LETRA3A              PIC X(01).
           02 LETRA3I              PIC X(01).
           02 LETRA4L              PIC S9(04) COMP.
           02 LETRA4A              PIC X(01).
           02 LETRA4I              PIC X(01).
           02 LETRA5L              PIC S9(04) COMP.
           02 LETRA5A              PIC X(01).
           02 LETRA5I              PIC X(01).
      * TENTATIVAS DO JOGO DO DESAFIO - UMA LINHA DE TELA POR
      * TENTATIVA, COM O ATRIBUTO DE COR (TENTNC) COMO NA TELA DO
      * JOGO (M3O99B1).
           02 TENT1C               PIC X(01).
           02 TENT1I               PIC X(05).
           02 TENT2C               PIC X(01).
           02 TENT2I               PIC X(05).
           02 TENT3C               PIC X(01).
           02 TENT3I               PIC X(05).
           02 TENT4C               PIC X(01).
           02 TENT4I               PIC X(05).
           02 TENT5C               PIC X(01).
           02 TENT5I               PIC X(05).
           02 TENT6C               PIC X(01).
           02 TENT6I               PIC X(05).
           02 TENT7C               PIC X(01).
           02 TENT7I               PIC X(05).
           02 TENT8C               PIC X(01).
           02 TENT8I               PIC X(05).
           02 TENT9C               PIC X(01).
           02 TENT9I               PIC X(05).
           02 TENT10C              PIC X(01).
           02 TENT10I              PIC X(05).
           02 TENT11C              PIC X(01).
           02 TENT11I              PIC X(05).
           02 TENT12C              PIC X(01).
           02 TENT12I              PIC X(05).
           02 TENT13C              PIC X(01).
           02 TENT13I              PIC X(05).
           02 TENT14C              PIC X(01).
           02 TENT14I              PIC X(05).
           02 TENT15C              PIC X(01).
           02 TENT15I              PIC X(05).
           02 TENT16C              PIC X(01).
           02 TENT16I              PIC X(05).
           02 MSGI                 PIC X(40).
      * CERTASO, ERRADASO, CONTO, PONTO, REMO, REC1O A REC5O E ENV1O
      * A ENV5O NAO TEM CONTRAPARTIDA NO LADO DE ENTRADA (SAO CAMPOS
      * SO DE SAIDA) - FILLER SO PARA O LADO I TER O MESMO TAMANHO
      * TOTAL DO LADO O.
           02 FILLER               PIC X(424).

       01  MAPADESO REDEFINES MAPADESI.
           02 TERMO                PIC X(04).
           02 TRANSO               PIC X(04).
           02 TASKO                PIC 9(07).
           02 FASEO                PIC X(01).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 FILLER               PIC X(03).
           02 DESTO                PIC X(08).
           02 FILLER               PIC X(03).
           02 PALO                 PIC X(05).
           02 FILLER               PIC X(03).
           02 SELO                 PIC X(01).
           02 FILLER               PIC X(04) OCCURS 5.
           02 FILLER               PIC X(06) OCCURS 16.
           02 MSGO                 PIC X(40).
           02 CERTASO              PIC 9(04).
           02 ERRADASO             PIC 9(04).
           02 CONTO                PIC 9(04).
           02 PONTO                PIC 9(04).
      * REMETENTE DO DESAFIO EM JOGO.
           02 REMO                 PIC X(08).
      * DESAFIOS RECEBIDOS AINDA PENDENTES.
           02 REC1O                PIC X(40).
           02 REC2O                PIC X(40).
           02 REC3O                PIC X(40).
           02 REC4O                PIC X(40).
           02 REC5O                PIC X(40).
      * ULTIMOS DESAFIOS ENVIADOS, COM A SITUACAO E O RESULTADO.
           02 ENV1O                PIC X(40).
           02 ENV2O                PIC X(40).
           02 ENV3O                PIC X(40).
           02 ENV4O                PIC X(40).
           02 ENV5O                PIC X(40).
