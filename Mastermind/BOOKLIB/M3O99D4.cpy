      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET M3O99D4, MAP MAPALOG                   *
      * TELA DE CONSULTA DO HISTORICO DE OPERACAO (OPER_LOG) - FILTRO  *
      * POR TRANSACAO, USERID E FAIXA DE DATAS, PAGINACAO PF7/PF8 E    *
      * DETALHE ANTES/DEPOIS DO ID SELECIONADO.                        *
      * GENERATED FROM THE BMS MAPSET SOURCE BY DFHMSD/DFHMDF MACROS.  *
      * DO NOT EDIT BY HAND - REASSEMBLE THE MAPSET AND COPY AGAIN.    *
      ******************************************************************
       01  MAPALOGI.
           02 TERMI                PIC X(04).
           02 TRANSI               PIC X(04).
           02 TASKI                PIC 9(07).
           02 FASEI                PIC X(01).
           02 DATAI                PIC X(10).
           02 HORAI                PIC X(08).
           02 TRNL                 PIC S9(04) COMP.
           02 TRNA                 PIC X(01).
           02 TRNI                 PIC X(04).
           02 USUL                 PIC S9(04) COMP.
           02 USUA                 PIC X(01).
           02 USUI                 PIC X(08).
           02 DTIL                 PIC S9(04) COMP.
           02 DTIA                 PIC X(01).
           02 DTII                 PIC X(10).
           02 DTFL                 PIC S9(04) COMP.
           02 DTFA                 PIC X(01).
           02 DTFI                 PIC X(10).
           02 SELL                 PIC S9(04) COMP.
           02 SELA                 PIC X(01).
           02 SELI                 PIC 9(09).
      * LIN1O A LIN10O, DAN1O A DNV2O, PAGO E MSGO NAO TEM
      * CONTRAPARTIDA NO LADO DE ENTRADA (SAO CAMPOS SO DE SAIDA) -
      * FILLER SO PARA O LADO I TER O MESMO TAMANHO TOTAL DO LADO O.
           02 FILLER               PIC X(940).
           02 FILLER               PIC X(04).
           02 MSGI                 PIC X(60).

       01  MAPALOGO REDEFINES MAPALOGI.
           02 TERMO                PIC X(04).
           02 TRANSO               PIC X(04).
           02 TASKO                PIC 9(07).
           02 FASEO                PIC X(01).
           02 DATAO                PIC X(10).
           02 HORAO                PIC X(08).
           02 FILLER               PIC X(03).
           02 TRNO                 PIC X(04).
           02 FILLER               PIC X(03).
           02 USUO                 PIC X(08).
           02 FILLER               PIC X(03).
           02 DTIO                 PIC X(10).
           02 FILLER               PIC X(03).
           02 DTFO                 PIC X(10).
           02 FILLER               PIC X(03).
           02 SELO                 PIC 9(09).
           02 LIN1O                PIC X(70).
           02 LIN2O                PIC X(70).
           02 LIN3O                PIC X(70).
           02 LIN4O                PIC X(70).
           02 LIN5O                PIC X(70).
           02 LIN6O                PIC X(70).
           02 LIN7O                PIC X(70).
           02 LIN8O                PIC X(70).
           02 LIN9O                PIC X(70).
           02 LIN10O               PIC X(70).
           02 DAN1O                PIC X(60).
           02 DAN2O                PIC X(60).
           02 DNV1O                PIC X(60).
           02 DNV2O                PIC X(60).
           02 PAGO                 PIC 9(04).
           02 MSGO                 PIC X(60).
