      ******************************************************************
      * REGISTRO DE EVENTO DO JOGO GRAVADO PELOS PROGRAMAS ONLINE      *
      * (Y1B0, Y1B9, Y1C3) NA FILA TD Y1EV DO CICS, PARA O PAINEL DA   *
      * INTRANET. A FILA E INTRAPARTICAO, RECUPERAVEL (RECOVSTATUS     *
      * LOGICAL) E DISPARA A TRANSACAO Y1E3 (P3O99E3, TRIGGERLEVEL 1), *
      * QUE PASSA CADA REGISTRO PARA EVENTO_FILA (VEJA DCLEVTF), ONDE  *
      * ELE GANHA O NUMERO DE SEQUENCIA. OS TIPOS E O SIGNIFICADO DE   *
      * CADA CAMPO ESTAO EM DCLEVTF. DATA E HORA NO FORMATO ISO DOS    *
      * HOST-VARS DATE/TIME DO DB2.                                    *
      * UMA FALHA NA GRAVACAO DA FILA NAO DERRUBA O JOGO DE NINGUEM -  *
      * O EVENTO SE PERDE (VITORIA SEM EVENTO: ALERTA A8 DO P3O99RK).  *
      ******************************************************************
       01  WS-REG-EVENTO.
           05 WS-EVT-TIPO                  PIC X(02).
           05 WS-EVT-DATA                  PIC X(10).
           05 WS-EVT-HORA                  PIC X(08).
           05 WS-EVT-USERID                PIC X(08).
           05 WS-EVT-USERID-2              PIC X(08).
           05 WS-EVT-VALOR                 PIC 9(09).
           05 WS-EVT-TEXTO                 PIC X(30).
           05 WS-EVT-ORIGEM                PIC X(04).
           05 FILLER                       PIC X(01).
