      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99E3.
       AUTHOR.                             FELIPE.

      *----------------------------------------------------------------*
      * ESVAZIAMENTO DA FILA DE EVENTOS DO JOGO (Y1E3): TRANSACAO SEM
      * TERMINAL, DISPARADA PELO CICS QUANDO UM PROGRAMA ONLINE
      * (Y1B0, Y1B9, Y1C3) GRAVA NA FILA TD Y1EV (TRIGGERLEVEL 1).
      * LE A FILA ATE ELA FICAR VAZIA E PASSA CADA REGISTRO (LAYOUT
      * EM EVTFILA) PARA EVENTO_FILA, ONDE ELE GANHA O NUMERO DE
      * SEQUENCIA (MAX + 1) E O INSTANTE DE CHEGADA. O JOB P3O99S5
      * DRENA EVENTO_FILA PARA O DATASET DA INTRANET.
      * A FILA E RECUPERAVEL: CADA REGISTRO LIDO SO SAI DELA DE VEZ
      * NO SYNCPOINT QUE TAMBEM CONFIRMA O INSERT. UM ERRO DE SQL
      * DESFAZ OS DOIS (O REGISTRO VOLTA PARA A FILA) E ENCERRA A
      * TAREFA - A PROXIMA GRAVACAO NA FILA DISPARA OUTRA E TENTA DE
      * NOVO, SEM PERDER NEM REPETIR EVENTO.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FIM-FILA-SW                  PIC X(01) VALUE 'N'.
           88 WS-FILA-VAZIA                    VALUE 'S'.
       77  WS-EVT-LENGTH                   PIC S9(04) COMP.
       77  WS-EVT-RESP                     PIC S9(08) COMP.
           88 WS-EVT-LIDO                      VALUE 0.

      * INSTANTE DE CHEGADA NO FORMATO ISO DOS HOST-VARS DATE/TIME DO
      * DB2.
       77  WS-DATA-REG                     PIC 9(08).
       77  WS-HORA-REG                     PIC 9(08).
       01  WS-SQL-DATA.
           05 WS-SQL-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-SQL-DIA                   PIC X(02).
       01  WS-SQL-HORA.
           05 WS-SQL-HH                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-MM                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SQL-SS                    PIC X(02).

      *REGISTRO DA FILA TD Y1EV
           COPY EVTFILA.

           EXEC SQL
              INCLUDE DCLEVTF
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
           PERFORM 100-PASSA-1-EVENTO THRU 100-PASSA-1-EVENTO-EXIT
               UNTIL WS-FILA-VAZIA

           EXEC CICS RETURN
           END-EXEC
           .

      * LE UM REGISTRO DA FILA E O GRAVA EM EVENTO_FILA. FILA VAZIA
      * (QZERO) OU QUALQUER OUTRA RESPOSTA DO READQ ENCERRA A TAREFA.
       100-PASSA-1-EVENTO.
           MOVE LENGTH OF WS-REG-EVENTO    TO WS-EVT-LENGTH

           EXEC CICS READQ TD
              QUEUE ('Y1EV')
              INTO  (WS-REG-EVENTO)
              LENGTH(WS-EVT-LENGTH)
              RESP  (WS-EVT-RESP)
           END-EXEC

           IF NOT WS-EVT-LIDO
               MOVE 'S'                    TO WS-FIM-FILA-SW
               GO TO 100-PASSA-1-EVENTO-EXIT
           END-IF

           PERFORM 999-MONTA-DATA-HORA

           EXEC SQL
              SELECT COALESCE(MAX(ID), 0) + 1
                INTO :DCLEF-ID
                FROM EVENTO_FILA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 999-DESFAZ-EVENTO
               GO TO 100-PASSA-1-EVENTO-EXIT
           END-IF

           MOVE WS-EVT-TIPO                TO DCLEF-TIPO
           MOVE WS-EVT-DATA                TO DCLEF-DATA-EVENTO
           MOVE WS-EVT-HORA                TO DCLEF-HORA-EVENTO
           MOVE WS-EVT-USERID              TO DCLEF-USERID
           MOVE WS-EVT-USERID-2            TO DCLEF-USERID-2
           MOVE WS-EVT-VALOR               TO DCLEF-VALOR
           MOVE WS-EVT-TEXTO               TO DCLEF-TEXTO
           MOVE WS-EVT-ORIGEM              TO DCLEF-ORIGEM
           MOVE WS-SQL-DATA                TO DCLEF-DATA-FILA
           MOVE WS-SQL-HORA                TO DCLEF-HORA-FILA

           EXEC SQL
              INSERT INTO EVENTO_FILA
                 (ID, TIPO, DATA_EVENTO, HORA_EVENTO, USERID,
                  USERID_2, VALOR, TEXTO, ORIGEM, DATA_FILA,
                  HORA_FILA)
              VALUES
                 (:DCLEF-ID, :DCLEF-TIPO, :DCLEF-DATA-EVENTO,
                  :DCLEF-HORA-EVENTO, :DCLEF-USERID,
                  :DCLEF-USERID-2, :DCLEF-VALOR, :DCLEF-TEXTO,
                  :DCLEF-ORIGEM, :DCLEF-DATA-FILA, :DCLEF-HORA-FILA)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               PERFORM 999-DESFAZ-EVENTO
               GO TO 100-PASSA-1-EVENTO-EXIT
           END-IF

      * O SYNCPOINT CONFIRMA JUNTOS O INSERT E A SAIDA DO REGISTRO DA
      * FILA.
           EXEC CICS SYNCPOINT
           END-EXEC
           .
       100-PASSA-1-EVENTO-EXIT.
           EXIT.

      * DEVOLVE O REGISTRO LIDO PARA A FILA E PARA DE LER.
       999-DESFAZ-EVENTO.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC

           MOVE 'S'                        TO WS-FIM-FILA-SW
           .

      * MONTA DATA/HORA NO FORMATO ISO ESPERADO PELOS HOST-VARS DATE/
      * TIME DO DB2 (YYYY-MM-DD / HH:MM:SS).
       999-MONTA-DATA-HORA.
           ACCEPT WS-DATA-REG FROM DATE YYYYMMDD
           ACCEPT WS-HORA-REG FROM TIME

           MOVE WS-DATA-REG(1:4)           TO WS-SQL-ANO
           MOVE WS-DATA-REG(5:2)           TO WS-SQL-MES
           MOVE WS-DATA-REG(7:2)           TO WS-SQL-DIA

           MOVE WS-HORA-REG(1:2)           TO WS-SQL-HH
           MOVE WS-HORA-REG(3:2)           TO WS-SQL-MM
           MOVE WS-HORA-REG(5:2)           TO WS-SQL-SS
           .
