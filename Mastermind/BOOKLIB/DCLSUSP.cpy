      *         (USERID FICA EM BRANCO - O ACHADO E DO TERMINAL)      *
      *    M4 = MESMA SENHA VENCIDA MAIS DE UMA VEZ PELO MESMO        *
      *         JOGADOR, APESAR DO DESVIO DE ULTIMA_SENHA             *
      *         (SENHA_ID GUARDA A SENHA - NOS DEMAIS FICA ZERO)      *
      *    D1 = CONTESTACAO ABERTA PELO PROPRIO JOGADOR NO REPLAY     *
      *         Y1C9 (HISTJOGO_ID GUARDA O JOGO CONTESTADO - NOS      *
      *         DEMAIS FICA ZERO)                                     *
      * SITUACAO: 'A' = ABERTA (CONTADA NO PAINEL Y1C4 E LISTADA NA   *
      * FILA DE APURACAO Y1D2), 'F' = FECHADA PELA APURACAO (A        *
      * DISPOSICAO FICA EM SUSPEITA_APUR).                            *
      ******************************************************************
           EXEC SQL DECLARE SUSPEITA TABLE
           ( ID                             INTEGER NOT NULL,
             DATA_REF                       DATE NOT NULL,
             SITUACAO                       CHAR(1) NOT NULL,
             DATA_REG                       DATE NOT NULL,
             HORA_REG                       TIME NOT NULL,
             HISTJOGO_ID                    INTEGER NOT NULL,
             SENHA_ID                       INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SUSPEITA                           *
           10 DCLSP-DATA-REG       PIC X(10).
      *                       HORA_REG
           10 DCLSP-HORA-REG       PIC X(8).
      *                       HISTJOGO_ID
           10 DCLSP-HISTJOGO-ID    PIC S9(9) USAGE COMP.
      *                       SENHA_ID
           10 DCLSP-SENHA-ID       PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
