      * (Y1B7): QUEM FEZ, QUANDO, QUAL FUNCAO (I/A/E), QUAL ID E AS    *
      * LETRAS/NIVEL ANTES E DEPOIS (ANTES EM BRANCO/ZERO NUMA         *
      * INCLUSAO, DEPOIS EM BRANCO/ZERO NUMA EXCLUSAO).                *
      * TABELA/CHAVE FICAM EM BRANCO NAS LINHAS DE SENHAS (DEFAULT);   *
      * A VARREDURA DE INTEGRIDADE P3O99RR REGISTRA AQUI CADA LINHA    *
      * ORFA QUE CORRIGE, COM A TABELA E A CHAVE DA LINHA (SENHA_ID    *
      * LEVA O ID NUMERICO DELA QUANDO HA, SENAO ZERO).                *
      ******************************************************************
           EXEC SQL DECLARE MANUT_LOG TABLE
           ( ID                             INTEGER NOT NULL,
             LETRAS_NOV                     CHAR(5) NOT NULL,
             NIVEL_NOV                      SMALLINT NOT NULL,
             DATA_ALT                       DATE NOT NULL,
             HORA_ALT                       TIME NOT NULL,
             TABELA                         CHAR(18) NOT NULL,
             CHAVE                          CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MANUT_LOG                          *
           10 DCLML-DATA-ALT       PIC X(10).
      *                       HORA_ALT
           10 DCLML-HORA-ALT       PIC X(8).
      *                       TABELA
           10 DCLML-TABELA         PIC X(18).
      *                       CHAVE
           10 DCLML-CHAVE          PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
