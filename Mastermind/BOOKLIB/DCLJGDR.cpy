      * E O QUE PERMITE MOSTRAR O NOME AO LADO DO USERID NAS TELAS     *
      * (Y1C1, PLACAR DO MENU) E NOS RELATORIOS (P3O99R1, P3O99R9).    *
      * SITUACAO: 'A' = ATIVO, 'D' = DESLIGADO (CONFORME O FEED).      *
      * O USERID 'D' NAO ENTRA NO MENU Y1B8 NEM APARECE NOS RANKINGS   *
      * PUBLICOS; O JOB P3O99RV FECHA O QUE ELE DEIXOU ABERTO E, APOS  *
      * A CARENCIA, REMOVE SEUS DADOS (LISTA EM DCLDESL).              *
      ******************************************************************
           EXEC SQL DECLARE JOGADOR TABLE
           ( USERID                         CHAR(8) NOT NULL,
