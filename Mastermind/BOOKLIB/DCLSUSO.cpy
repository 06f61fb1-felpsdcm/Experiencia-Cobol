      * EM VEZ DE MEIA DUZIA DE IDS CONCENTRAREM OS JOGOS. O ONLINE   *
      * INCREMENTA AO FIM DE CADA JOGO; O JOB P3O99RQ RECONSTROI A    *
      * TABELA INTEIRA A PARTIR DE HISTJOGO (SEMEADURA E ACERTO DE    *
      * QUALQUER DERIVA, COMO OS ABANDONOS GRAVADOS PELO P3O99R6),    *
      * PELA SOMBRA SENHA_USO_NOVO (DCLSUSN).                         *
      ******************************************************************
           EXEC SQL DECLARE SENHA_USO TABLE
           ( SENHA_ID                       INTEGER NOT NULL,
