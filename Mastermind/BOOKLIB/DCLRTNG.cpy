      *      4 A 40 - VENCER QUEM TEM RATING MAIOR VALE MAIS;         *
      *    - O RATING NUNCA FICA NEGATIVO; ABANDONOS NAO CONTAM.      *
      * P3O99RF RECONSTROI A TABELA INTEIRA A PARTIR DE HISTJOGO E    *
      * JOGO_DUELO QUANDO A FORMULA MUDA, CARREGANDO A SOMBRA         *
      * RATING_NOVO E SO TROCANDO DEPOIS DE VALIDADA (DCLRTNN).       *
      ******************************************************************
           EXEC SQL DECLARE RATING TABLE
           ( USERID                         CHAR(8) NOT NULL,
