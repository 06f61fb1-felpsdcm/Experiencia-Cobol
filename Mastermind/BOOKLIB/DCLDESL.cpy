      ******************************************************************
      * DCLGEN TABLE(DESLIGAMENTO)                                     *
      *        LIBRARY(FS.FSYS004.BOOKLIB(DCLDESL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DCLDS-)                                           *
      *        STRUCTURE(DCL-DESLIGAMENTO)                             *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * CICLO DE VIDA DOS JOGADORES DESLIGADOS: UMA LINHA POR USERID   *
      * QUE O FEED DO RH (CARGA P3O99RD) PASSOU A TRAZER COM SITUACAO  *
      * 'D'. A LINHA NASCE NO JOB NOTURNO P3O99RV, QUE FECHA OS JOGOS  *
      * E DUELOS EM ABERTO DO JOGADOR E, VENCIDA A CARENCIA DO SYSIN,  *
      * ENTREGA O USERID A REMOCAO DE DADOS PESSOAIS (P3O99RL). A      *
      * LINHA FICA DEPOIS DA REMOCAO - E ELA QUE IMPEDE O MESMO        *
      * USERID DE VOLTAR A LISTA, JA QUE O FEED CONTINUA TRAZENDO O    *
      * 'D'. READMITIDO (FEED DE VOLTA COM 'A') SAI DA LISTA.          *
      * SITUACAO: P = PENDENTE, DENTRO DA CARENCIA                     *
      *           V = CARENCIA VENCIDA, AGUARDANDO O P3O99RL           *
      *           E = DADOS REMOVIDOS PELO P3O99RL                     *
      *           B = REMOCAO BLOQUEADA (MOTIVO DIZ POR QUE) - O       *
      *               P3O99RV TENTA DE NOVO NA NOITE SEGUINTE          *
      * RELATORIO SEMANAL DA LISTA: P3O99RW.                           *
      ******************************************************************
           EXEC SQL DECLARE DESLIGAMENTO TABLE
           ( USERID                         CHAR(8) NOT NULL,
             DATA_DESLIG                    DATE NOT NULL,
             SITUACAO                       CHAR(1) NOT NULL,
             DATA_SITUACAO                  DATE NOT NULL,
             JOGOS_FECHADOS                 INTEGER NOT NULL,
             DUELOS_FECHADOS                INTEGER NOT NULL,
             MOTIVO                         CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DESLIGAMENTO                       *
      ******************************************************************
       01  DCL-DESLIGAMENTO.
      *                       USERID
           10 DCLDS-USERID         PIC X(8).
      *                       DATA_DESLIG
      *                       NOITE EM QUE O P3O99RV VIU O 'D' PELA
      *                       PRIMEIRA VEZ - A CARENCIA CONTA DAQUI
           10 DCLDS-DATA-DESLIG    PIC X(10).
      *                       SITUACAO
           10 DCLDS-SITUACAO       PIC X(1).
      *                       DATA_SITUACAO
      *                       DIA DA ULTIMA MUDANCA DE SITUACAO
           10 DCLDS-DATA-SITUACAO  PIC X(10).
      *                       JOGOS_FECHADOS
      *                       JOGO_ATIVO ENCERRADOS COMO ABANDONO
           10 DCLDS-JOGOS-FECHADOS PIC S9(9) USAGE COMP.
      *                       DUELOS_FECHADOS
      *                       DUELOS SEM VENCEDOR CANCELADOS E
      *                       CONFRONTOS DE TORNEIO DADOS POR W.O.
           10 DCLDS-DUELOS-FECHADOS
                                   PIC S9(9) USAGE COMP.
      *                       MOTIVO
      *                       POR QUE A REMOCAO FOI BLOQUEADA (BRANCO
      *                       NAS DEMAIS SITUACOES)
           10 DCLDS-MOTIVO         PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
