      *    A3 = SENHAS_CTRL.MAIOR_ID DIFERENTE DO MAX(ID) REAL DE     *
      *         SENHAS                                                *
      *    A4 = DESAFIO_DIA SEM A LINHA DE HOJE COM O ONLINE ABERTO   *
      *    A5 = RESUMO_DIA SEM O DIA DE ONTEM E O JOB P3O99RU SEM     *
      *         EXECUCAO LIMPA HOJE                                   *
      *    A6 = TERMINAL FORA DO INVENTARIO (TERMINAL_INV) ABRINDO    *
      *         SESSAO NO MENU Y1B8                                   *
      *    A7 = EVENTO PARADO EM EVENTO_FILA ALEM DO LIMITE DE        *
      *         ATRASO (DRENAGEM P3O99S5 NAO RODOU?)                  *
      *    A8 = VITORIA DO Y1B0 SEM O EVENTO JV EM EVENTO_FILA        *
      *         (FILA TD Y1EV OU Y1E3 PARADA?)                        *
      * CADA ALERTA TAMBEM SAI NO CONSOLE DO OPERADOR; O PAINEL Y1C4  *
      * MOSTRA O ULTIMO ALERTA REGISTRADO.                            *
      ******************************************************************
