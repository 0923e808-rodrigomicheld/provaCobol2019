      ******************************************************************
      * NOME BOOK : BOOKCPG                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-COND-PAG        *
      *             CONDICOES DE PAGAMENTO (EX.: A VISTA, 30/60/90,   *
      *             28 DDL) - CHAVE CODIGO DA CONDICAO                *
      *             ATE 12 PARCELAS COM PRAZO EM DIAS DA EMISSAO E    *
      *             PERCENTUAL DO VALOR DA NOTA (SOMA = 100%)         *
      *             PERC-DESC: DESCONTO SOBRE AS PARCELAS A VISTA     *
      *             (PRAZO ZERO) - PAGAMENTO ANTECIPADO               *
      *             SITUACAO: A-ATIVA  I-INATIVA                      *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKCPG.
          05 BOOKCPG-COD-CONDPAG      PIC X(008).
          05 BOOKCPG-DESCRICAO        PIC X(030).
          05 BOOKCPG-QTD-PARCELAS     PIC 9(002).
          05 BOOKCPG-PERC-DESC        PIC 9(002)V9(002).
          05 BOOKCPG-SITUACAO         PIC X(001).
          05 BOOKCPG-PARCELAS.
             10 BOOKCPG-PARCELA       OCCURS 12 TIMES.
                15 BOOKCPG-DIAS       PIC 9(003).
                15 BOOKCPG-PERC       PIC 9(003)V9(002).
          05 BOOKCPG-DT-ALTERACAO     PIC 9(008).
          05 BOOKCPG-USUARIO          PIC X(008).
