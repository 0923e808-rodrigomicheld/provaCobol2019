      ******************************************************************
      * NOME BOOK : BOOKCLI                                            *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-CLIENTE          *
      *             COD-CONDPAG: CONDICAO DE PAGAMENTO PADRAO DO       *
      *             CLIENTE (BRANCOS = PARAMETRO GERAL)                *
      * DATA      : 03/2019                                            *
      * AUTOR     : RODRIGO MICHEL                                     *
      ******************************************************************
          05 BOOKCLI-SITUACAO         PIC X(001).
          05 BOOKCLI-DT-INATIVACAO    PIC 9(008).
          05 BOOKCLI-LIMITE-CRED      PIC 9(011)V9(002).
          05 BOOKCLI-COD-CONDPAG      PIC X(008).
