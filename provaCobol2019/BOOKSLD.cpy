      ******************************************************************
      * NOME BOOK : BOOKSLD                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-SALDO-EST       *
      *             SALDO DE ESTOQUE POR ITEM: FISICO (EM MAOS) E     *
      *             RESERVADO PELOS PEDIDOS ABERTOS/PENDENTES         *
      *             DISPONIVEL = FISICO - RESERVADO                   *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKSLD.
          05 BOOKSLD-COD-ITEM         PIC 9(005).
          05 BOOKSLD-QTD-FISICA       PIC S9(007).
          05 BOOKSLD-QTD-RESERVADA    PIC S9(007).
          05 BOOKSLD-DT-ULT-MOVTO     PIC 9(008).
