      ******************************************************************
      * NOME BOOK : BOOKPED                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-PEDIDO          *
      *             COD-CONDPAG: CONDICAO DE PAGAMENTO DO PEDIDO      *
      *             (PADRAO DO CLIENTE, ALTERAVEL NA DIGITACAO)       *
      * DATA      : 08/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
          05 BOOKPED-QTD-ITENS        PIC 9(005).
          05 BOOKPED-VLR-TOTAL        PIC 9(011)V9(002).
          05 BOOKPED-SITUACAO         PIC X(001).
          05 BOOKPED-COD-CONDPAG      PIC X(008).
