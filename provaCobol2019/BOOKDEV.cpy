      ******************************************************************
      * NOME BOOK : BOOKDEV                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-DEVOLUCAO       *
      *             LINHAS DO PEDIDO DEVOLVIDAS EM CADA NOTA DE       *
      *             CREDITO - CHAVE NOTA DE CREDITO + LINHA DO PEDIDO *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKDEV.
          05 BOOKDEV-CHAVE.
             10 BOOKDEV-NUM-NC        PIC 9(009).
             10 BOOKDEV-NUM-LINHA     PIC 9(003).
          05 BOOKDEV-NUM-PED          PIC 9(009).
          05 BOOKDEV-COD-ITEM         PIC 9(005).
          05 BOOKDEV-QTD              PIC 9(005).
          05 BOOKDEV-VLR-UNIT         PIC 9(009)V9(002).
          05 BOOKDEV-VLR-LINHA        PIC 9(011)V9(002).
