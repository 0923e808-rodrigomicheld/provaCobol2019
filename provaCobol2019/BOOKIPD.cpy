      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-ITEM-PED        *
      *             LINHAS (ITENS) DE CADA PEDIDO - CHAVE COMPOSTA    *
      *             PELO NUMERO DO PEDIDO E NUMERO DA LINHA           *
      *             TRIBUTOS DA LINHA (NCM A VLR-IPI) GRAVADOS PELO   *
      *             FATURAMENTO CONFORME A REGRA DO ITEM/UF (BOOKTRB) *
      * DATA      : 09/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
          05 BOOKIPD-QTD              PIC 9(005).
          05 BOOKIPD-VLR-UNIT         PIC 9(009)V9(002).
          05 BOOKIPD-VLR-LINHA        PIC 9(011)V9(002).
          05 BOOKIPD-NCM              PIC 9(008).
          05 BOOKIPD-CFOP             PIC 9(004).
          05 BOOKIPD-CST-ICMS         PIC X(003).
          05 BOOKIPD-BASE-ICMS        PIC 9(011)V9(002).
          05 BOOKIPD-ALIQ-ICMS        PIC 9(002)V9(002).
          05 BOOKIPD-VLR-ICMS         PIC 9(011)V9(002).
          05 BOOKIPD-ALIQ-IPI         PIC 9(002)V9(002).
          05 BOOKIPD-VLR-IPI          PIC 9(011)V9(002).
