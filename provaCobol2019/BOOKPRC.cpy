      ******************************************************************
      * NOME BOOK : BOOKPRC                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-PRECO           *
      *             TABELA DE PRECOS POR ITEM COM VIGENCIA - TIPO:    *
      *             C-CLIENTE  U-UF  G-GERAL - PRECO POR FAIXA DE     *
      *             QUANTIDADE (QTD MINIMA) - DT-FIM ZERO = SEM FIM   *
      *             SITUACAO: A-ATIVO  I-INATIVO                      *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKPRC.
          05 BOOKPRC-CHAVE.
             10 BOOKPRC-COD-ITEM      PIC 9(005).
             10 BOOKPRC-TIPO          PIC X(001).
             10 BOOKPRC-COD-CLI       PIC 9(007).
             10 BOOKPRC-UF            PIC X(002).
             10 BOOKPRC-DT-INICIO     PIC 9(008).
             10 BOOKPRC-QTD-MINIMA    PIC 9(005).
          05 BOOKPRC-DT-FIM           PIC 9(008).
          05 BOOKPRC-VLR-UNIT         PIC 9(009)V9(002).
          05 BOOKPRC-SITUACAO         PIC X(001).
