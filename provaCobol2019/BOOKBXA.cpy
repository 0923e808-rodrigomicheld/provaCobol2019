      ******************************************************************
      * NOME BOOK : BOOKBXA                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-BAIXA           *
      *             HISTORICO DE PAGAMENTOS (BAIXAS) DOS TITULOS DE   *
      *             CONTAS A RECEBER - CHAVE NOTA + PARCELA + SEQUENCIA*
      *             ORIGEM: M-BAIXA MANUAL  B-RETORNO BANCARIO        *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKBXA.
          05 BOOKBXA-CHAVE.
             10 BOOKBXA-NUM-NOTA      PIC 9(009).
             10 BOOKBXA-NUM-PARCELA   PIC 9(002).
             10 BOOKBXA-SEQ           PIC 9(003).
          05 BOOKBXA-COD-CLI          PIC 9(007).
          05 BOOKBXA-COD-VEND         PIC 9(003).
          05 BOOKBXA-DT-PAGAMENTO     PIC 9(008).
          05 BOOKBXA-VLR-PRINCIPAL    PIC 9(011)V9(002).
          05 BOOKBXA-VLR-ENCARGOS     PIC 9(011)V9(002).
          05 BOOKBXA-ORIGEM           PIC X(001).
          05 BOOKBXA-USUARIO          PIC X(008).
          05 BOOKBXA-DT-REGISTRO      PIC 9(008).
