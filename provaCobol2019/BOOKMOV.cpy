      ******************************************************************
      * NOME BOOK : BOOKMOV                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-MOV-EST         *
      *             MOVIMENTOS DE ESTOQUE NUMERADOS (MOVSERIE)        *
      *             TIPO: E-ENTRADA  A-AJUSTE  S-SAIDA FATURAMENTO    *
      *                   D-DEVOLUCAO (NOTA DE CREDITO)               *
      *             QTD COM SINAL (SAIDA E AJUSTE NEGATIVO < 0)       *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKMOV.
          05 BOOKMOV-NUM-MOV          PIC 9(009).
          05 BOOKMOV-COD-ITEM         PIC 9(005).
          05 BOOKMOV-DT-MOVTO         PIC 9(008).
          05 BOOKMOV-TIPO             PIC X(001).
          05 BOOKMOV-QTD              PIC S9(007).
          05 BOOKMOV-NUM-DOC          PIC 9(009).
          05 BOOKMOV-USUARIO          PIC X(008).
          05 BOOKMOV-HISTORICO        PIC X(030).
