      ******************************************************************
      * NOME BOOK : BOOKCTA                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-CONTA           *
      *             TABELA DE-PARA DOS EVENTOS DO DIARIO CONTABIL     *
      *             PARA AS CONTAS DO PLANO DA CONTABILIDADE          *
      *             EVENTO: FAT-NOTA EMITIDA  REC-RECEBIMENTO         *
      *             ENC-ENCARGOS RECEBIDOS  NCC-NOTA CRED. CANCELAM.  *
      *             NCD-NOTA CRED. DEVOLUCAO  COM-PROVISAO COMISSAO   *
      *             JAC-JUROS DE ACORDO DE RENEGOCIACAO               *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKCTA.
          05 BOOKCTA-EVENTO           PIC X(003).
          05 BOOKCTA-CONTA-DEB        PIC X(012).
          05 BOOKCTA-CONTA-CRED       PIC X(012).
          05 BOOKCTA-HISTORICO        PIC X(030).
