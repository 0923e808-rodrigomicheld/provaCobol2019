      ******************************************************************
      * NOME BOOK : BOOKNCR                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-NOTA-CRED       *
      *             NOTAS DE CREDITO EMITIDAS NO CANCELAMENTO OU NA   *
      *             DEVOLUCAO (TOTAL OU PARCIAL) DE UMA NOTA          *
      *             TIPO....: C-CANCELAMENTO  D-DEVOLUCAO             *
      *             SITUACAO: A-ATIVA                                 *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKNCR.
          05 BOOKNCR-NUM-NC           PIC 9(009).
          05 BOOKNCR-NUM-NOTA         PIC 9(009).
          05 BOOKNCR-NUM-PED          PIC 9(009).
          05 BOOKNCR-COD-CLI          PIC 9(007).
          05 BOOKNCR-COD-VEND         PIC 9(003).
          05 BOOKNCR-DT-EMISSAO       PIC 9(008).
          05 BOOKNCR-TIPO             PIC X(001).
          05 BOOKNCR-COD-MOTIVO       PIC X(002).
          05 BOOKNCR-VLR-TOTAL        PIC 9(011)V9(002).
          05 BOOKNCR-VLR-ABATIDO      PIC 9(011)V9(002).
          05 BOOKNCR-SITUACAO         PIC X(001).
