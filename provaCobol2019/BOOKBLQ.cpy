      ******************************************************************
      * NOME BOOK : BOOKBLQ                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-BLOQUEIO        *
      *             BLOQUEIO DE PEDIDOS POR INADIMPLENCIA (CICLO DE   *
      *             COBRANCA) - CHAVE CLIENTE                         *
      *             SITUACAO: B-BLOQUEADO  L-LIBERADO PELO MASTER     *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKBLQ.
          05 BOOKBLQ-COD-CLI          PIC 9(007).
          05 BOOKBLQ-SITUACAO         PIC X(001).
          05 BOOKBLQ-DT-BLOQUEIO      PIC 9(008).
          05 BOOKBLQ-NUM-NOTA         PIC 9(009).
          05 BOOKBLQ-NUM-PARCELA      PIC 9(002).
          05 BOOKBLQ-DT-LIBERACAO     PIC 9(008).
          05 BOOKBLQ-USUARIO-LIB      PIC X(008).
          05 BOOKBLQ-MOTIVO-LIB       PIC X(030).
