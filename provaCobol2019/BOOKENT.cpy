      ******************************************************************
      * NOME BOOK : BOOKENT                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-ENTREGA         *
      *             ENTREGA DAS NOTAS - UM REGISTRO POR NOTA INCLUIDA *
      *             NO ROMANEIO DO DIA - CHAVE NUMERO DA NOTA         *
      *             CHAVE ALTERNATIVA: DATA DO ROMANEIO + REGIAO (UF  *
      *             + SETOR DO CEP) + CEP + CLIENTE + NOTA (ORDEM DE  *
      *             CARGA E DE PARADAS)                               *
      *             SITUACAO: P-PENDENTE (EM ROTA)  E-ENTREGUE        *
      *             T-ENTREGUE PARCIALMENTE  R-RECUSADA               *
      *             ORIGEM DA CONFIRMACAO: D-DIGITADA  A-ARQUIVO      *
      *             NUM-NC: NOTA DE CREDITO DO CANCELAMENTO DA RECUSA *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKENT.
          05 BOOKENT-NUM-NOTA         PIC 9(009).
          05 BOOKENT-CHAVE-ROM.
             10 BOOKENT-DT-ROMANEIO   PIC 9(008).
             10 BOOKENT-REGIAO.
                15 BOOKENT-UF         PIC X(002).
                15 BOOKENT-SETOR-CEP  PIC 9(003).
             10 BOOKENT-CEP           PIC 9(008).
             10 BOOKENT-COD-CLI       PIC 9(007).
             10 BOOKENT-NOTA-ROM      PIC 9(009).
          05 BOOKENT-SITUACAO         PIC X(001).
          05 BOOKENT-DT-ENTREGA       PIC 9(008).
          05 BOOKENT-MOTIVO           PIC X(030).
          05 BOOKENT-ORIGEM           PIC X(001).
          05 BOOKENT-NUM-NC           PIC 9(009).
          05 BOOKENT-DT-CONFIRMACAO   PIC 9(008).
          05 BOOKENT-USUARIO          PIC X(008).
