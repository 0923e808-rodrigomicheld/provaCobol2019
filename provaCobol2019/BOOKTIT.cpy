      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-TITULO          *
      *             TITULOS (PARCELAS) DE CONTAS A RECEBER GERADOS    *
      *             NO FATURAMENTO - CHAVE NOTA + PARCELA             *
      *             SITUACAO: A-ABERTO  P-PAGO  C-CANCELADO           *
      *             R-RENEGOCIADO (SUBSTITUIDO POR ACORDO)            *
      *             SIT. BANCO: BRANCO-NAO ENVIADO  E-ENVIADO         *
      *             R-REGISTRADO  J-REJEITADO  B-BAIXA SOLICITADA     *
      *             X-BAIXADO NO BANCO  A-ABATIMENTO PENDENTE         *
      *             ESTAGIO COBRANCA: 0-NENHUM 1/2/3-AVISO ENVIADO    *
      *             (3 = AVISO FINAL, CLIENTE BLOQUEADO)              *
      *             VLR-ENCARGOS: MULTA E JUROS RECEBIDOS NAS BAIXAS  *
      *             NUM-ACORDO: ACORDO DE RENEGOCIACAO QUE INCLUIU O  *
      *             TITULO (ZERO = NENHUM) - NAS PARCELAS DO PROPRIO  *
      *             ACORDO (NOTA 900000001 EM DIANTE) E O ACORDO      *
      * DATA      : 09/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
          05 BOOKTIT-VLR-PAGO         PIC 9(011)V9(002).
          05 BOOKTIT-DT-PAGAMENTO     PIC 9(008).
          05 BOOKTIT-SITUACAO         PIC X(001).
          05 BOOKTIT-DT-REMESSA       PIC 9(008).
          05 BOOKTIT-SIT-BANCO        PIC X(001).
          05 BOOKTIT-ESTAGIO-COB      PIC 9(001).
          05 BOOKTIT-DT-ESTAGIO       PIC 9(008).
          05 BOOKTIT-VLR-ENCARGOS     PIC 9(011)V9(002).
          05 BOOKTIT-NUM-ACORDO       PIC 9(009).
