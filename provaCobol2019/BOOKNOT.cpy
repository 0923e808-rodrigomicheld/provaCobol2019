      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-NOTA            *
      *             NOTAS (FATURAS) EMITIDAS A PARTIR DOS PEDIDOS     *
      *             ABERTOS PELO CICLO DE FATURAMENTO                 *
      *             SITUACAO: A-ABERTA  C-CANCELADA  D-DEVOLVIDA PARC.*
      *             VLR-TOTAL = VLR-PRODUTOS + VLR-IPI - VLR-DESCONTO *
      *             (DESCONTO A VISTA DA CONDICAO DE PAGAMENTO)       *
      *             SIT. NFE: P-PENDENTE DE EXTRACAO  E-ENVIADA AO    *
      *             EMISSOR  A-AUTORIZADA  R-REJEITADA (MOTIVO-NFE)   *
      * DATA      : 09/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
          05 BOOKNOT-DT-EMISSAO       PIC 9(008).
          05 BOOKNOT-VLR-TOTAL        PIC 9(011)V9(002).
          05 BOOKNOT-SITUACAO         PIC X(001).
          05 BOOKNOT-UF-DESTINO       PIC X(002).
          05 BOOKNOT-VLR-PRODUTOS     PIC 9(011)V9(002).
          05 BOOKNOT-BASE-ICMS        PIC 9(011)V9(002).
          05 BOOKNOT-VLR-ICMS         PIC 9(011)V9(002).
          05 BOOKNOT-VLR-IPI          PIC 9(011)V9(002).
          05 BOOKNOT-SIT-NFE          PIC X(001).
          05 BOOKNOT-CHAVE-NFE        PIC X(044).
          05 BOOKNOT-PROTOCOLO-NFE    PIC X(015).
          05 BOOKNOT-DT-AUTORIZACAO   PIC 9(008).
          05 BOOKNOT-MOTIVO-NFE       PIC X(030).
          05 BOOKNOT-COD-CONDPAG      PIC X(008).
          05 BOOKNOT-VLR-DESCONTO     PIC 9(011)V9(002).
