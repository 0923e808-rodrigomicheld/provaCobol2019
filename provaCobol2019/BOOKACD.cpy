      ******************************************************************
      * NOME BOOK : BOOKACD                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-ACORDO          *
      *             ACORDOS DE RENEGOCIACAO DE DIVIDA DE CLIENTES EM  *
      *             ATRASO - CHAVE NUMERO DO ACORDO (SERIE ACDSERIE,  *
      *             FAIXA 900000001 EM DIANTE, MESMO NUMERO USADO     *
      *             COMO NOTA NAS PARCELAS DO ACORDO EM ARQ-TITULO)   *
      *             TAXA-JUROS: % AO MES, JUROS SIMPLES SOBRE O SALDO *
      *             FINANCIADO (DIVIDA MENOS ENTRADA)                 *
      *             SITUACAO: P-PENDENTE DE APROVACAO DO MASTER       *
      *             E-EFETIVADO  R-RECUSADO                           *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKACD.
          05 BOOKACD-NUM-ACORDO       PIC 9(009).
          05 BOOKACD-COD-CLI          PIC 9(007).
          05 BOOKACD-COD-VEND         PIC 9(003).
          05 BOOKACD-DT-PROPOSTA      PIC 9(008).
          05 BOOKACD-QTD-TITULOS      PIC 9(003).
          05 BOOKACD-VLR-DIVIDA       PIC 9(011)V9(002).
          05 BOOKACD-VLR-ENTRADA      PIC 9(011)V9(002).
          05 BOOKACD-TAXA-JUROS       PIC 9(002)V9(002).
          05 BOOKACD-QTD-PARCELAS     PIC 9(002).
          05 BOOKACD-DT-PRIM-VENC     PIC 9(008).
          05 BOOKACD-VLR-JUROS        PIC 9(011)V9(002).
          05 BOOKACD-VLR-TOTAL        PIC 9(011)V9(002).
          05 BOOKACD-SITUACAO         PIC X(001).
          05 BOOKACD-USUARIO-PROP     PIC X(008).
          05 BOOKACD-USUARIO-APROV    PIC X(008).
          05 BOOKACD-DT-DECISAO       PIC 9(008).
          05 BOOKACD-MOTIVO           PIC X(030).
