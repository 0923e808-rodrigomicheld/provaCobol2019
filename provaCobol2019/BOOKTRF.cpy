      ******************************************************************
      * NOME BOOK : BOOKTRF                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-TRANSF          *
      *             TRANSFERENCIAS DE CARTEIRA ENTRE VENDEDORES - UM  *
      *             REGISTRO POR CLIENTE MOVIDO - CHAVE CLIENTE + LOTE*
      *             (LOTE = DATA/HORA DA OPERACAO AAAAMMDDHHMMSS)     *
      *             TIPO: D-DEFINITIVA  T-COBERTURA TEMPORARIA        *
      *             SITUACAO: P-PENDENTE (DATA EFETIVA FUTURA)        *
      *             E-EFETIVADA  R-REVERTIDA (RETORNO DA COBERTURA)   *
      *             S-SUBSTITUIDA POR TRANSFERENCIA POSTERIOR         *
      *             N-NAO APLICADA (CLIENTE JA COM OUTRO VENDEDOR)    *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKTRF.
          05 BOOKTRF-CHAVE.
             10 BOOKTRF-COD-CLI       PIC 9(007).
             10 BOOKTRF-LOTE          PIC 9(014).
          05 BOOKTRF-TIPO             PIC X(001).
          05 BOOKTRF-VEND-ORIGEM      PIC 9(003).
          05 BOOKTRF-VEND-DESTINO     PIC 9(003).
          05 BOOKTRF-DT-EFETIVA       PIC 9(008).
          05 BOOKTRF-DT-RETORNO       PIC 9(008).
          05 BOOKTRF-LEVA-PEDIDOS     PIC X(001).
          05 BOOKTRF-LEVA-TITULOS     PIC X(001).
          05 BOOKTRF-SITUACAO         PIC X(001).
          05 BOOKTRF-QTD-PEDIDOS      PIC 9(005).
          05 BOOKTRF-QTD-TITULOS      PIC 9(005).
          05 BOOKTRF-DT-APLICACAO     PIC 9(008).
          05 BOOKTRF-DT-REVERSAO      PIC 9(008).
          05 BOOKTRF-USUARIO          PIC X(008).
