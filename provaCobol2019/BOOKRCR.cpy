      ******************************************************************
      * NOME BOOK : BOOKRCR                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-RECORRENTE      *
      *             PEDIDOS RECORRENTES (PROGRAMADOS) DO CLIENTE -    *
      *             CHAVE CLIENTE + SEQUENCIA, ATE 10 LINHAS DE ITENS *
      *             FREQUENCIA: S-SEMANAL (7 DIAS) Q-QUINZENAL (14    *
      *             DIAS) M-MENSAL (MESMO DIA DO MES - DIA-BASE)      *
      *             DT-FIM ZERADA = SEM DATA DE TERMINO               *
      *             SITUACAO: A-ATIVO  S-SUSPENSO  E-ENCERRADO        *
      *             ULT-RESULTADO DA ULTIMA OCORRENCIA TRATADA PELO   *
      *             CICLO NOTURNO: G-GERADO  R-RETIDO P/ APROVACAO    *
      *             I-IGNORADO                                        *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKRCR.
          05 BOOKRCR-CHAVE.
             10 BOOKRCR-COD-CLI       PIC 9(007).
             10 BOOKRCR-SEQ           PIC 9(003).
          05 BOOKRCR-COD-VEND         PIC 9(003).
          05 BOOKRCR-FREQUENCIA       PIC X(001).
          05 BOOKRCR-DIA-BASE         PIC 9(002).
          05 BOOKRCR-DT-PROX          PIC 9(008).
          05 BOOKRCR-DT-FIM           PIC 9(008).
          05 BOOKRCR-SITUACAO         PIC X(001).
          05 BOOKRCR-DT-ULT-OCOR      PIC 9(008).
          05 BOOKRCR-NUM-ULT-PED      PIC 9(009).
          05 BOOKRCR-ULT-RESULTADO    PIC X(001).
          05 BOOKRCR-QTD-LINHAS       PIC 9(002).
          05 BOOKRCR-LINHA            OCCURS 10 TIMES.
             10 BOOKRCR-COD-ITEM      PIC 9(005).
             10 BOOKRCR-QTD           PIC 9(005).
          05 BOOKRCR-USUARIO          PIC X(008).
