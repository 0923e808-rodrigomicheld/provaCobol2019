      ******************************************************************
      * NOME BOOK : BOOKTRB                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-TRIBUTO         *
      *             REGRAS TRIBUTARIAS POR ITEM E UF DE DESTINO -     *
      *             CHAVE ITEM + UF (UF '**' = DEMAIS UFS DO ITEM)    *
      *             ALIQUOTAS E REDUCAO DE BASE EM PERCENTUAL         *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKTRB.
          05 BOOKTRB-CHAVE.
             10 BOOKTRB-COD-ITEM      PIC 9(005).
             10 BOOKTRB-UF            PIC X(002).
          05 BOOKTRB-NCM              PIC 9(008).
          05 BOOKTRB-CFOP             PIC 9(004).
          05 BOOKTRB-CST-ICMS         PIC X(003).
          05 BOOKTRB-ALIQ-ICMS        PIC 9(002)V9(002).
          05 BOOKTRB-PERC-RED-BC      PIC 9(003)V9(002).
          05 BOOKTRB-ALIQ-IPI         PIC 9(002)V9(002).
          05 BOOKTRB-DT-ALTERACAO     PIC 9(008).
          05 BOOKTRB-USUARIO          PIC X(008).
