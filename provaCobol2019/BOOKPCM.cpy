      ******************************************************************
      * NOME BOOK : BOOKPCM                                           *
      * DESCRICAO : LAYOUT DO REGISTRO DO ARQUIVO ARQ-PROV-COM        *
      *             PROVISAO MENSAL DE COMISSAO POR VENDEDOR GRAVADA  *
      *             NA APURACAO DE COMISSOES - CHAVE PERIODO + VEND.  *
      *             VLR-CONTABILIZADO: PROVISAO JA LEVADA AO DIARIO   *
      *             VLR-LANCADO: DIFERENCA LANCADA NO DIA DT-CONTABIL *
      * DATA      : 10/2026                                           *
      * AUTOR     : RODRIGO MICHEL                                    *
      ******************************************************************
       01 BOOKPCM.
          05 BOOKPCM-CHAVE.
             10 BOOKPCM-PERIODO       PIC 9(006).
             10 BOOKPCM-COD-VEND      PIC 9(003).
          05 BOOKPCM-VLR-VOLUME       PIC 9(011)V9(002).
          05 BOOKPCM-TAXA             PIC 9(002)V9(002).
          05 BOOKPCM-VLR-COMISSAO     PIC 9(011)V9(002).
          05 BOOKPCM-DT-APURACAO      PIC 9(008).
          05 BOOKPCM-VLR-CONTABILIZADO
                                      PIC 9(011)V9(002).
          05 BOOKPCM-VLR-LANCADO      PIC S9(011)V9(002).
          05 BOOKPCM-DT-CONTABIL      PIC 9(008).
