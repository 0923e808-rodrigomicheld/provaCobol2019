             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-ESTAT.

           SELECT ARQ-NOTA-CRED ASSIGN TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKNCR-NUM-NC
             ALTERNATE RECORD KEY      IS BOOKNCR-NUM-NOTA
                                       WITH DUPLICATES
             ALTERNATE RECORD KEY      IS BOOKNCR-COD-CLI
                                       WITH DUPLICATES
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-NOTA-CRED.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKDEV-CHAVE
             ALTERNATE RECORD KEY      IS BOOKDEV-NUM-PED
                                       WITH DUPLICATES
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-DEVOLUCAO.

           SELECT ARQ-SALDO-EST ASSIGN TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKSLD-COD-ITEM
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-SALDO-EST.

           SELECT ARQ-MOV-EST ASSIGN   TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKMOV-NUM-MOV
             ALTERNATE RECORD KEY      IS BOOKMOV-COD-ITEM
                                       WITH DUPLICATES
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-MOV-EST.

           SELECT ARQ-PRECO ASSIGN     TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKPRC-CHAVE
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-PRECO.

           SELECT ARQ-BLOQUEIO ASSIGN  TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKBLQ-COD-CLI
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-BLOQUEIO.

           SELECT ARQ-BAIXA ASSIGN     TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKBXA-CHAVE
             ALTERNATE RECORD KEY      IS BOOKBXA-DT-PAGAMENTO
                                       WITH DUPLICATES
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-BAIXA.

           SELECT ARQ-TRANSF ASSIGN    TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKTRF-CHAVE
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-TRANSF.

           SELECT ARQ-CONTA ASSIGN     TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKCTA-EVENTO
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-CONTA.

           SELECT ARQ-PROV-COM ASSIGN  TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKPCM-CHAVE
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-PROV-COM.

           SELECT ARQ-TRIBUTO ASSIGN   TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKTRB-CHAVE
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-TRIBUTO.

           SELECT ARQ-ENTREGA ASSIGN   TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKENT-NUM-NOTA
             ALTERNATE RECORD KEY      IS BOOKENT-CHAVE-ROM
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-ENTREGA.

           SELECT ARQ-COND-PAG ASSIGN  TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKCPG-COD-CONDPAG
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-COND-PAG.

           SELECT ARQ-ACORDO ASSIGN    TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKACD-NUM-ACORDO
             ALTERNATE RECORD KEY      IS BOOKACD-COD-CLI
                                       WITH DUPLICATES
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-ACORDO.

           SELECT ARQ-RECORR ASSIGN    TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS DYNAMIC
             RECORD KEY                IS BOOKRCR-CHAVE
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-RECORR.

           SELECT  ARQ-IMPORT ASSIGN   TO WS-ARQ-IMPORT,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-SERIE.

           SELECT  ARQ-SERIE-NC ASSIGN
                                       TO WS-ARQ-SERIE-NC,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-SERIE-NC.

           SELECT  ARQ-SERIE-MOV ASSIGN
                                       TO WS-ARQ-SERIE-MOV,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-SERIE-MOV.

           SELECT  ARQ-SERIE-REM ASSIGN
                                       TO WS-ARQ-SERIE-REM,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-SERIE-REM.

           SELECT  ARQ-SERIE-ACD ASSIGN
                                       TO WS-ARQ-SERIE-ACD,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-SERIE-ACD.

           SELECT  ARQ-SERIE-PED ASSIGN
                                       TO WS-ARQ-SERIE-PED,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-SERIE-PED.

           SELECT  ARQ-REMESSA ASSIGN
                                       TO WS-ARQ-REMESSA,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-REMESSA.

           SELECT  ARQ-CONTABIL ASSIGN
                                       TO WS-ARQ-CONTABIL,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-CONTABIL.

           SELECT  ARQ-NFE ASSIGN      TO WS-ARQ-NFE,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-NFE.

           SELECT  ARQ-RET-NFE ASSIGN
                                       TO WS-ARQ-RET-NFE,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-RET-NFE.

           SELECT  ARQ-CONF-ENT ASSIGN
                                       TO WS-ARQ-CONF-ENT,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-CONF-ENT.

           SELECT  ARQ-RETORNO ASSIGN
                                       TO WS-ARQ-RETORNO,
             ORGANIZATION              IS LINE SEQUENTIAL,
             ACCESS MODE               IS SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-RETORNO.

           SELECT  ARQ-RELAT ASSIGN
                                       TO WS-ARQ-RELAT,
             ORGANIZATION              IS LINE SEQUENTIAL,
             LOCK MODE                 IS MANUAL,
             FILE STATUS               IS WS-FS-BACKUP2.

      *----------------------------------------------------------------*
      *    ARQUIVOS NO LAYOUT ANTERIOR DOS BOOKS - MESMO FILE-ID DOS   *
      *    ATUAIS, ABERTOS SOMENTE PELA CONVERSAO DE LAYOUT (2925)     *
      *----------------------------------------------------------------*
           SELECT ARQ-TITULO-ANT ASSIGN
                                       TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS SEQUENTIAL
             RECORD KEY                IS FD-TIT-ANT-CHAVE
             ALTERNATE RECORD KEY      IS FD-TIT-ANT-COD-CLI
                                       WITH DUPLICATES
             ALTERNATE RECORD KEY      IS FD-TIT-ANT-COD-VEND
                                       WITH DUPLICATES
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-ARQ-ANT.

           SELECT ARQ-NOTA-ANT ASSIGN  TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS SEQUENTIAL
             RECORD KEY                IS FD-NOT-ANT-NUM-NOTA
             ALTERNATE RECORD KEY      IS FD-NOT-ANT-NUM-PED
             ALTERNATE RECORD KEY      IS FD-NOT-ANT-COD-CLI
                                       WITH DUPLICATES
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-ARQ-ANT.

           SELECT ARQ-PEDIDO-ANT ASSIGN
                                       TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS SEQUENTIAL
             RECORD KEY                IS FD-PED-ANT-NUM-PED
             ALTERNATE RECORD KEY      IS FD-PED-ANT-COD-CLI
                                       WITH DUPLICATES
             ALTERNATE RECORD KEY      IS FD-PED-ANT-COD-VEND
                                       WITH DUPLICATES
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-ARQ-ANT.

           SELECT ARQ-ITEM-PED-ANT ASSIGN
                                       TO DISK
             ORGANIZATION              IS INDEXED
             ACCESS MODE               IS SEQUENTIAL
             RECORD KEY                IS FD-IPD-ANT-CHAVE
             ALTERNATE RECORD KEY      IS FD-IPD-ANT-COD-ITEM
                                       WITH DUPLICATES
             LOCK MODE                 IS MANUAL
             FILE STATUS               IS WS-FS-ARQ-ANT.

      *================================================================*
       DATA                            DIVISION.
      *================================================================*
             COPY 'BOOKCEP'.
       FD ARQ-ESTAT VALUE OF FILE-ID   IS 'ARQ-ESTAT'.
             COPY 'BOOKEST'.
       FD ARQ-NOTA-CRED VALUE OF FILE-ID
                                       IS 'ARQ-NOTA-CRED'.
             COPY 'BOOKNCR'.
       FD ARQ-DEVOLUCAO VALUE OF FILE-ID
                                       IS 'ARQ-DEVOLUCAO'.
             COPY 'BOOKDEV'.
       FD ARQ-SALDO-EST VALUE OF FILE-ID
                                       IS 'ARQ-SALDO-EST'.
             COPY 'BOOKSLD'.
       FD ARQ-MOV-EST VALUE OF FILE-ID IS 'ARQ-MOV-EST'.
             COPY 'BOOKMOV'.
       FD ARQ-PRECO VALUE OF FILE-ID   IS 'ARQ-PRECO'.
             COPY 'BOOKPRC'.
       FD ARQ-BLOQUEIO VALUE OF FILE-ID
                                       IS 'ARQ-BLOQUEIO'.
             COPY 'BOOKBLQ'.
       FD ARQ-BAIXA VALUE OF FILE-ID   IS 'ARQ-BAIXA'.
             COPY 'BOOKBXA'.
       FD ARQ-TRANSF VALUE OF FILE-ID  IS 'ARQ-TRANSF'.
             COPY 'BOOKTRF'.
       FD ARQ-CONTA VALUE OF FILE-ID   IS 'ARQ-CONTA'.
             COPY 'BOOKCTA'.
       FD ARQ-PROV-COM VALUE OF FILE-ID
                                       IS 'ARQ-PROV-COM'.
             COPY 'BOOKPCM'.
       FD ARQ-TRIBUTO VALUE OF FILE-ID IS 'ARQ-TRIBUTO'.
             COPY 'BOOKTRB'.
       FD ARQ-ENTREGA VALUE OF FILE-ID IS 'ARQ-ENTREGA'.
             COPY 'BOOKENT'.
       FD ARQ-COND-PAG VALUE OF FILE-ID
                                       IS 'ARQ-COND-PAG'.
             COPY 'BOOKCPG'.
       FD ARQ-ACORDO VALUE OF FILE-ID IS 'ARQ-ACORDO'.
             COPY 'BOOKACD'.
       FD ARQ-RECORR VALUE OF FILE-ID IS 'ARQ-RECORR'.
             COPY 'BOOKRCR'.
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO ENTRADA                                    *
      *             ORG. SEQUENCIAL - LRECL = 171                      *
       01 FD-ARQ-REJEITADOS             PIC X(220).
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE AUDITORIA (FRWK1999)                     *
      *             ORG. LINE SEQUENTIAL - LRECL = 560                  *
      *----------------------------------------------------------------*
       FD ARQ-AUDITORIA
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-AUDITORIA              PIC X(560).
      *----------------------------------------------------------------*
      *    I/O    : ARQUIVO DE CHECKPOINT DE IMPORTACAO (RESTART)       *
      *             ORG. LINE SEQUENTIAL - LRECL = 008                  *
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-SERIE                  PIC X(009).
      *----------------------------------------------------------------*
      *    I/O    : ARQUIVO DE CONTROLE DA SERIE DE NOTAS DE CREDITO   *
      *             (ULTIMO NUMERO EMITIDO)                            *
      *             ORG. LINE SEQUENTIAL - LRECL = 009                 *
      *----------------------------------------------------------------*
       FD ARQ-SERIE-NC
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-SERIE-NC               PIC X(009).
      *----------------------------------------------------------------*
      *    I/O    : ARQUIVO DE CONTROLE DA SERIE DE MOVIMENTOS DE      *
      *             ESTOQUE (ULTIMO NUMERO GRAVADO)                    *
      *             ORG. LINE SEQUENTIAL - LRECL = 009                 *
      *----------------------------------------------------------------*
       FD ARQ-SERIE-MOV
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-SERIE-MOV              PIC X(009).
      *----------------------------------------------------------------*
      *    I/O    : ARQUIVO DE CONTROLE DA SEQUENCIA DOS ARQUIVOS DE   *
      *             REMESSA DE COBRANCA (ULTIMO NUMERO ENVIADO)        *
      *             ORG. LINE SEQUENTIAL - LRECL = 009                 *
      *----------------------------------------------------------------*
       FD ARQ-SERIE-REM
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-SERIE-REM              PIC X(009).
      *----------------------------------------------------------------*
      *    I/O    : ARQUIVO DE CONTROLE DA NUMERACAO DOS ACORDOS DE    *
      *             RENEGOCIACAO (ULTIMO NUMERO EMITIDO)               *
      *             ORG. LINE SEQUENTIAL - LRECL = 009                 *
      *----------------------------------------------------------------*
       FD ARQ-SERIE-ACD
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-SERIE-ACD              PIC X(009).
      *----------------------------------------------------------------*
      *    I/O    : ARQUIVO DE CONTROLE DA NUMERACAO DOS PEDIDOS       *
      *             GERADOS PELOS PEDIDOS RECORRENTES (ULTIMO NUMERO)  *
      *             ORG. LINE SEQUENTIAL - LRECL = 009                 *
      *----------------------------------------------------------------*
       FD ARQ-SERIE-PED
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-SERIE-PED              PIC X(009).
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE REMESSA DE COBRANCA PARA O BANCO        *
      *             (HEADER '0' / DETALHE '1' / TRAILER '9')           *
      *             ORG. LINE SEQUENTIAL - LRECL = 150                 *
      *----------------------------------------------------------------*
       FD ARQ-REMESSA
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-REMESSA                PIC X(150).
      *----------------------------------------------------------------*
      *    OUTPUT : DIARIO DE LANCAMENTOS CONTABEIS DO DIA PARA O      *
      *             SISTEMA DA CONTABILIDADE (HEADER '0' / LINHA DE    *
      *             LANCAMENTO '1' / TRAILER '9')                      *
      *             ORG. LINE SEQUENTIAL - LRECL = 150                 *
      *----------------------------------------------------------------*
       FD ARQ-CONTABIL
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-CONTABIL               PIC X(150).
      *----------------------------------------------------------------*
      *    OUTPUT : EXTRATO DE NOTAS PARA O EMISSOR DE NF-E (HEADER    *
      *             '0' / NOTA '1' / DESTINATARIO '2' / ITEM '3' /     *
      *             TRAILER '9')                                       *
      *             ORG. LINE SEQUENTIAL - LRECL = 300                 *
      *----------------------------------------------------------------*
       FD ARQ-NFE
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-NFE                    PIC X(300).
      *----------------------------------------------------------------*
      *    INPUT  : RETORNO DO EMISSOR DE NF-E COM A CHAVE DE ACESSO E *
      *             O PROTOCOLO DE AUTORIZACAO DE CADA NOTA (DETALHE   *
      *             '1'; DEMAIS TIPOS SAO IGNORADOS)                   *
      *             ORG. LINE SEQUENTIAL - LRECL = 150                 *
      *----------------------------------------------------------------*
       FD ARQ-RET-NFE
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-RET-NFE                PIC X(150).
      *----------------------------------------------------------------*
      *    INPUT  : CONFIRMACOES DE ENTREGA DOS MOTORISTAS (DETALHE    *
      *             '1': NOTA, SITUACAO E-ENTREGUE T-PARCIAL           *
      *             R-RECUSADA, DATA DA ENTREGA E MOTIVO)              *
      *             ORG. LINE SEQUENTIAL - LRECL = 60                  *
      *----------------------------------------------------------------*
       FD ARQ-CONF-ENT
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-CONF-ENT               PIC X(060).
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE RETORNO DE COBRANCA DO BANCO            *
      *             (HEADER '0' / DETALHE '1' / TRAILER '9')           *
      *             ORG. LINE SEQUENTIAL - LRECL = 150                 *
      *----------------------------------------------------------------*
       FD ARQ-RETORNO
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-RETORNO                PIC X(150).
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE PARAMETROS DO SISTEMA (PARAMET.DAT)     *
      *             ORG. LINE SEQUENTIAL - LRECL = 044                 *
      *----------------------------------------------------------------*
       FD ARQ-CONFIG
          RECORDING MODE               IS F
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-CONFIG                 PIC X(044).
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE EXTRACAO CSV DE CLIENTES/VENDEDORES      *
      *             ORG. LINE SEQUENTIAL - LRECL = 240                  *
          LABEL RECORD                 IS STANDARD
          BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQ-BACKUP2                PIC X(230).
      *----------------------------------------------------------------*
      *    I/O    : ARQ-TITULO NO LAYOUT ANTERIOR (73 BYTES, ATE O     *
      *             CAMPO SITUACAO) - SOMENTE PARA A CONVERSAO         *
      *----------------------------------------------------------------*
       FD ARQ-TITULO-ANT VALUE OF FILE-ID
                                       IS 'ARQ-TITULO'.
       01 FD-ARQ-TIT-ANT.
          05 FD-TIT-ANT-CHAVE          PIC X(011).
          05 FILLER                    PIC X(009).
          05 FD-TIT-ANT-COD-CLI        PIC 9(007).
          05 FD-TIT-ANT-COD-VEND       PIC 9(003).
          05 FILLER                    PIC X(043).
      *----------------------------------------------------------------*
      *    I/O    : ARQ-NOTA NO LAYOUT ANTERIOR (50 BYTES, ATE O       *
      *             CAMPO SITUACAO) - SOMENTE PARA A CONVERSAO         *
      *----------------------------------------------------------------*
       FD ARQ-NOTA-ANT VALUE OF FILE-ID
                                       IS 'ARQ-NOTA'.
       01 FD-ARQ-NOT-ANT.
          05 FD-NOT-ANT-NUM-NOTA       PIC 9(009).
          05 FD-NOT-ANT-NUM-PED        PIC 9(009).
          05 FD-NOT-ANT-COD-CLI        PIC 9(007).
          05 FILLER                    PIC X(025).
      *----------------------------------------------------------------*
      *    I/O    : ARQ-PEDIDO NO LAYOUT ANTERIOR (46 BYTES, SEM A     *
      *             CONDICAO DE PAGAMENTO) - SOMENTE PARA A CONVERSAO  *
      *----------------------------------------------------------------*
       FD ARQ-PEDIDO-ANT VALUE OF FILE-ID
                                       IS 'ARQ-PEDIDO'.
       01 FD-ARQ-PED-ANT.
          05 FD-PED-ANT-NUM-PED        PIC 9(009).
          05 FD-PED-ANT-COD-CLI        PIC 9(007).
          05 FD-PED-ANT-COD-VEND       PIC 9(003).
          05 FILLER                    PIC X(027).
      *----------------------------------------------------------------*
      *    I/O    : ARQ-ITEM-PED NO LAYOUT ANTERIOR (46 BYTES, SEM OS  *
      *             TRIBUTOS DA LINHA) - SOMENTE PARA A CONVERSAO      *
      *----------------------------------------------------------------*
       FD ARQ-ITEM-PED-ANT VALUE OF FILE-ID
                                       IS 'ARQ-ITEM-PED'.
       01 FD-ARQ-IPD-ANT.
          05 FD-IPD-ANT-CHAVE          PIC X(012).
          05 FD-IPD-ANT-COD-ITEM       PIC 9(005).
          05 FILLER                    PIC X(029).

      *---------------------------------------------------------------- *
       WORKING-STORAGE                 SECTION.
          05 WS-FIM-ARQ-TER            PIC X(001) VALUE 'N'.
          05 WS-ARQ-CEP-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-ARQ-EST-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-ARQ-NCR-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-NCR            PIC X(001) VALUE 'N'.
          05 WS-ARQ-DEV-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-DEV            PIC X(001) VALUE 'N'.
          05 WS-ARQ-SLD-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-SLD            PIC X(001) VALUE 'N'.
          05 WS-ARQ-MOV-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-MOV            PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-ITM            PIC X(001) VALUE 'N'.
          05 WS-ARQ-PRC-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-PRC            PIC X(001) VALUE 'N'.
          05 WS-ARQ-BLQ-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-ARQ-BXA-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-BXA            PIC X(001) VALUE 'N'.
          05 WS-ARQ-TRF-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-TRF            PIC X(001) VALUE 'N'.
          05 WS-ARQ-CTA-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-ARQ-PCM-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-PCM            PIC X(001) VALUE 'N'.
          05 WS-ARQ-TRB-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-ARQ-ENT-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-ARQ-CPG-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-ARQ-ACD-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-ACD            PIC X(001) VALUE 'N'.
          05 WS-ARQ-RCR-ABERTO         PIC X(001) VALUE 'N'.
          05 WS-FIM-ARQ-RCR            PIC X(001) VALUE 'N'.
       01 WS-LIMPEZA-DE-TELA.
          05 WS-LIMPAR-TELA            PIC X(078) VALUE SPACES.
          05 WS-LIMPAR-SUB-MENU        PIC X(032) VALUE SPACES.
          05 WS-FS-TERRIT              PIC X(002) VALUE SPACES.
          05 WS-FS-CEPREF              PIC X(002) VALUE SPACES.
          05 WS-FS-ESTAT               PIC X(002) VALUE SPACES.
          05 WS-FS-NOTA-CRED           PIC X(002) VALUE SPACES.
          05 WS-FS-DEVOLUCAO           PIC X(002) VALUE SPACES.
          05 WS-FS-SALDO-EST           PIC X(002) VALUE SPACES.
          05 WS-FS-MOV-EST             PIC X(002) VALUE SPACES.
          05 WS-FS-PRECO               PIC X(002) VALUE SPACES.
          05 WS-FS-BLOQUEIO            PIC X(002) VALUE SPACES.
          05 WS-FS-BAIXA               PIC X(002) VALUE SPACES.
          05 WS-FS-TRANSF              PIC X(002) VALUE SPACES.
          05 WS-FS-CONTA               PIC X(002) VALUE SPACES.
          05 WS-FS-PROV-COM            PIC X(002) VALUE SPACES.
          05 WS-FS-TRIBUTO             PIC X(002) VALUE SPACES.
          05 WS-FS-ENTREGA             PIC X(002) VALUE SPACES.
          05 WS-FS-COND-PAG            PIC X(002) VALUE SPACES.
          05 WS-FS-ACORDO              PIC X(002) VALUE SPACES.
          05 WS-FS-RECORR              PIC X(002) VALUE SPACES.
          05 WS-OPERACAO               PIC X(013) VALUE SPACES.
          05 WS-ABERTURA               PIC X(013) VALUE'NA ABERTURA'.
          05 WS-LEITURA                PIC X(013) VALUE'NA LEITURA'.
          05 WS-DT-PEDIDO              PIC 9(008) VALUE ZEROS.
          05 WS-QTD-ITENS              PIC 9(005) VALUE ZEROS.
          05 WS-VLR-TOTAL              PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-IMP-QTD-LINHAS         PIC 9(002) VALUE ZEROS.
          05 WS-IMP-LINHA              OCCURS 10 TIMES.
             10 WS-IMP-COD-ITEM        PIC 9(005).
             10 WS-IMP-QTD             PIC 9(005).
       01 ACU-TOTAIS.
          05 ACU-GRAVADOS              PIC 9(008) COMP-3  VALUE ZEROS.
          05 ACU-REJEITADOS            PIC 9(008) COMP-3  VALUE ZEROS.
          05 WS-MOTIVO-REJ             PIC X(040) VALUE SPACES.
          05 WS-ACU-REJ-EDIT           PIC Z(007)9 VALUE ZEROS.
       01 WS-AREA-AUDITORIA.
          05 WS-BOOKCLI-ANTES          PIC X(217) VALUE SPACES.
          05 WS-BOOKVEN-ANTES          PIC X(085) VALUE SPACES.
          05 WS-BOOKPED-ANTES          PIC X(054) VALUE SPACES.
          05 WS-AUD-TS                 PIC X(021) VALUE SPACES.
          05 WS-AUD-CHAVE              PIC X(014) VALUE SPACES.
          05 WS-AUD-ANTES              PIC X(223) VALUE SPACES.
          05 WS-AUD-DEPOIS             PIC X(223) VALUE SPACES.
          05 WS-LINHA-AUD              PIC X(560) VALUE SPACES.
       01 WS-AREA-CHECKPOINT.
          05 WS-REG-LIDO-CLI           PIC 9(008) VALUE ZEROS.
          05 WS-CKP-REG-CLI            PIC 9(008) VALUE ZEROS.
          05 WS-PERM-NECESSARIA        PIC X(001) VALUE SPACES.
          05 WS-PERM-OK                PIC X(001) VALUE 'S'.
       01 WS-AREA-CONCORRENCIA.
          05 WS-BOOKCLI-NOVO           PIC X(217) VALUE SPACES.
          05 WS-BOOKVEN-NOVO           PIC X(085) VALUE SPACES.
          05 WS-REGRAVA-OK             PIC X(001) VALUE 'S'.
       01 WS-AREA-BATCH.
          05 WS-BKP-DATA               PIC X(008) VALUE SPACES.
          05 WS-BKP-QTD-TRAILER        PIC 9(008) VALUE ZEROS.
          05 WS-BKP-FALHA              PIC X(001) VALUE 'N'.
          05 WS-FS-ARQ-ANT             PIC X(002) VALUE SPACES.
          05 WS-CNV-ARQUIVO            PIC X(012) VALUE SPACES.
          05 WS-CNV-CONFIRMA           PIC X(001) VALUE SPACES.
          05 WS-CNV-EXISTE             PIC X(001) VALUE 'N'.
          05 ACU-CNV-GRAVADOS          PIC 9(008) VALUE ZEROS.
       01 WS-REG-BACKUP.
          05 WS-BKP-TIPO-REG           PIC X(001) VALUE SPACES.
          05 WS-BKP-DADOS              PIC X(229) VALUE SPACES.
          05 WS-PAR-RETENCAO           PIC 9(003) VALUE 30.
          05 WS-PAR-MAX-FALHAS         PIC 9(002) VALUE 5.
          05 WS-PAR-DIAS-SENHA         PIC 9(003) VALUE 90.
          05 WS-PAR-TAXA-MULTA         PIC 9(002)V9(002) VALUE 2.
          05 WS-PAR-JUROS-DIA          PIC 9(001)V9(004) VALUE 0,0333.
          05 WS-PAR-DIAS-COB1          PIC 9(003) VALUE 5.
          05 WS-PAR-DIAS-COB2          PIC 9(003) VALUE 15.
          05 WS-PAR-DIAS-COB3          PIC 9(003) VALUE 30.
       01 WS-REG-CONFIG.
          05 WS-CFG-ALCADA             PIC 9(011)V9(002).
          05 WS-CFG-PARCELAS           PIC 9(002).
          05 WS-CFG-RETENCAO           PIC 9(003).
          05 WS-CFG-FALHAS             PIC 9(002).
          05 WS-CFG-SENHA              PIC 9(003).
          05 WS-CFG-MULTA              PIC 9(002)V9(002).
          05 WS-CFG-JUROS-DIA          PIC 9(001)V9(004).
          05 WS-CFG-DIAS-COB1          PIC 9(003).
          05 WS-CFG-DIAS-COB2          PIC 9(003).
          05 WS-CFG-DIAS-COB3          PIC 9(003).
       01 WS-AREA-TITULO.
          05 WS-BOOKTIT-ANTES          PIC X(113) VALUE SPACES.
          05 WS-TIT-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-TIT-PARCELA            PIC 9(002) VALUE ZEROS.
          05 WS-TIT-INT-EMISSAO        PIC 9(008) COMP VALUE ZEROS.
          05 WS-TIT-INT-VENC           PIC 9(008) COMP VALUE ZEROS.
          05 WS-TIT-VLR-BAIXA          PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-TIT-VLR-SALDO          PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-PARCELA-EDIT           PIC Z9 VALUE ZEROS.
       01 WS-AREA-NOTA-CRED.
          05 WS-ARQ-SERIE-NC           PIC X(040) VALUE 'NCSERIE.DAT'.
          05 WS-FS-SERIE-NC            PIC X(002) VALUE SPACES.
          05 WS-NCR-ULTIMA             PIC 9(009) VALUE ZEROS.
          05 WS-BOOKNOT-ANTES          PIC X(223) VALUE SPACES.
          05 WS-BOOKENT-ANTES          PIC X(111) VALUE SPACES.
          05 WS-NCR-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-NCR-TIPO               PIC X(001) VALUE SPACES.
          05 WS-NCR-MOTIVO             PIC X(002) VALUE SPACES.
          05 WS-NCR-MOTIVO-OK          PIC X(001) VALUE 'N'.
          05 WS-NCR-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-NCR-QTD-LINHAS         PIC 9(003) VALUE ZEROS.
          05 WS-NCR-PARCELA            PIC 9(002) VALUE ZEROS.
          05 WS-NCR-QTD-DEV            PIC 9(005) VALUE ZEROS.
          05 WS-NCR-QTD-JA-DEV         PIC 9(005) VALUE ZEROS.
          05 WS-NCR-QTD-SALDO          PIC 9(005) VALUE ZEROS.
          05 WS-NCR-VLR-CREDITO        PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-NCR-VLR-ANTERIOR       PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-NCR-VLR-SALDO-NOTA     PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-NCR-VLR-RESTANTE       PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-NCR-VLR-ABATER         PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-NCR-VLR-ABERTO         PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-NCR-FALHA              PIC X(001) VALUE 'N'.
          05 WS-NCR-CONFIRMA           PIC X(001) VALUE SPACES.
          05 WS-NUM-NC-EDIT            PIC ZZZZZZZZ9 VALUE ZEROS.
          05 WS-NCR-LINHA-EDIT         PIC ZZ9 VALUE ZEROS.
          05 WS-NCR-QTD-EDIT           PIC ZZZZ9 VALUE ZEROS.
       01 WS-TAB-MOTIVO-NC.
          05 FILLER                    PIC X(022) VALUE
             '01RECUSA NA ENTREGA   '.
          05 FILLER                    PIC X(022) VALUE
             '02MERCADORIA AVARIADA '.
          05 FILLER                    PIC X(022) VALUE
             '03ERRO NO PEDIDO      '.
          05 FILLER                    PIC X(022) VALUE
             '04DESACORDO COMERCIAL '.
          05 FILLER                    PIC X(022) VALUE
             '05FATURAMENTO INDEVIDO'.
       01 WS-TAB-MOTIVO-NC-R           REDEFINES WS-TAB-MOTIVO-NC.
          05 WS-MOT-NC-ENT             OCCURS 5 TIMES.
             10 WS-MOT-NC-COD          PIC X(002).
             10 WS-MOT-NC-DESC         PIC X(020).
       01 WS-TAB-DEVOLUCAO.
          05 WS-DEV-ENT                OCCURS 50 TIMES.
             10 WS-DEV-NUM-LINHA       PIC 9(003).
             10 WS-DEV-COD-ITEM        PIC 9(005).
             10 WS-DEV-QTD             PIC 9(005).
             10 WS-DEV-VLR-UNIT        PIC 9(009)V9(002).
             10 WS-DEV-VLR-LINHA       PIC 9(011)V9(002).
       01 WS-AREA-ESTOQUE.
          05 WS-ARQ-SERIE-MOV          PIC X(040) VALUE 'MOVSERIE.DAT'.
          05 WS-FS-SERIE-MOV           PIC X(002) VALUE SPACES.
          05 WS-STK-ULTIMA             PIC 9(009) VALUE ZEROS.
          05 WS-BOOKSLD-ANTES          PIC X(030) VALUE SPACES.
          05 WS-STK-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-STK-FALHA              PIC X(001) VALUE 'N'.
          05 WS-STK-CONFIRMA           PIC X(001) VALUE SPACES.
          05 WS-STK-TIPO               PIC X(001) VALUE SPACES.
          05 WS-STK-SINAL-INF          PIC X(001) VALUE SPACES.
          05 WS-STK-QTD-INF            PIC 9(007) VALUE ZEROS.
          05 WS-STK-HISTORICO          PIC X(030) VALUE SPACES.
          05 WS-STK-SINAL              PIC S9(001) VALUE ZEROS.
          05 WS-STK-QTD                PIC S9(007) VALUE ZEROS.
          05 WS-STK-QTD-PED            PIC S9(007) VALUE ZEROS.
          05 WS-STK-DISPONIVEL         PIC S9(007) VALUE ZEROS.
          05 WS-STK-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-STK-QTD-EDIT           PIC -ZZZZZZ9 VALUE ZEROS.
          05 WS-STK-FIS-EDIT           PIC -ZZZZZZ9 VALUE ZEROS.
          05 WS-STK-RES-EDIT           PIC -ZZZZZZ9 VALUE ZEROS.
          05 WS-STK-DISP-EDIT          PIC -ZZZZZZ9 VALUE ZEROS.
          05 WS-STK-AVISO              PIC X(009) VALUE SPACES.
          05 WS-STK-NUM-EDIT           PIC ZZZZZZZZ9 VALUE ZEROS.
       01 WS-AREA-PRECO.
          05 WS-PRC-COD-ITEM           PIC 9(005) VALUE ZEROS.
          05 WS-PRC-COD-CLI            PIC 9(007) VALUE ZEROS.
          05 WS-PRC-UF                 PIC X(002) VALUE SPACES.
          05 WS-PRC-DATA               PIC 9(008) VALUE ZEROS.
          05 WS-PRC-QTD                PIC 9(005) VALUE ZEROS.
          05 WS-PRC-VLR-UNIT           PIC 9(009)V9(002) VALUE ZEROS.
          05 WS-PRC-ORIGEM             PIC X(001) VALUE SPACES.
          05 WS-PRC-TIPO-BUSCA         PIC X(001) VALUE SPACES.
          05 WS-PRC-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-PRC-QTD-MELHOR         PIC 9(005) VALUE ZEROS.
          05 WS-PRC-DT-MELHOR          PIC 9(008) VALUE ZEROS.
          05 WS-PRC-CHAVE-BASE         PIC X(015) VALUE SPACES.
          05 WS-BOOKPRC-ANTES          PIC X(060) VALUE SPACES.
          05 WS-PRC-EXISTE             PIC X(001) VALUE 'N'.
          05 WS-PRC-CONFIRMA           PIC X(001) VALUE SPACES.
          05 WS-PRC-ITENS-OK           PIC X(001) VALUE 'S'.
          05 WS-PRC-DATA-OK            PIC X(001) VALUE 'N'.
          05 WS-PRC-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-PRC-VLR-EDIT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-AREA-BANCO.
          05 WS-ARQ-SERIE-REM          PIC X(040) VALUE 'REMSERIE.DAT'.
          05 WS-FS-SERIE-REM           PIC X(002) VALUE SPACES.
          05 WS-ARQ-REMESSA            PIC X(040) VALUE 'REMBANCO.TXT'.
          05 WS-FS-REMESSA             PIC X(002) VALUE SPACES.
          05 WS-ARQ-RETORNO            PIC X(040) VALUE 'RETBANCO.TXT'.
          05 WS-FS-RETORNO             PIC X(002) VALUE SPACES.
          05 WS-FIM-ARQ-RET            PIC X(001) VALUE 'N'.
          05 WS-BCO-SEQ-REM            PIC 9(009) VALUE ZEROS.
          05 WS-BCO-SEQ-REG            PIC 9(006) VALUE ZEROS.
          05 WS-BCO-FALHA              PIC X(001) VALUE 'N'.
          05 WS-BCO-RET-VALIDO         PIC X(001) VALUE 'S'.
          05 WS-BCO-MOTIVO             PIC X(045) VALUE SPACES.
          05 WS-BCO-TEM-HEADER         PIC X(001) VALUE 'N'.
          05 WS-BCO-TEM-TRAILER        PIC X(001) VALUE 'N'.
          05 WS-BCO-QTD-DET            PIC 9(006) VALUE ZEROS.
          05 WS-BCO-QTD-TRAILER        PIC 9(006) VALUE ZEROS.
          05 WS-BCO-DT-ARQ             PIC 9(008) VALUE ZEROS.
          05 WS-BCO-SEQ-ARQ            PIC 9(006) VALUE ZEROS.
          05 WS-BCO-INSTRUCAO          PIC 9(002) VALUE ZEROS.
          05 WS-BCO-ENVIAR             PIC X(001) VALUE 'N'.
          05 WS-BCO-VLR-TOTAL          PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-BCO-VLR-EXCEDE         PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-BCO-EXC-MOTIVO         PIC X(040) VALUE SPACES.
          05 ACU-BCO-REGISTRO          PIC 9(008) VALUE ZEROS.
          05 ACU-BCO-BAIXA             PIC 9(008) VALUE ZEROS.
          05 ACU-BCO-ABATIMENTO        PIC 9(008) VALUE ZEROS.
          05 ACU-BCO-LIQUIDADOS        PIC 9(008) VALUE ZEROS.
          05 ACU-BCO-PARCIAIS          PIC 9(008) VALUE ZEROS.
          05 ACU-BCO-CONFIRMADOS       PIC 9(008) VALUE ZEROS.
          05 ACU-BCO-REJEITADOS        PIC 9(008) VALUE ZEROS.
          05 ACU-BCO-EXCECOES          PIC 9(008) VALUE ZEROS.
          05 WS-BCO-EDIT               PIC Z(007)9 VALUE ZEROS.
          05 WS-BCO-VLR-EDIT           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                       VALUE ZEROS.
          05 WS-BCO-NOSSO-EDIT         PIC X(012) VALUE SPACES.
       01 WS-AREA-COBRANCA.
          05 WS-COB-DATA-REF           PIC 9(008) VALUE ZEROS.
          05 WS-COB-INT-REF            PIC 9(008) COMP VALUE ZEROS.
          05 WS-COB-INT-VENC           PIC 9(008) COMP VALUE ZEROS.
          05 WS-COB-DIAS               PIC S9(005) COMP VALUE ZEROS.
          05 WS-COB-VLR-SALDO          PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-COB-VLR-MULTA          PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-COB-VLR-JUROS          PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-COB-VLR-ENCARGOS       PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-COB-VLR-DEVIDO         PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-COB-VLR-PRINCIPAL      PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-COB-VLR-COBRADO        PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-COB-FATOR              PIC 9(003)V9(006) VALUE ZEROS.
          05 WS-COB-ESTAGIO            PIC 9(001) VALUE ZEROS.
          05 WS-COB-ESTAGIO-CARTA      PIC 9(001) VALUE ZEROS.
          05 WS-COB-CLI-ATUAL          PIC 9(007) VALUE ZEROS.
          05 WS-COB-TEM-CLI            PIC X(001) VALUE 'N'.
          05 WS-COB-BLOQUEAR           PIC X(001) VALUE 'N'.
          05 WS-COB-BLQ-NOTA           PIC 9(009) VALUE ZEROS.
          05 WS-COB-BLQ-PARCELA        PIC 9(002) VALUE ZEROS.
          05 WS-COB-FALHA              PIC X(001) VALUE 'N'.
          05 WS-COB-BLOQUEADO          PIC X(001) VALUE 'N'.
          05 WS-COB-BLQ-EXISTE         PIC X(001) VALUE 'N'.
          05 WS-COB-CONFIRMA           PIC X(001) VALUE SPACES.
          05 WS-COB-QTD-TIT            PIC 9(003) COMP VALUE ZEROS.
          05 WS-COB-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-COB-TOT-SALDO          PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-COB-TOT-ENCARGOS       PIC 9(013)V9(002) VALUE ZEROS.
          05 ACU-COB-AVANCOS           PIC 9(008) VALUE ZEROS.
          05 ACU-COB-CARTA1            PIC 9(008) VALUE ZEROS.
          05 ACU-COB-CARTA2            PIC 9(008) VALUE ZEROS.
          05 ACU-COB-CARTA3            PIC 9(008) VALUE ZEROS.
          05 ACU-COB-BLOQUEIOS         PIC 9(008) VALUE ZEROS.
          05 WS-BOOKBLQ-ANTES          PIC X(073) VALUE SPACES.
          05 WS-COB-EDIT               PIC Z(007)9 VALUE ZEROS.
          05 WS-COB-DIAS-EDIT          PIC ZZZZ9 VALUE ZEROS.
          05 WS-COB-ED-SALDO           PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       VALUE ZEROS.
          05 WS-COB-ED-ENCARGOS        PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       VALUE ZEROS.
          05 WS-COB-ED-TOTAL           PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                       VALUE ZEROS.
          05 WS-TAB-COBRANCA           OCCURS 50 TIMES.
             10 WS-TCB-NUM-NOTA        PIC 9(009).
             10 WS-TCB-NUM-PARCELA     PIC 9(002).
             10 WS-TCB-DT-VENC         PIC 9(008).
             10 WS-TCB-DIAS            PIC 9(005).
             10 WS-TCB-VLR-SALDO       PIC 9(011)V9(002).
             10 WS-TCB-VLR-ENCARGOS    PIC 9(011)V9(002).
       01 WS-AREA-EXTRATO.
          05 WS-BXA-ORIGEM             PIC X(001) VALUE SPACES.
          05 WS-BXA-SEQ                PIC 9(003) VALUE ZEROS.
          05 WS-EXT-COD-CLI            PIC 9(007) VALUE ZEROS.
          05 WS-EXT-DT-INI             PIC 9(008) VALUE ZEROS.
          05 WS-EXT-DT-FIM             PIC 9(008) VALUE ZEROS.
          05 WS-EXT-PERIODO            PIC 9(006) VALUE ZEROS.
          05 FILLER                    REDEFINES WS-EXT-PERIODO.
             10 WS-EXT-ANO             PIC 9(004).
             10 WS-EXT-MES             PIC 9(002).
          05 WS-EXT-INT-DATA           PIC 9(008) COMP VALUE ZEROS.
          05 WS-EXT-SALDO-ANT          PIC S9(013)V9(002) VALUE ZEROS.
          05 WS-EXT-SALDO              PIC S9(013)V9(002) VALUE ZEROS.
          05 WS-EXT-SALDO-FIM          PIC S9(013)V9(002) VALUE ZEROS.
          05 WS-EXT-TOT-DEB            PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-EXT-TOT-CRED           PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-EXT-PAGO-HIST          PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-EXT-QTD                PIC 9(003) COMP VALUE ZEROS.
          05 WS-EXT-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-EXT-POSICAO-OK         PIC X(001) VALUE 'N'.
          05 WS-EXT-TRUNCADO           PIC X(001) VALUE 'N'.
          05 WS-EXT-FALHA              PIC X(001) VALUE 'N'.
          05 WS-EXT-FIM                PIC X(001) VALUE 'N'.
          05 ACU-EXT-CLIENTES          PIC 9(006) VALUE ZEROS.
          05 WS-EXT-MOVTO.
             10 WS-EXT-M-CHAVE.
                15 WS-EXT-M-DATA       PIC 9(008).
                15 WS-EXT-M-ORDEM      PIC 9(001).
             10 WS-EXT-M-TIPO          PIC X(001).
             10 WS-EXT-M-VALOR         PIC 9(011)V9(002).
             10 WS-EXT-M-HIST          PIC X(030).
          05 WS-TAB-EXTRATO            OCCURS 300 TIMES.
             10 WS-EXT-E-CHAVE.
                15 WS-EXT-E-DATA       PIC 9(008).
                15 WS-EXT-E-ORDEM      PIC 9(001).
             10 WS-EXT-E-TIPO          PIC X(001).
             10 WS-EXT-E-VALOR         PIC 9(011)V9(002).
             10 WS-EXT-E-HIST          PIC X(030).
          05 WS-EXT-DOC-EDIT           PIC X(012) VALUE SPACES.
          05 WS-EXT-VLR-EDIT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          05 WS-EXT-SALDO-EDIT         PIC ZZZ.ZZZ.ZZ9,99-
                                       VALUE ZEROS.
          05 WS-EXT-TOT-EDIT           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                       VALUE ZEROS.
       01 WS-AREA-FLUXO.
          05 WS-FLX-PASSADA            PIC X(001) VALUE SPACES.
          05 WS-FLX-FALHA              PIC X(001) VALUE 'N'.
          05 WS-FLX-FIM                PIC X(001) VALUE 'N'.
          05 WS-FLX-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-FLX-TEM-CLI            PIC X(001) VALUE 'N'.
          05 WS-FLX-ESTOURO            PIC X(001) VALUE 'N'.
          05 WS-FLX-INT-HOJE           PIC 9(008) COMP VALUE ZEROS.
          05 WS-FLX-INT-VENC           PIC 9(008) COMP VALUE ZEROS.
          05 WS-FLX-INT-PAGTO          PIC 9(008) COMP VALUE ZEROS.
          05 WS-FLX-DIAS               PIC S9(005) COMP VALUE ZEROS.
          05 WS-FLX-FAIXA              PIC 9(002) COMP VALUE ZEROS.
          05 WS-FLX-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-FLX-IND2               PIC 9(003) COMP VALUE ZEROS.
          05 WS-FLX-DT-HOJE            PIC 9(008) VALUE ZEROS.
          05 WS-FLX-DT-VENC            PIC 9(008) VALUE ZEROS.
          05 WS-FLX-DT-INI             PIC 9(008) VALUE ZEROS.
          05 WS-FLX-DT-FIM             PIC 9(008) VALUE ZEROS.
          05 WS-FLX-VALOR              PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-FLX-PARCELA            PIC 9(002) VALUE ZEROS.
          05 WS-FLX-ORIGEM             PIC X(001) VALUE SPACES.
          05 WS-FLX-COD-VEND           PIC 9(003) VALUE ZEROS.
          05 WS-FLX-UF                 PIC X(002) VALUE SPACES.
          05 WS-FLX-CLI-ATUAL          PIC 9(007) VALUE ZEROS.
          05 WS-FLX-CLI-RZ-SOCIAL      PIC X(040) VALUE SPACES.
          05 WS-FLX-CLI-ABERTO         PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-FLX-CLI-VENCIDO        PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-FLX-CLI-DIAS           PIC S9(007) COMP VALUE ZEROS.
          05 WS-FLX-CLI-PAGTOS         PIC 9(005) COMP VALUE ZEROS.
          05 WS-FLX-CLI-MEDIA          PIC S9(005) VALUE ZEROS.
          05 WS-FLX-CLI-ACORDO         PIC X(001) VALUE 'N'.
          05 WS-FLX-TOT-ACORDO         PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-FLX-TOT-FAIXA          PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-FLX-TOT-TIT            PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-FLX-TOT-PED            PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-FLX-TOT-VENCIDO        PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-FLX-QTD-VEND           PIC 9(003) COMP VALUE ZEROS.
          05 WS-FLX-QTD-UF             PIC 9(003) COMP VALUE ZEROS.
          05 ACU-FLX-TITULOS           PIC 9(006) VALUE ZEROS.
          05 ACU-FLX-PEDIDOS           PIC 9(006) VALUE ZEROS.
          05 ACU-FLX-CLIENTES          PIC 9(006) VALUE ZEROS.
          05 ACU-FLX-ACORDO            PIC 9(006) VALUE ZEROS.
      *   FAIXA 1 = VENCIDO, 2 A 13 = SEMANAS 1 A 12, 14 = POSTERIOR
          05 WS-FLX-FAIXAS             OCCURS 14 TIMES.
             10 WS-FLX-F-TIT           PIC 9(013)V9(002).
             10 WS-FLX-F-PED           PIC 9(013)V9(002).
          05 WS-FLX-TAB-VEND           OCCURS 300 TIMES.
             10 WS-FLX-V-COD           PIC 9(003).
             10 WS-FLX-V-VALOR         PIC 9(013)V9(002)
                                       OCCURS 14 TIMES.
          05 WS-FLX-TAB-UF             OCCURS 30 TIMES.
             10 WS-FLX-U-UF            PIC X(002).
             10 WS-FLX-U-VALOR         PIC 9(013)V9(002)
                                       OCCURS 14 TIMES.
          05 WS-FLX-ROTULO             PIC X(022) VALUE SPACES.
          05 WS-FLX-ED1                PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          05 WS-FLX-ED2                PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          05 WS-FLX-ED3                PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          05 WS-FLX-MEDIA-EDIT         PIC ----9  VALUE ZEROS.
          05 WS-FLX-PAGTOS-EDIT        PIC ZZZZ9  VALUE ZEROS.
          05 WS-FLX-SEMANA-EDIT        PIC 99     VALUE ZEROS.
       01 WS-AREA-ABC.
          05 WS-ABC-PASSADA            PIC X(001) VALUE SPACES.
          05 WS-ABC-ORDEM              PIC X(001) VALUE SPACES.
          05 WS-ABC-PERIODO            PIC X(001) VALUE SPACES.
          05 WS-ABC-FALHA              PIC X(001) VALUE 'N'.
          05 WS-ABC-FIM                PIC X(001) VALUE 'N'.
          05 WS-ABC-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-ABC-ESTOURO            PIC X(001) VALUE 'N'.
          05 WS-ABC-TROCA              PIC X(001) VALUE 'N'.
          05 WS-ABC-PER-INI            PIC 9(006) VALUE ZEROS.
          05 FILLER                    REDEFINES WS-ABC-PER-INI.
             10 WS-ABC-ANO-INI         PIC 9(004).
             10 WS-ABC-MES-INI         PIC 9(002).
          05 WS-ABC-PER-FIM            PIC 9(006) VALUE ZEROS.
          05 FILLER                    REDEFINES WS-ABC-PER-FIM.
             10 WS-ABC-ANO-FIM         PIC 9(004).
             10 WS-ABC-MES-FIM         PIC 9(002).
          05 WS-ABC-PER-ANT-INI        PIC 9(006) VALUE ZEROS.
          05 WS-ABC-PER-ANT-FIM        PIC 9(006) VALUE ZEROS.
          05 WS-ABC-PER-AUX            PIC 9(006) VALUE ZEROS.
          05 FILLER                    REDEFINES WS-ABC-PER-AUX.
             10 WS-ABC-ANO-AUX         PIC 9(004).
             10 WS-ABC-MES-AUX         PIC 9(002).
          05 WS-ABC-DT-ANT-INI         PIC 9(008) VALUE ZEROS.
          05 WS-ABC-DT-ATU-INI         PIC 9(008) VALUE ZEROS.
          05 WS-ABC-DT-ATU-FIM         PIC 9(008) VALUE ZEROS.
          05 WS-ABC-IDX-INI            PIC 9(006) COMP VALUE ZEROS.
          05 WS-ABC-IDX-FIM            PIC 9(006) COMP VALUE ZEROS.
          05 WS-ABC-IDX-AUX            PIC 9(006) COMP VALUE ZEROS.
          05 WS-ABC-QTD-MESES          PIC 9(004) COMP VALUE ZEROS.
          05 WS-ABC-RESTO              PIC 9(002) COMP VALUE ZEROS.
          05 WS-ABC-COD                PIC 9(007) VALUE ZEROS.
          05 WS-ABC-VALOR              PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-ABC-QTD                PIC 9(004) COMP VALUE ZEROS.
          05 WS-ABC-IND                PIC 9(004) COMP VALUE ZEROS.
          05 WS-ABC-IND2               PIC 9(004) COMP VALUE ZEROS.
          05 WS-ABC-BAIXO              PIC 9(004) COMP VALUE ZEROS.
          05 WS-ABC-ALTO               PIC 9(004) COMP VALUE ZEROS.
          05 WS-ABC-MEIO               PIC 9(004) COMP VALUE ZEROS.
          05 WS-ABC-TOTAL              PIC 9(015)V9(002) VALUE ZEROS.
          05 WS-ABC-ACUM               PIC 9(015)V9(002) VALUE ZEROS.
          05 WS-ABC-PCT                PIC 9(003)V9(002) VALUE ZEROS.
          05 WS-ABC-PCT-ACUM           PIC 9(003)V9(002) VALUE ZEROS.
          05 WS-ABC-PCT-ANTES          PIC 9(003)V9(002) VALUE ZEROS.
          05 WS-ABC-LIM-A              PIC 9(003) VALUE 80.
          05 WS-ABC-LIM-B              PIC 9(003) VALUE 95.
          05 WS-ABC-CLASSE             PIC X(001) VALUE SPACES.
          05 WS-ABC-MOVIMENTO          PIC X(009) VALUE SPACES.
          05 WS-ABC-DESCRICAO          PIC X(020) VALUE SPACES.
          05 WS-ABC-QTD-CLASSE         PIC 9(005) OCCURS 3 TIMES.
          05 WS-ABC-VLR-CLASSE         PIC 9(015)V9(002)
                                       OCCURS 3 TIMES.
          05 WS-ABC-ENTRADA.
             10 WS-ABC-W-COD           PIC 9(007).
             10 WS-ABC-W-VLR-ATU       PIC 9(013)V9(002).
             10 WS-ABC-W-VLR-ANT       PIC 9(013)V9(002).
             10 WS-ABC-W-CLASSE-ATU    PIC X(001).
             10 WS-ABC-W-CLASSE-ANT    PIC X(001).
          05 WS-TAB-ABC                OCCURS 2000 TIMES.
             10 WS-ABC-E-COD           PIC 9(007).
             10 WS-ABC-E-VLR-ATU       PIC 9(013)V9(002).
             10 WS-ABC-E-VLR-ANT       PIC 9(013)V9(002).
             10 WS-ABC-E-CLASSE-ATU    PIC X(001).
             10 WS-ABC-E-CLASSE-ANT    PIC X(001).
          05 WS-ABC-RANK-EDIT          PIC ZZZ9   VALUE ZEROS.
          05 WS-ABC-COD-EDIT           PIC ZZZZZZ9 VALUE ZEROS.
          05 WS-ABC-VLR-EDIT           PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          05 WS-ABC-PCT-EDIT           PIC ZZ9,99 VALUE ZEROS.
          05 WS-ABC-ACUM-EDIT          PIC ZZ9,99 VALUE ZEROS.
          05 WS-ABC-QTD-EDIT           PIC ZZZZ9  VALUE ZEROS.
       01 WS-AREA-TRANSF.
          05 WS-TRF-VEND-ORIGEM        PIC 9(003) VALUE ZEROS.
          05 WS-TRF-VEND-DESTINO       PIC 9(003) VALUE ZEROS.
          05 WS-TRF-TIPO               PIC X(001) VALUE SPACES.
          05 WS-TRF-DT-EFETIVA         PIC 9(008) VALUE ZEROS.
          05 WS-TRF-DT-RETORNO         PIC 9(008) VALUE ZEROS.
          05 WS-TRF-SELECAO            PIC X(001) VALUE SPACES.
          05 WS-TRF-UF                 PIC X(002) VALUE SPACES.
          05 WS-TRF-CEP-INI            PIC 9(008) VALUE ZEROS.
          05 WS-TRF-CEP-FIM            PIC 9(008) VALUE ZEROS.
          05 WS-TRF-LEVA-PEDIDOS       PIC X(001) VALUE SPACES.
          05 WS-TRF-LEVA-TITULOS       PIC X(001) VALUE SPACES.
          05 WS-TRF-CLI-LISTA          PIC 9(007) VALUE ZEROS.
          05 WS-TRF-QTD-LISTA          PIC 9(003) COMP VALUE ZEROS.
          05 WS-TRF-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-TRF-LISTA              PIC 9(007) OCCURS 100 TIMES.
          05 WS-TRF-FALHA              PIC X(001) VALUE 'N'.
          05 WS-TRF-CONFIRMA           PIC X(001) VALUE SPACES.
          05 WS-TRF-SELECIONADO        PIC X(001) VALUE 'N'.
          05 WS-TRF-APLICOU            PIC X(001) VALUE 'N'.
          05 WS-TRF-FIXADO             PIC X(001) VALUE 'N'.
          05 WS-TRF-FIM                PIC X(001) VALUE 'N'.
          05 WS-TRF-DT-HOJE            PIC 9(008) VALUE ZEROS.
          05 WS-TRF-LOTE               PIC 9(014) VALUE ZEROS.
          05 WS-TRF-COD-CLI            PIC 9(007) VALUE ZEROS.
          05 WS-TRF-MOVER-DE           PIC 9(003) VALUE ZEROS.
          05 WS-TRF-MOVER-PARA         PIC 9(003) VALUE ZEROS.
          05 WS-TRF-MOVER-PED          PIC X(001) VALUE SPACES.
          05 WS-TRF-MOVER-TIT          PIC X(001) VALUE SPACES.
          05 WS-TRF-QTD-PED            PIC 9(005) VALUE ZEROS.
          05 WS-TRF-QTD-TIT            PIC 9(005) VALUE ZEROS.
          05 WS-TRF-ACAO               PIC X(012) VALUE SPACES.
          05 WS-BOOKTRF-ANTES          PIC X(081) VALUE SPACES.
          05 ACU-TRF-CLIENTES          PIC 9(007) VALUE ZEROS.
          05 ACU-TRF-PENDENTES         PIC 9(007) VALUE ZEROS.
          05 ACU-TRF-EFETIVADAS        PIC 9(007) VALUE ZEROS.
          05 ACU-TRF-REVERTIDAS        PIC 9(007) VALUE ZEROS.
          05 ACU-TRF-NAO-APLIC         PIC 9(007) VALUE ZEROS.
          05 ACU-TRF-PEDIDOS           PIC 9(007) VALUE ZEROS.
          05 ACU-TRF-TITULOS           PIC 9(007) VALUE ZEROS.
          05 WS-TRF-COD-EDIT           PIC ZZZZZZ9 VALUE ZEROS.
          05 WS-TRF-QTD-EDIT           PIC ZZZZ9  VALUE ZEROS.
          05 WS-TRF-QTD2-EDIT          PIC ZZZZ9  VALUE ZEROS.
          05 WS-TRF-ACU-EDIT           PIC Z(006)9 VALUE ZEROS.
       01 WS-AREA-CONTABIL.
          05 WS-ARQ-CONTABIL           PIC X(040) VALUE 'CONTABIL.TXT'.
          05 WS-FS-CONTABIL            PIC X(002) VALUE SPACES.
          05 WS-CTB-DIA                PIC 9(008) VALUE ZEROS.
          05 WS-CTB-EVENTO             PIC X(003) VALUE SPACES.
          05 WS-CTB-FALHA              PIC X(001) VALUE 'N'.
          05 WS-CTB-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-CTB-FIM                PIC X(001) VALUE 'N'.
          05 WS-CTB-INVERTE            PIC X(001) VALUE 'N'.
          05 WS-CTB-EXISTE             PIC X(001) VALUE 'N'.
          05 WS-BOOKCTA-ANTES          PIC X(057) VALUE SPACES.
          05 WS-CTB-IND-EVT            PIC 9(002) COMP VALUE ZEROS.
          05 WS-CTB-IND-CTA            PIC 9(003) COMP VALUE ZEROS.
          05 WS-CTB-QTD-CONTAS         PIC 9(003) COMP VALUE ZEROS.
          05 WS-CTB-NUM-LANC           PIC 9(006) VALUE ZEROS.
          05 WS-CTB-QTD-LINHAS         PIC 9(006) VALUE ZEROS.
          05 WS-CTB-VALOR              PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-CTB-DIFERENCA          PIC S9(011)V9(002) VALUE ZEROS.
          05 WS-CTB-DOCUMENTO          PIC X(020) VALUE SPACES.
          05 WS-CTB-COD-CLI            PIC 9(007) VALUE ZEROS.
          05 WS-CTB-COD-VEND           PIC 9(003) VALUE ZEROS.
          05 WS-CTB-CONTA              PIC X(012) VALUE SPACES.
          05 WS-CTB-NATUREZA           PIC X(001) VALUE SPACES.
          05 WS-CTB-TOT-DEB            PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-CTB-TOT-CRED           PIC 9(013)V9(002) VALUE ZEROS.
          05 ACU-CTB-NOTAS             PIC 9(007) VALUE ZEROS.
          05 ACU-CTB-BAIXAS            PIC 9(007) VALUE ZEROS.
          05 ACU-CTB-NOTAS-CRED        PIC 9(007) VALUE ZEROS.
          05 ACU-CTB-PROVISOES         PIC 9(007) VALUE ZEROS.
          05 ACU-CTB-ACORDOS           PIC 9(007) VALUE ZEROS.
          05 WS-CTB-NOTA-EDIT          PIC 9(009) VALUE ZEROS.
          05 WS-CTB-PARC-EDIT          PIC 9(002) VALUE ZEROS.
          05 WS-CTB-VEND-EDIT          PIC 9(003) VALUE ZEROS.
          05 WS-CTB-QTD-EDIT           PIC Z(006)9 VALUE ZEROS.
          05 WS-CTB-DEB-EDIT           PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99
                                       VALUE ZEROS.
          05 WS-CTB-CRED-EDIT          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99
                                       VALUE ZEROS.
       01 WS-TAB-CTB-EVENTOS.
          05 WS-CTB-EVT-LISTA          PIC X(021)
                                       VALUE 'FATRECENCNCCNCDCOMJAC'.
          05 WS-CTB-EVT-TAB            REDEFINES WS-CTB-EVT-LISTA.
             10 WS-CTB-EVT-COD         PIC X(003) OCCURS 7 TIMES.
       01 WS-TAB-CTB-MAPA.
          05 WS-CTB-MAPA               OCCURS 7 TIMES.
             10 WS-CTB-MAPA-DEB        PIC X(012).
             10 WS-CTB-MAPA-CRED       PIC X(012).
             10 WS-CTB-MAPA-HIST       PIC X(030).
       01 WS-TAB-CTB-CONTAS.
          05 WS-CTB-CTA                OCCURS 100 TIMES.
             10 WS-CTB-CTA-CONTA       PIC X(012).
             10 WS-CTB-CTA-DEB         PIC 9(013)V9(002) COMP-3.
             10 WS-CTB-CTA-CRED        PIC 9(013)V9(002) COMP-3.
             10 WS-CTB-CTA-QTD         PIC 9(007) COMP.
       01 WS-REG-CONTABIL.
          05 WS-CTB-TIPO-REG           PIC X(001) VALUE SPACES.
          05 WS-CTB-DADOS              PIC X(149) VALUE SPACES.
          05 WS-CTB-H                  REDEFINES WS-CTB-DADOS.
             10 WS-CTB-H-LITERAL       PIC X(021).
             10 WS-CTB-H-DT-MOVIMENTO  PIC 9(008).
             10 WS-CTB-H-DT-GERACAO    PIC 9(008).
             10 WS-CTB-H-HR-GERACAO    PIC 9(006).
             10 FILLER                 PIC X(106).
          05 WS-CTB-D                  REDEFINES WS-CTB-DADOS.
             10 WS-CTB-D-NUM-LANC      PIC 9(006).
             10 WS-CTB-D-DT-LANC       PIC 9(008).
             10 WS-CTB-D-CONTA         PIC X(012).
             10 WS-CTB-D-NATUREZA      PIC X(001).
             10 WS-CTB-D-VALOR         PIC 9(013)V9(002).
             10 WS-CTB-D-EVENTO        PIC X(003).
             10 WS-CTB-D-HISTORICO     PIC X(030).
             10 WS-CTB-D-DOCUMENTO     PIC X(020).
             10 WS-CTB-D-COD-CLI       PIC 9(007).
             10 WS-CTB-D-COD-VEND      PIC 9(003).
             10 FILLER                 PIC X(044).
          05 WS-CTB-T                  REDEFINES WS-CTB-DADOS.
             10 WS-CTB-T-QTD-LANC      PIC 9(006).
             10 WS-CTB-T-QTD-LINHAS    PIC 9(006).
             10 WS-CTB-T-TOT-DEB       PIC 9(013)V9(002).
             10 WS-CTB-T-TOT-CRED      PIC 9(013)V9(002).
             10 FILLER                 PIC X(107).
       01 WS-AREA-NFE.
          05 WS-ARQ-NFE                PIC X(040) VALUE 'NFE.TXT'.
          05 WS-FS-NFE                 PIC X(002) VALUE SPACES.
          05 WS-ARQ-RET-NFE            PIC X(040) VALUE 'RETNFE.TXT'.
          05 WS-FS-RET-NFE             PIC X(002) VALUE SPACES.
          05 WS-TRB-FALTA              PIC X(001) VALUE 'N'.
          05 WS-TRB-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-TRB-EXISTE             PIC X(001) VALUE 'N'.
          05 WS-BOOKTRB-ANTES          PIC X(051) VALUE SPACES.
          05 WS-TRB-FIM                PIC X(001) VALUE 'N'.
          05 WS-TRB-UF                 PIC X(002) VALUE SPACES.
          05 WS-TRB-BASE-ICMS          PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-TRB-VLR-ICMS           PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-TRB-VLR-IPI            PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-TRB-ITEM-EDIT          PIC 9(005) VALUE ZEROS.
          05 WS-TRB-ICMS-EDIT          PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                       VALUE ZEROS.
          05 WS-TRB-IPI-EDIT           PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                       VALUE ZEROS.
          05 ACU-FAT-RETIDOS           PIC 9(007) VALUE ZEROS.
          05 WS-NFE-FALHA              PIC X(001) VALUE 'N'.
          05 WS-NFE-FIM                PIC X(001) VALUE 'N'.
          05 WS-NFE-RET-VALIDO         PIC X(001) VALUE 'S'.
          05 WS-NFE-MOTIVO             PIC X(040) VALUE SPACES.
          05 WS-NFE-QTD-ITENS          PIC 9(003) VALUE ZEROS.
          05 WS-NFE-ACHOU              PIC X(001) VALUE 'N'.
          05 ACU-NFE-NOTAS             PIC 9(006) VALUE ZEROS.
          05 ACU-NFE-REGISTROS         PIC 9(008) VALUE ZEROS.
          05 WS-NFE-TOT-VLR            PIC 9(013)V9(002) VALUE ZEROS.
          05 ACU-NFE-AUTORIZADAS       PIC 9(007) VALUE ZEROS.
          05 ACU-NFE-REJEITADAS        PIC 9(007) VALUE ZEROS.
          05 ACU-NFE-REPETIDAS         PIC 9(007) VALUE ZEROS.
          05 ACU-NFE-EXCECOES          PIC 9(007) VALUE ZEROS.
          05 WS-NFE-EDIT               PIC Z(006)9 VALUE ZEROS.
          05 WS-NFE-NOTA-EDIT          PIC ZZZZZZZZ9 VALUE ZEROS.
          05 WS-NFE-TS                 PIC X(014) VALUE SPACES.
          05 WS-NCR-VLR-IPI-DEV        PIC 9(011)V9(002) VALUE ZEROS.
       01 WS-REG-NFE.
          05 WS-NFE-TIPO-REG           PIC X(001) VALUE SPACES.
          05 WS-NFE-DADOS              PIC X(299) VALUE SPACES.
          05 WS-NFE-H                  REDEFINES WS-NFE-DADOS.
             10 WS-NFE-H-LITERAL       PIC X(020).
             10 WS-NFE-H-DT-GERACAO    PIC 9(008).
             10 WS-NFE-H-HR-GERACAO    PIC 9(006).
             10 FILLER                 PIC X(265).
          05 WS-NFE-N                  REDEFINES WS-NFE-DADOS.
             10 WS-NFE-N-NUM-NOTA      PIC 9(009).
             10 WS-NFE-N-DT-EMISSAO    PIC 9(008).
             10 WS-NFE-N-NUM-PED       PIC 9(009).
             10 WS-NFE-N-COD-VEND      PIC 9(003).
             10 WS-NFE-N-UF-DESTINO    PIC X(002).
             10 WS-NFE-N-VLR-PRODUTOS  PIC 9(011)V9(002).
             10 WS-NFE-N-BASE-ICMS     PIC 9(011)V9(002).
             10 WS-NFE-N-VLR-ICMS      PIC 9(011)V9(002).
             10 WS-NFE-N-VLR-IPI       PIC 9(011)V9(002).
             10 WS-NFE-N-VLR-TOTAL     PIC 9(011)V9(002).
             10 WS-NFE-N-QTD-ITENS     PIC 9(003).
             10 WS-NFE-N-COD-CONDPAG   PIC X(008).
             10 WS-NFE-N-VLR-DESCONTO  PIC 9(011)V9(002).
             10 FILLER                 PIC X(179).
          05 WS-NFE-D                  REDEFINES WS-NFE-DADOS.
             10 WS-NFE-D-NUM-NOTA      PIC 9(009).
             10 WS-NFE-D-COD-CLI       PIC 9(007).
             10 WS-NFE-D-TIPO-DOC      PIC X(004).
             10 WS-NFE-D-DOCUMENTO     PIC 9(014).
             10 WS-NFE-D-RZ-SOCIAL     PIC X(040).
             10 WS-NFE-D-LOGRADOURO    PIC X(040).
             10 WS-NFE-D-NUM-END       PIC X(006).
             10 WS-NFE-D-MUNICIPIO     PIC X(030).
             10 WS-NFE-D-UF            PIC X(002).
             10 WS-NFE-D-CEP           PIC 9(008).
             10 FILLER                 PIC X(139).
          05 WS-NFE-I                  REDEFINES WS-NFE-DADOS.
             10 WS-NFE-I-NUM-NOTA      PIC 9(009).
             10 WS-NFE-I-NUM-LINHA     PIC 9(003).
             10 WS-NFE-I-COD-ITEM      PIC 9(005).
             10 WS-NFE-I-DESCRICAO     PIC X(040).
             10 WS-NFE-I-UNIDADE       PIC X(003).
             10 WS-NFE-I-NCM           PIC 9(008).
             10 WS-NFE-I-CFOP          PIC 9(004).
             10 WS-NFE-I-CST-ICMS      PIC X(003).
             10 WS-NFE-I-QTD           PIC 9(005).
             10 WS-NFE-I-VLR-UNIT      PIC 9(009)V9(002).
             10 WS-NFE-I-VLR-LINHA     PIC 9(011)V9(002).
             10 WS-NFE-I-BASE-ICMS     PIC 9(011)V9(002).
             10 WS-NFE-I-ALIQ-ICMS     PIC 9(002)V9(002).
             10 WS-NFE-I-VLR-ICMS      PIC 9(011)V9(002).
             10 WS-NFE-I-ALIQ-IPI      PIC 9(002)V9(002).
             10 WS-NFE-I-VLR-IPI       PIC 9(011)V9(002).
             10 FILLER                 PIC X(148).
          05 WS-NFE-T                  REDEFINES WS-NFE-DADOS.
             10 WS-NFE-T-QTD-NOTAS     PIC 9(006).
             10 WS-NFE-T-QTD-REGISTROS PIC 9(008).
             10 WS-NFE-T-TOT-VLR       PIC 9(013)V9(002).
             10 FILLER                 PIC X(270).
       01 WS-REG-RET-NFE.
          05 WS-RNF-TIPO-REG           PIC X(001) VALUE SPACES.
          05 WS-RNF-NUM-NOTA           PIC X(009) VALUE SPACES.
          05 WS-RNF-NUM-NOTA-N         REDEFINES WS-RNF-NUM-NOTA
                                       PIC 9(009).
          05 WS-RNF-SITUACAO           PIC X(001) VALUE SPACES.
          05 WS-RNF-CHAVE              PIC X(044) VALUE SPACES.
          05 WS-RNF-PROTOCOLO          PIC X(015) VALUE SPACES.
          05 WS-RNF-DT-AUTORIZ         PIC X(008) VALUE SPACES.
          05 WS-RNF-DT-AUTORIZ-N       REDEFINES WS-RNF-DT-AUTORIZ
                                       PIC 9(008).
          05 WS-RNF-MOTIVO             PIC X(030) VALUE SPACES.
          05 FILLER                    PIC X(042) VALUE SPACES.
       01 WS-AREA-ENTREGA.
          05 WS-ARQ-CONF-ENT           PIC X(040) VALUE 'CONFENT.TXT'.
          05 WS-FS-CONF-ENT            PIC X(002) VALUE SPACES.
          05 WS-ENT-DATA               PIC 9(008) VALUE ZEROS.
          05 WS-ENT-DT-HOJE            PIC 9(008) VALUE ZEROS.
          05 WS-ENT-FALHA              PIC X(001) VALUE 'N'.
          05 WS-ENT-FIM                PIC X(001) VALUE 'N'.
          05 WS-ENT-FIM-REG            PIC X(001) VALUE 'N'.
          05 WS-ENT-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-ENT-RET-VALIDO         PIC X(001) VALUE 'S'.
          05 WS-ENT-NOTA-ACHOU         PIC X(001) VALUE 'N'.
          05 WS-ENT-REPETIDA           PIC X(001) VALUE 'N'.
          05 WS-ENT-ITEM-EXISTE        PIC X(001) VALUE 'N'.
          05 WS-ENT-POS-OK             PIC X(001) VALUE 'N'.
          05 WS-ENT-ORIGEM             PIC X(001) VALUE SPACES.
          05 WS-ENT-REGIAO-ATUAL       PIC X(005) VALUE SPACES.
          05 WS-ENT-CLI-ATUAL          PIC 9(007) VALUE ZEROS.
          05 WS-ENT-CHAVE-REGIAO       PIC X(037) VALUE SPACES.
          05 WS-ENT-SIT-NOVA           PIC X(001) VALUE SPACES.
          05 WS-ENT-DT-NOVA            PIC 9(008) VALUE ZEROS.
          05 WS-ENT-MOTIVO-NOVO        PIC X(030) VALUE SPACES.
          05 WS-ENT-EXC-MOTIVO         PIC X(040) VALUE SPACES.
          05 WS-ENT-CONFIRMA           PIC X(001) VALUE SPACES.
          05 WS-ENT-SIT-DESC           PIC X(032) VALUE SPACES.
          05 WS-ENT-DIAS               PIC 9(005) VALUE ZEROS.
          05 WS-ENT-SEQ                PIC 9(003) VALUE ZEROS.
          05 WS-ENT-QTD-CARGA          PIC 9(003) COMP VALUE ZEROS.
          05 WS-ENT-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-ENT-IND2               PIC 9(003) COMP VALUE ZEROS.
          05 WS-ENT-CARGA-EXCEDE       PIC X(001) VALUE 'N'.
          05 WS-ENT-VLR-REGIAO         PIC 9(011)V9(002) VALUE ZEROS.
          05 ACU-ENT-INCLUIDAS         PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-NOTAS-ROM         PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-REGIOES           PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-PARADAS           PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-ENTREGUES         PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-PARCIAIS          PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-RECUSADAS         PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-REPETIDAS         PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-EXCECOES          PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-PENDENTES         PIC 9(007) VALUE ZEROS.
          05 ACU-ENT-NOTAS-REG         PIC 9(007) VALUE ZEROS.
          05 WS-ENT-EDIT               PIC Z(006)9 VALUE ZEROS.
          05 WS-ENT-QTD-EDIT           PIC ZZZ.ZZ9 VALUE ZEROS.
          05 WS-ENT-NOTA-EDIT          PIC ZZZZZZZZ9 VALUE ZEROS.
          05 WS-ENT-SEQ-EDIT           PIC ZZ9 VALUE ZEROS.
          05 WS-ENT-DIAS-EDIT          PIC ZZZZ9 VALUE ZEROS.
       01 WS-TAB-CARGA.
          05 WS-CRG-ENT                OCCURS 300 TIMES.
             10 WS-CRG-COD-ITEM        PIC 9(005).
             10 WS-CRG-QTD             PIC 9(007).
       01 WS-AREA-COND-PAG.
          05 WS-CPG-COD-BUSCA          PIC X(008) VALUE SPACES.
          05 WS-CPG-COD-PADRAO         PIC X(008) VALUE SPACES.
          05 WS-CPG-DESCRICAO          PIC X(030) VALUE SPACES.
          05 WS-CPG-SITUACAO           PIC X(001) VALUE SPACES.
          05 WS-CPG-VALIDA             PIC X(001) VALUE 'N'.
          05 WS-CPG-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-CPG-EXISTE             PIC X(001) VALUE 'N'.
          05 WS-BOOKCPG-ANTES          PIC X(157) VALUE SPACES.
          05 WS-CPG-TEM-VISTA          PIC X(001) VALUE 'N'.
          05 WS-CPG-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-CPG-POS-DISPLAY        PIC 9(004) VALUE ZEROS.
          05 WS-CPG-DIAS-ANT           PIC 9(003) VALUE ZEROS.
          05 WS-CPG-ENT-DIAS           PIC 9(003) VALUE ZEROS.
          05 WS-CPG-ENT-PERC           PIC 9(003)V9(002) VALUE ZEROS.
          05 WS-CPG-SOMA-PERC          PIC 9(005)V9(002) VALUE ZEROS.
          05 WS-CPG-VLR-BRUTO          PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-CPG-VLR-ACUM           PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-CPG-VLR-PARC           PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-CPG-VLR-DESC-PARC      PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-CPG-LINHA              PIC X(030) VALUE SPACES.
          05 WS-CPG-PARC-EDIT          PIC Z9 VALUE ZEROS.
          05 WS-CPG-DIAS-EDIT          PIC ZZ9 VALUE ZEROS.
          05 WS-CPG-PERC-EDIT          PIC ZZ9,99 VALUE ZEROS.
          05 WS-CPG-SOMA-EDIT          PIC ZZZZ9,99 VALUE ZEROS.
          05 WS-CPG-DESC-EDIT          PIC Z9,99 VALUE ZEROS.
       01 WS-CPG-VIGENTE.
          05 WS-CPV-COD-CONDPAG        PIC X(008) VALUE SPACES.
          05 WS-CPV-QTD-PARCELAS       PIC 9(002) VALUE ZEROS.
          05 WS-CPV-PERC-DESC          PIC 9(002)V9(002) VALUE ZEROS.
          05 WS-CPV-VLR-DESCONTO       PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-CPV-VLR-LIQUIDO        PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-CPV-PARCELA            OCCURS 99 TIMES.
             10 WS-CPV-DIAS            PIC 9(005).
             10 WS-CPV-VALOR           PIC 9(011)V9(002).
      *   ACORDO DE RENEGOCIACAO - AS PARCELAS DO ACORDO SAO GRAVADAS
      *   EM ARQ-TITULO COM O NUMERO DO ACORDO NO LUGAR DA NOTA, NA
      *   FAIXA ACIMA DE WS-ACD-FAIXA
       01 WS-AREA-ACORDO.
          05 WS-ARQ-SERIE-ACD          PIC X(040) VALUE 'ACDSERIE.DAT'.
          05 WS-FS-SERIE-ACD           PIC X(002) VALUE SPACES.
          05 WS-ACD-ULTIMA             PIC 9(009) VALUE ZEROS.
          05 WS-ACD-FAIXA              PIC 9(009) VALUE 900000000.
          05 WS-BOOKACD-ANTES          PIC X(151) VALUE SPACES.
          05 WS-ACD-NUM                PIC 9(009) VALUE ZEROS.
          05 WS-ACD-COD-CLI            PIC 9(007) VALUE ZEROS.
          05 WS-ACD-MODO               PIC X(001) VALUE SPACES.
          05 WS-ACD-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-ACD-PENDENTE           PIC X(001) VALUE 'N'.
          05 WS-ACD-FALHA              PIC X(001) VALUE 'N'.
          05 WS-ACD-CONFIRMA           PIC X(001) VALUE SPACES.
          05 WS-ACD-DECISAO            PIC X(001) VALUE SPACES.
          05 WS-ACD-DATA-OK            PIC X(001) VALUE 'N'.
          05 WS-ACD-VALIDO             PIC X(001) VALUE 'N'.
          05 WS-ACD-DT-HOJE            PIC 9(008) VALUE ZEROS.
          05 WS-ACD-DT-VENC            PIC 9(008) VALUE ZEROS.
          05 WS-ACD-INT-VENC           PIC 9(008) COMP VALUE ZEROS.
          05 WS-ACD-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-ACD-QTD-TIT            PIC 9(005) VALUE ZEROS.
          05 WS-ACD-VLR-SOMA           PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-ACD-VLR-FINANC         PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-ACD-VLR-PARC           PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-ACD-VLR-ACUM           PIC 9(013)V9(002) VALUE ZEROS.
          05 WS-ACD-VLR-TIT            PIC 9(011)V9(002) VALUE ZEROS.
          05 ACU-ACD-PARCELAS          PIC 9(003) VALUE ZEROS.
          05 WS-ACD-QTD-EDIT           PIC ZZZZ9  VALUE ZEROS.
          05 WS-ACD-PARC-EDIT          PIC Z9     VALUE ZEROS.
          05 WS-ACD-TAXA-EDIT          PIC Z9,99  VALUE ZEROS.
      *   PEDIDOS RECORRENTES - OS PEDIDOS GERADOS PELO CICLO NOTURNO
      *   RECEBEM NUMERO DA SERIE PEDSERIE, NA FAIXA ACIMA DE
      *   WS-RCR-FAIXA (NUMEROS JA DIGITADOS NA FAIXA SAO PULADOS)
       01 WS-AREA-RECORRENTE.
          05 WS-ARQ-SERIE-PED          PIC X(040) VALUE 'PEDSERIE.DAT'.
          05 WS-FS-SERIE-PED           PIC X(002) VALUE SPACES.
          05 WS-RCR-ULT-PED            PIC 9(009) VALUE ZEROS.
          05 WS-RCR-FAIXA              PIC 9(009) VALUE 800000000.
          05 WS-BOOKRCR-ANTES          PIC X(161) VALUE SPACES.
          05 WS-RCR-COD-CLI            PIC 9(007) VALUE ZEROS.
          05 WS-RCR-SEQ                PIC 9(003) VALUE ZEROS.
          05 WS-RCR-PROX-SEQ           PIC 9(004) VALUE ZEROS.
          05 WS-RCR-QTD-CLI            PIC 9(003) VALUE ZEROS.
          05 WS-RCR-ACHOU              PIC X(001) VALUE 'N'.
          05 WS-RCR-FALHA              PIC X(001) VALUE 'N'.
          05 WS-RCR-ERRO-PED           PIC X(001) VALUE 'N'.
          05 WS-RCR-FIM                PIC X(001) VALUE 'N'.
          05 WS-RCR-DATA-OK            PIC X(001) VALUE 'N'.
          05 WS-RCR-CONFIRMA           PIC X(001) VALUE SPACES.
          05 WS-RCR-ACAO-MANUT         PIC X(001) VALUE SPACES.
          05 WS-RCR-RETENCAO           PIC X(001) VALUE SPACES.
          05 WS-RCR-COD-ITEM           PIC 9(005) VALUE ZEROS.
          05 WS-RCR-QTD                PIC 9(005) VALUE ZEROS.
          05 WS-RCR-VEND-ANT           PIC 9(003) VALUE ZEROS.
          05 WS-RCR-FREQ-ANT           PIC X(001) VALUE SPACES.
          05 WS-RCR-DT-PROX-ANT        PIC 9(008) VALUE ZEROS.
          05 WS-RCR-DT-FIM-ANT         PIC 9(008) VALUE ZEROS.
          05 WS-RCR-DT-HOJE            PIC 9(008) VALUE ZEROS.
          05 WS-RCR-DT-LIMITE          PIC 9(008) VALUE ZEROS.
          05 WS-RCR-DT-OCOR            PIC 9(008) VALUE ZEROS.
          05 WS-RCR-DT-CALC            PIC 9(008) VALUE ZEROS.
          05 WS-RCR-DT-CALC-R          REDEFINES WS-RCR-DT-CALC.
             10 WS-RCR-ANO             PIC 9(004).
             10 WS-RCR-MES             PIC 9(002).
             10 WS-RCR-DIA             PIC 9(002).
          05 WS-RCR-INT-DATA           PIC 9(008) COMP VALUE ZEROS.
          05 WS-RCR-IND                PIC 9(003) COMP VALUE ZEROS.
          05 WS-RCR-MOTIVO             PIC X(040) VALUE SPACES.
          05 WS-RCR-ACAO               PIC X(016) VALUE SPACES.
          05 WS-RCR-RZ-SOCIAL          PIC X(020) VALUE SPACES.
          05 WS-RCR-NUM-PED            PIC 9(009) VALUE ZEROS.
          05 WS-RCR-VLR-PED            PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-RCR-VLR-TOTAL          PIC 9(013)V9(002) VALUE ZEROS.
          05 ACU-RCR-VENCIDOS          PIC 9(007) VALUE ZEROS.
          05 ACU-RCR-GERADOS           PIC 9(007) VALUE ZEROS.
          05 ACU-RCR-RETIDOS           PIC 9(007) VALUE ZEROS.
          05 ACU-RCR-IGNORADOS         PIC 9(007) VALUE ZEROS.
          05 ACU-RCR-ENCERRADOS        PIC 9(007) VALUE ZEROS.
          05 WS-RCR-COD-EDIT           PIC ZZZZZZ9 VALUE ZEROS.
          05 WS-RCR-SEQ-EDIT           PIC ZZ9 VALUE ZEROS.
          05 WS-RCR-PED-EDIT           PIC ZZZZZZZZ9 VALUE ZEROS.
          05 WS-RCR-VLR-EDIT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          05 WS-RCR-ACU-EDIT           PIC Z(006)9 VALUE ZEROS.
       01 WS-REG-CONF-ENT.
          05 WS-CNF-TIPO-REG           PIC X(001) VALUE SPACES.
          05 WS-CNF-NUM-NOTA           PIC X(009) VALUE SPACES.
          05 WS-CNF-NUM-NOTA-N         REDEFINES WS-CNF-NUM-NOTA
                                       PIC 9(009).
          05 WS-CNF-SITUACAO           PIC X(001) VALUE SPACES.
          05 WS-CNF-DT-ENTREGA         PIC X(008) VALUE SPACES.
          05 WS-CNF-DT-ENTREGA-N       REDEFINES WS-CNF-DT-ENTREGA
                                       PIC 9(008).
          05 WS-CNF-MOTIVO             PIC X(030) VALUE SPACES.
          05 FILLER                    PIC X(011) VALUE SPACES.
       01 WS-REG-REMESSA.
          05 WS-REM-TIPO-REG           PIC X(001) VALUE SPACES.
          05 WS-REM-DADOS              PIC X(149) VALUE SPACES.
          05 WS-REM-H                  REDEFINES WS-REM-DADOS.
             10 WS-REM-H-OPERACAO      PIC X(001).
             10 WS-REM-H-LITERAL       PIC X(007).
             10 WS-REM-H-SERVICO       PIC X(008).
             10 WS-REM-H-DT-GERACAO    PIC 9(008).
             10 WS-REM-H-SEQ           PIC 9(006).
             10 FILLER                 PIC X(119).
          05 WS-REM-D                  REDEFINES WS-REM-DADOS.
             10 WS-REM-D-INSTRUCAO     PIC 9(002).
             10 WS-REM-D-NOSSO-NUM.
                15 WS-REM-D-NUM-NOTA   PIC 9(009).
                15 WS-REM-D-PARCELA    PIC 9(002).
             10 WS-REM-D-DT-VENC       PIC 9(008).
             10 WS-REM-D-VALOR         PIC 9(011)V9(002).
             10 WS-REM-D-TIPO-INSC     PIC X(001).
             10 WS-REM-D-INSCRICAO     PIC 9(014).
             10 WS-REM-D-SACADO        PIC X(040).
             10 WS-REM-D-LOGRADOURO    PIC X(040).
             10 WS-REM-D-CEP           PIC 9(008).
             10 WS-REM-D-UF            PIC X(002).
             10 WS-REM-D-SEQ           PIC 9(006).
             10 FILLER                 PIC X(004).
          05 WS-REM-T                  REDEFINES WS-REM-DADOS.
             10 WS-REM-T-QTD           PIC 9(006).
             10 WS-REM-T-VALOR         PIC 9(013)V9(002).
             10 FILLER                 PIC X(128).
       01 WS-REG-RETORNO.
          05 WS-RET-TIPO-REG           PIC X(001) VALUE SPACES.
          05 WS-RET-DADOS              PIC X(149) VALUE SPACES.
          05 WS-RET-H                  REDEFINES WS-RET-DADOS.
             10 WS-RET-H-OPERACAO      PIC X(001).
             10 WS-RET-H-LITERAL       PIC X(007).
             10 WS-RET-H-SERVICO       PIC X(008).
             10 WS-RET-H-DT-GERACAO    PIC 9(008).
             10 WS-RET-H-SEQ           PIC 9(006).
             10 FILLER                 PIC X(119).
          05 WS-RET-D                  REDEFINES WS-RET-DADOS.
             10 WS-RET-D-OCORRENCIA    PIC X(002).
             10 WS-RET-D-NOSSO-NUM.
                15 WS-RET-D-NUM-NOTA   PIC 9(009).
                15 WS-RET-D-PARCELA    PIC 9(002).
             10 WS-RET-D-DT-OCORR      PIC 9(008).
             10 WS-RET-D-VLR-PAGO      PIC 9(011)V9(002).
             10 WS-RET-D-MOTIVO        PIC X(030).
             10 FILLER                 PIC X(085).
          05 WS-RET-T                  REDEFINES WS-RET-DADOS.
             10 WS-RET-T-QTD           PIC 9(006).
             10 FILLER                 PIC X(143).
       01 WS-AREA-AGING.
          05 WS-AGE-INT-HOJE           PIC 9(008) COMP VALUE ZEROS.
          05 WS-AGE-INT-VENC           PIC 9(008) COMP VALUE ZEROS.
          05 WS-AGE-TOT-60             PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-AGE-TOT-90             PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-AGE-TOT-MAIS           PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-AGE-ACD-CORRENTE       PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-AGE-ACD-30             PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-AGE-ACD-60             PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-AGE-ACD-90             PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-AGE-ACD-MAIS           PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-AGE-CLI-ACD            PIC X(001) VALUE 'N'.
          05 WS-AGE-ED1                PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
          05 WS-AGE-ED2                PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
          05 WS-AGE-ED3                PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 WS-AREA-CREDITO.
          05 WS-EXP-VALOR              PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-EXP-FIM                PIC X(001) VALUE 'N'.
          05 WS-BOOKPED-SALVA          PIC X(054) VALUE SPACES.
          05 WS-ALT-VLR-ANT            PIC 9(011)V9(002) VALUE ZEROS.
          05 WS-ALT-SIT-ANT            PIC X(001) VALUE SPACES.
          05 WS-LIMITE-EDIT            PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 21   COL 31.
          05 VALUE "13 - ESTATISTICAS MENSAIS"
                                       LINE 22   COL 31.
          05 VALUE "15 - POSICAO ESTOQUE"
                                       LINE 10   COL 58.
          05 VALUE "16 - EXTRATO CLIENTE"
                                       LINE 11   COL 58.
          05 VALUE "17 - FLUXO DE CAIXA"
                                       LINE 12   COL 58.
          05 VALUE "18 - CURVA ABC"    LINE 13   COL 58.
          05 VALUE "19 - ROMANEIO"
                                       LINE 14   COL 58.
          05 VALUE "20 - ENT PENDENTES"
                                       LINE 15   COL 58.
          05 VALUE "14 - VOLTAR"       LINE 23   COL 55.
          05 VALUE "ENTRE COM A OPCAO: "         
                                       LINE 23   COL 3.
          05 VALUE "12 - REABRIR PERIODO"
                                       LINE 21   COL 31.
          05 VALUE "13 - VOLTAR"       LINE 22   COL 31.
          05 VALUE "14 - TRANSF CARTEIRA"
                                       LINE 10   COL 58.
          05 VALUE "15 - CONTAS CONTABEIS"
                                       LINE 11   COL 58.
          05 VALUE "16 - REGRAS TRIBUT"
                                       LINE 12   COL 58.
          05 VALUE "17 - COND PAGAMENTO"
                                       LINE 13   COL 58.
          05 VALUE "18 - CONVERTER LAYOUT"
                                       LINE 14   COL 58.
          05 VALUE "ENTRE COM A OPCAO: "
                                       LINE 23   COL 3.
          05 SS-OPCAO                  PIC 9(02)
          05 VALUE "|"                 LINE 18   COL 79.
          05 VALUE "|"                 LINE 19   COL 60.
          05 VALUE "|"                 LINE 19   COL 79.
          05 VALUE "|"                 LINE 20   COL 60.
          05 VALUE "|"                 LINE 20   COL 79.
          05 VALUE "|"                 LINE 21   COL 60.
          05 VALUE "|"                 LINE 21   COL 79.
          05 TRACO                     PIC X(014) VALUE ALL '-'
                                       LINE 22   COL 61.
          05 VALUE "|"                 LINE 22   COL 60.
          05 VALUE "|"                 LINE 22   COL 79.

       01 SS-TELA-SERVICO-PED.
          05 VALUE "1 - INCLUIR"       LINE 15   COL 62.
          05 VALUE "3 - DELETAR"       LINE 17   COL 62.
          05 VALUE "4 - IMPORTAR"      LINE 18   COL 62.
          05 VALUE "5 - APROVAR"       LINE 19   COL 62.
          05 VALUE "6 - RECORRENTE"    LINE 20   COL 62.
          05 VALUE "7 - VOLTAR"        LINE 21   COL 62.
          05 VALUE "ENTRE COM A OPCAO: "
                                       LINE 23   COL 3.
          05 SS-OPCAO                  PIC 9(02)
                                       BLANK WHEN ZEROS
                                       TO BOOKCLI-LIMITE-CRED.

          05 VALUE "COND.PAGTO...: "   LINE 21   COL 41.
          05 SS-COND-PAG-CLI           PIC X(008)
                                       LINE 21   COL 56
                                       TO BOOKCLI-COD-CONDPAG.

       01 SS-TELA-INSERIR-VENDEDOR.
          05 VALUE "CODIGO.......: "   LINE 5    COL 5.
          05 SS-CODIGO-VENDEDOR        PIC ZZ9        
                                       LINE 17   COL 24
                                       TO BOOKPED-SITUACAO.

          05 VALUE "COND. PAGTO..: "   LINE 19   COL 5.
          05 SS-COND-PAG-PEDIDO        PIC X(008)
                                       LINE 19   COL 20
                                       TO BOOKPED-COD-CONDPAG.

       01 SS-MENU-OPCAO-ITEM.
          05 SS-TRACO                  PIC X(014)
                                       VALUE "--------------"
          05 VALUE "|"                 LINE 18   COL 79.
          05 VALUE "|"                 LINE 19   COL 60.
          05 VALUE "|"                 LINE 19   COL 79.
          05 VALUE "|"                 LINE 20   COL 60.
          05 VALUE "|"                 LINE 20   COL 79.
          05 VALUE "|"                 LINE 21   COL 60.
          05 VALUE "|"                 LINE 21   COL 79.
          05 TRACO                     PIC X(014)
                                       VALUE "--------------"
                                       LINE 22   COL 61.
          05 VALUE "|"                 LINE 22   COL 60.
          05 VALUE "|"                 LINE 22   COL 79.

       01 SS-TELA-SERVICO-ITEM.
          05 VALUE "1 - INCLUIR"       LINE 15   COL 62.
          05 VALUE "2 - ALTERAR"       LINE 16   COL 62.
          05 VALUE "3 - INATIVAR"      LINE 17   COL 62.
          05 VALUE "4 - REATIVAR"      LINE 18   COL 62.
          05 VALUE "5 - ESTOQUE"       LINE 19   COL 62.
          05 VALUE "6 - TABELA PRECO"  LINE 20   COL 62.
          05 VALUE "7 - VOLTAR"        LINE 21   COL 62.
          05 VALUE "ENTRE COM A OPCAO: "
                                       LINE 23   COL 3.
          05 SS-OPCAO                  PIC 9(02)
                                       BLANK WHEN ZEROS
                                       TO BOOKIPD-QTD.

       01 SS-TELA-MOV-ESTOQUE.
          05 VALUE "CODIGO ITEM..: "   LINE 5    COL 5.
          05 SS-COD-ITEM-EST           PIC ZZZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKSLD-COD-ITEM.
          05 VALUE "DESCRICAO....: "   LINE 7    COL 5.
          05 VALUE "FISICO.......: "   LINE 9    COL 5.
          05 VALUE "RESERVADO....: "   LINE 11   COL 5.
          05 VALUE "DISPONIVEL...: "   LINE 13   COL 5.

          05 VALUE "TIPO (E-ENTRADA A-AJUSTE): "
                                       LINE 15   COL 5.
          05 SS-TIPO-MOV-EST           PIC X(001)
                                       LINE 15   COL 32
                                       TO WS-STK-TIPO.
          05 VALUE "QUANTIDADE...: "   LINE 17   COL 5.
          05 SS-QTD-MOV-EST            PIC ZZZZZZ9
                                       LINE 17   COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-STK-QTD-INF.
          05 VALUE "SINAL AJUSTE (+/-): "
                                       LINE 19   COL 5.
          05 SS-SINAL-MOV-EST          PIC X(001)
                                       LINE 19   COL 25
                                       TO WS-STK-SINAL-INF.
          05 VALUE "HISTORICO....: "   LINE 21   COL 5.
          05 SS-HIST-MOV-EST           PIC X(030)
                                       LINE 21   COL 20
                                       TO WS-STK-HISTORICO.

       01 SS-TELA-TABELA-PRECO.
          05 VALUE "CODIGO ITEM..: "   LINE 5    COL 5.
          05 SS-COD-ITEM-PRC           PIC ZZZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKPRC-COD-ITEM.
          05 VALUE "TIPO (C-CLIENTE U-UF G-GERAL): "
                                       LINE 7    COL 5.
          05 SS-TIPO-PRC               PIC X(001)
                                       LINE 7    COL 36
                                       TO BOOKPRC-TIPO.
          05 VALUE "CLIENTE......: "   LINE 9    COL 5.
          05 SS-COD-CLI-PRC            PIC ZZZZZZ9
                                       LINE 9    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKPRC-COD-CLI.
          05 VALUE "UF...........: "   LINE 11   COL 5.
          05 SS-UF-PRC                 PIC X(002)
                                       LINE 11   COL 20
                                       TO BOOKPRC-UF.
          05 VALUE "INICIO VIGENCIA (AAAAMMDD): "
                                       LINE 13   COL 5.
          05 SS-DT-INICIO-PRC          PIC 9(008)
                                       LINE 13   COL 33
                                       BLANK WHEN ZEROS
                                       TO BOOKPRC-DT-INICIO.
          05 VALUE "QTD MINIMA (FAIXA).......: "
                                       LINE 15   COL 5.
          05 SS-QTD-MIN-PRC            PIC ZZZZ9
                                       LINE 15   COL 33
                                       BLANK WHEN ZEROS
                                       TO BOOKPRC-QTD-MINIMA.
          05 VALUE "FIM VIGENCIA (0=SEM FIM).: "
                                       LINE 17   COL 5.
          05 SS-DT-FIM-PRC             PIC 9(008)
                                       LINE 17   COL 33
                                       BLANK WHEN ZEROS
                                       TO BOOKPRC-DT-FIM.
          05 VALUE "PRECO UNIT...: "   LINE 19   COL 5.
          05 SS-VLR-PRC                PIC ZZZ.ZZZ.ZZ9,99
                                       LINE 19   COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKPRC-VLR-UNIT.
          05 VALUE "SITUACAO (A-ATIVO I-INATIVO): "
                                       LINE 21   COL 5.
          05 SS-SIT-PRC                PIC X(001)
                                       LINE 21   COL 36
                                       TO BOOKPRC-SITUACAO.

       01 SS-TELA-BAIXA-TITULO.
          05 VALUE "NUMERO NOTA..: "   LINE 5    COL 5.
          05 SS-NUM-NOTA-TIT           PIC ZZZZZZZZ9
                                       BLANK WHEN ZEROS
                                       TO BOOKTIT-DT-PAGAMENTO.

          05 VALUE "ENCARGOS.....: "   LINE 19   COL 5.
          05 VALUE "TOTAL DEVIDO.: "   LINE 21   COL 5.

       01 SS-MENU-OPCAO-TITULO.
          05 SS-TRACO                  PIC X(014)
                                       VALUE "--------------"
                                       LINE 12   COL 61.
          05 VALUE "|"                 LINE 12   COL 60.
          05 VALUE "|"                 LINE 12   COL 79.
          05 SS-TITULO                 PIC X(013) VALUE "R E C E B E R"
                                       LINE 13   COL 63.
          05 VALUE "|"                 LINE 13   COL 60.
          05 VALUE "|"                 LINE 13   COL 79.

          05 SS-TRACO                  PIC X(014)
                                       VALUE "--------------"
                                       LINE 14   COL 61.
          05 VALUE "|"                 LINE 14   COL 60.
          05 VALUE "|"                 LINE 14   COL 79.
          05 VALUE "|"                 LINE 15   COL 60.
          05 VALUE "|"                 LINE 15   COL 79.
          05 VALUE "|"                 LINE 16   COL 60.
          05 VALUE "|"                 LINE 16   COL 79.
          05 VALUE "|"                 LINE 17   COL 60.
          05 VALUE "|"                 LINE 17   COL 79.
          05 VALUE "|"                 LINE 18   COL 60.
          05 VALUE "|"                 LINE 18   COL 79.
          05 VALUE "|"                 LINE 19   COL 60.
          05 VALUE "|"                 LINE 19   COL 79.
          05 VALUE "|"                 LINE 20   COL 60.
          05 VALUE "|"                 LINE 20   COL 79.
          05 VALUE "|"                 LINE 21   COL 60.
          05 VALUE "|"                 LINE 21   COL 79.
          05 TRACO                     PIC X(014)
                                       VALUE "--------------"
                                       LINE 22   COL 61.
          05 VALUE "|"                 LINE 22   COL 60.
          05 VALUE "|"                 LINE 22   COL 79.

       01 SS-TELA-SERVICO-TIT.
          05 VALUE "1 - BAIXA PARCELA" LINE 15   COL 62.
          05 VALUE "2 - CANCELAR NOTA" LINE 16   COL 62.
          05 VALUE "3 - DEVOLUCAO"     LINE 17   COL 62.
          05 VALUE "4 - DESBLOQUEAR"   LINE 18   COL 62.
          05 VALUE "5 - CONF.ENTREGA"  LINE 19   COL 62.
          05 VALUE "6 - ACORDO"        LINE 20   COL 62.
          05 VALUE "7 - VOLTAR"        LINE 21   COL 62.
          05 VALUE "ENTRE COM A OPCAO: "
                                       LINE 23   COL 3.
          05 SS-OPCAO                  PIC 9(02)
                                       LINE 23   COL 22
                                       BLANK WHEN ZEROS
                                       TO WS-OPCAO.

       01 SS-TELA-BLOQUEIO.
          05 VALUE "CLIENTE......: "   LINE 5    COL 5.
          05 SS-COD-CLI-BLQ            PIC ZZZZZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKBLQ-COD-CLI.

          05 VALUE "SITUACAO.....: "   LINE 7    COL 5.
          05 VALUE "BLOQUEADO EM.: "   LINE 9    COL 5.
          05 VALUE "NOTA/PARCELA.: "   LINE 11   COL 5.
          05 VALUE "LIBERADO EM..: "   LINE 13   COL 5.

          05 VALUE "MOTIVO.......: "   LINE 15   COL 5.
          05 SS-MOTIVO-BLQ             PIC X(030)
                                       LINE 15   COL 20
                                       TO BOOKBLQ-MOTIVO-LIB.

       01 SS-TELA-ABC.
          05 VALUE "PERIODO INICIAL (AAAAMM): "
                                       LINE 5    COL 5.
          05 SS-PER-INI-ABC            PIC 9(006)
                                       LINE 5    COL 31
                                       BLANK WHEN ZEROS
                                       TO WS-ABC-PER-INI.

          05 VALUE "PERIODO FINAL   (AAAAMM): "
                                       LINE 7    COL 5.
          05 SS-PER-FIM-ABC            PIC 9(006)
                                       LINE 7    COL 31
                                       BLANK WHEN ZEROS
                                       TO WS-ABC-PER-FIM.

          05 VALUE "PERIODO ANTERIOR........: "
                                       LINE 9    COL 5.

       01 SS-TELA-TRANSF.
          05 VALUE "VENDEDOR ORIGEM....: "
                                       LINE 5    COL 5.
          05 SS-VEND-ORIGEM-TRF        PIC ZZ9
                                       LINE 5    COL 26
                                       BLANK WHEN ZEROS
                                       TO WS-TRF-VEND-ORIGEM.
          05 VALUE "VENDEDOR DESTINO...: "
                                       LINE 6    COL 5.
          05 SS-VEND-DESTINO-TRF       PIC ZZ9
                                       LINE 6    COL 26
                                       BLANK WHEN ZEROS
                                       TO WS-TRF-VEND-DESTINO.
          05 VALUE "TIPO...............: "
                                       LINE 8    COL 5.
          05 VALUE "D-DEFINITIVA  T-COBERTURA TEMPORARIA"
                                       LINE 8    COL 31.
          05 VALUE "DATA EFETIVA.......: "
                                       LINE 9    COL 5.
          05 SS-DT-EFETIVA-TRF         PIC 9(008)
                                       LINE 9    COL 26
                                       BLANK WHEN ZEROS
                                       TO WS-TRF-DT-EFETIVA.
          05 VALUE "DATA DE RETORNO....: "
                                       LINE 10   COL 5.
          05 SS-DT-RETORNO-TRF         PIC 9(008)
                                       LINE 10   COL 26
                                       BLANK WHEN ZEROS
                                       TO WS-TRF-DT-RETORNO.
          05 VALUE "SELECAO............: "
                                       LINE 12   COL 5.
          05 VALUE "T-TODA A CARTEIRA  U-UF  C-CEP  L-LISTA"
                                       LINE 12   COL 31.
          05 VALUE "UF.................: "
                                       LINE 13   COL 5.
          05 VALUE "CEP INICIAL........: "
                                       LINE 14   COL 5.
          05 SS-CEP-INI-TRF            PIC 9(008)
                                       LINE 14   COL 26
                                       BLANK WHEN ZEROS
                                       TO WS-TRF-CEP-INI.
          05 VALUE "CEP FINAL..........: "
                                       LINE 15   COL 5.
          05 SS-CEP-FIM-TRF            PIC 9(008)
                                       LINE 15   COL 26
                                       BLANK WHEN ZEROS
                                       TO WS-TRF-CEP-FIM.
          05 VALUE "CLIENTE DA LISTA...: "
                                       LINE 16   COL 5.
          05 SS-CLI-LISTA-TRF          PIC ZZZZZZ9
                                       LINE 16   COL 26
                                       BLANK WHEN ZEROS
                                       TO WS-TRF-CLI-LISTA.
          05 VALUE "LEVAR PEDIDOS (S/N): "
                                       LINE 18   COL 5.
          05 VALUE "LEVAR TITULOS (S/N): "
                                       LINE 19   COL 5.

       01 SS-TELA-EXTRATO.
          05 VALUE "CLIENTE......: "   LINE 5    COL 5.
          05 SS-COD-CLI-EXT            PIC ZZZZZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKCLI-COD-CLI.

          05 VALUE "DATA INICIAL (AAAAMMDD): "
                                       LINE 7    COL 5.
          05 SS-DT-INI-EXT             PIC 9(008)
                                       LINE 7    COL 31
                                       BLANK WHEN ZEROS
                                       TO WS-EXT-DT-INI.

          05 VALUE "DATA FINAL   (AAAAMMDD): "
                                       LINE 9    COL 5.
          05 SS-DT-FIM-EXT             PIC 9(008)
                                       LINE 9    COL 31
                                       BLANK WHEN ZEROS
                                       TO WS-EXT-DT-FIM.

       01 SS-TELA-NOTA-CRED.
          05 VALUE "NUMERO NOTA..: "   LINE 5    COL 5.
          05 SS-NUM-NOTA-NCR           PIC ZZZZZZZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKNOT-NUM-NOTA.

          05 VALUE "PEDIDO.......: "   LINE 7    COL 5.
          05 VALUE "CLIENTE......: "   LINE 9    COL 5.
          05 VALUE "EMISSAO......: "   LINE 11   COL 5.
          05 VALUE "VLR NOTA.....: "   LINE 13   COL 5.

          05 VALUE "MOTIVO.......: "   LINE 15   COL 5.
          05 SS-MOTIVO-NCR             PIC X(002)
                                       LINE 15   COL 20
                                       TO WS-NCR-MOTIVO.

          05 VALUE "MOTIVOS:"          LINE 5    COL 45.
          05 VALUE "01 - RECUSA NA ENTREGA"
                                       LINE 6    COL 45.
          05 VALUE "02 - MERCADORIA AVARIADA"
                                       LINE 7    COL 45.
          05 VALUE "03 - ERRO NO PEDIDO"
                                       LINE 8    COL 45.
          05 VALUE "04 - DESACORDO COMERCIAL"
                                       LINE 9    COL 45.
          05 VALUE "05 - FATURAMENTO INDEVIDO"
                                       LINE 10   COL 45.

       01 SS-TELA-INSERIR-COMISSAO.
          05 VALUE "COD VENDEDOR.: "   LINE 5    COL 5.
          05 SS-COD-VEND-COM           PIC ZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKCOM-COD-VEND.

          05 VALUE "TAXA PADRAO %: "   LINE 7    COL 5.
          05 SS-TAXA-PADRAO-COM        PIC Z9,99
                                       LINE 7    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKCOM-TAXA-PADRAO.

          05 VALUE "FAIXA 1 - VOLUME ACIMA DE: "
                                       LINE 9    COL 5.
          05 SS-FAIXA1-LIM-COM         PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 9    COL 33
                                       BLANK WHEN ZEROS
                                       TO BOOKCOM-FAIXA1-LIMITE.
          05 VALUE "TAXA %: "          LINE 9    COL 53.
          05 SS-FAIXA1-TAXA-COM        PIC Z9,99
                                       BLANK WHEN ZEROS
                                       TO BOOKCOM-FAIXA2-TAXA.

       01 SS-TELA-CONTA-CTB.
          05 VALUE "EVENTO.......: "   LINE 5    COL 5.
          05 VALUE "FAT-NOTA  REC-RECEBIMENTO  ENC-ENCARGOS"
                                       LINE 5    COL 26.
          05 VALUE "NCC-CRED.CANCELAMENTO  NCD-CRED.DEVOLUCAO"
                                       LINE 6    COL 26.
          05 VALUE "COM-PROVISAO DE COMISSAO  JAC-JUROS DE ACORDO"
                                       LINE 7    COL 26.
          05 VALUE "CONTA DEBITO.: "   LINE 9    COL 5.
          05 SS-CONTA-DEB-CTB          PIC X(012)
                                       LINE 9    COL 20
                                       TO BOOKCTA-CONTA-DEB.
          05 VALUE "CONTA CREDITO: "   LINE 11   COL 5.
          05 SS-CONTA-CRED-CTB         PIC X(012)
                                       LINE 11   COL 20
                                       TO BOOKCTA-CONTA-CRED.
          05 VALUE "HISTORICO....: "   LINE 13   COL 5.
          05 SS-HISTORICO-CTB          PIC X(030)
                                       LINE 13   COL 20
                                       TO BOOKCTA-HISTORICO.

       01 SS-TELA-TRIBUTO.
          05 VALUE "ITEM.........: "   LINE 5    COL 5.
          05 SS-COD-ITEM-TRB           PIC ZZZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKTRB-COD-ITEM.
          05 VALUE "UF DESTINO...: "   LINE 7    COL 5.
          05 SS-UF-TRB                 PIC X(002)
                                       LINE 7    COL 20
                                       TO BOOKTRB-UF.
          05 VALUE "(** = DEMAIS UFS DO ITEM)"
                                       LINE 7    COL 26.
          05 VALUE "NCM..........: "   LINE 9    COL 5.
          05 SS-NCM-TRB                PIC 9(008)
                                       LINE 9    COL 20
                                       TO BOOKTRB-NCM.
          05 VALUE "CFOP.........: "   LINE 11   COL 5.
          05 SS-CFOP-TRB               PIC 9(004)
                                       LINE 11   COL 20
                                       TO BOOKTRB-CFOP.
          05 VALUE "CST ICMS.....: "   LINE 13   COL 5.
          05 SS-CST-TRB                PIC X(003)
                                       LINE 13   COL 20
                                       TO BOOKTRB-CST-ICMS.
          05 VALUE "ALIQ. ICMS %.: "   LINE 15   COL 5.
          05 SS-ALIQ-ICMS-TRB          PIC Z9,99
                                       LINE 15   COL 20
                                       TO BOOKTRB-ALIQ-ICMS.
          05 VALUE "RED. BASE %..: "   LINE 17   COL 5.
          05 SS-RED-BC-TRB             PIC ZZ9,99
                                       LINE 17   COL 20
                                       TO BOOKTRB-PERC-RED-BC.
          05 VALUE "ALIQ. IPI %..: "   LINE 19   COL 5.
          05 SS-ALIQ-IPI-TRB           PIC Z9,99
                                       LINE 19   COL 20
                                       TO BOOKTRB-ALIQ-IPI.

       01 SS-TELA-COND-PAG.
          05 VALUE "CODIGO.......: "   LINE 5    COL 5.
          05 SS-COD-CPG                PIC X(008)
                                       LINE 5    COL 20
                                       TO BOOKCPG-COD-CONDPAG.
          05 VALUE "(EX.: A VISTA, 30/60/90, 28 DDL)"
                                       LINE 5    COL 30.
          05 VALUE "DESCRICAO....: "   LINE 7    COL 5.
          05 SS-DESCRICAO-CPG          PIC X(030)
                                       LINE 7    COL 20
                                       TO BOOKCPG-DESCRICAO.
          05 VALUE "QTD PARCELAS.: "   LINE 9    COL 5.
          05 SS-QTD-PARC-CPG           PIC Z9
                                       LINE 9    COL 20
                                       TO BOOKCPG-QTD-PARCELAS.
          05 VALUE "(1 A 12)"          LINE 9    COL 24.
          05 VALUE "SITUACAO (A/I): "  LINE 9    COL 42.
          05 VALUE "DESC. VISTA %: "   LINE 11   COL 5.
          05 SS-PERC-DESC-CPG          PIC Z9,99
                                       LINE 11   COL 20
                                       TO BOOKCPG-PERC-DESC.
          05 VALUE "(SOBRE AS PARCELAS COM PRAZO ZERO)"
                                       LINE 11   COL 27.

       01 SS-TELA-PARCELA-CPG.
          05 VALUE "PARCELA"           LINE 21   COL 5.
          05 VALUE "- PRAZO (DIAS): "  LINE 21   COL 16.
          05 SS-DIAS-PARC-CPG          PIC ZZ9
                                       LINE 21   COL 32
                                       TO WS-CPG-ENT-DIAS.
          05 VALUE "PERCENTUAL %: "    LINE 21   COL 37.
          05 SS-PERC-PARC-CPG          PIC ZZ9,99
                                       LINE 21   COL 51
                                       TO WS-CPG-ENT-PERC.

       01 SS-TELA-ACORDO.
          05 VALUE "CLIENTE......: "   LINE 5    COL 5.
          05 SS-COD-CLI-ACD            PIC ZZZZZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-ACD-COD-CLI.
          05 VALUE "ACORDO.......: "   LINE 7    COL 5.
          05 VALUE "SITUACAO.....: "   LINE 7    COL 42.
          05 VALUE "TITULOS VENC.: "   LINE 9    COL 5.
          05 VALUE "DIVIDA.......: "   LINE 9    COL 42.
          05 VALUE "ENTRADA......: "   LINE 11   COL 5.
          05 SS-ENTRADA-ACD            PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                       LINE 11   COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKACD-VLR-ENTRADA.
          05 VALUE "(VENCE NA EFETIVACAO)"
                                       LINE 11   COL 42.
          05 VALUE "PARCELAS.....: "   LINE 13   COL 5.
          05 SS-QTD-PARC-ACD           PIC Z9
                                       LINE 13   COL 20
                                       TO BOOKACD-QTD-PARCELAS.
          05 VALUE "(1 A 24, A CADA 30 DIAS)"
                                       LINE 13   COL 24.
          05 VALUE "JUROS % MES..: "   LINE 15   COL 5.
          05 SS-TAXA-ACD               PIC Z9,99
                                       LINE 15   COL 20
                                       TO BOOKACD-TAXA-JUROS.
          05 VALUE "(SIMPLES SOBRE O SALDO FINANCIADO)"
                                       LINE 15   COL 27.
          05 VALUE "1O VENCIMENTO (AAAAMMDD): "
                                       LINE 17   COL 5.
          05 SS-PRIM-VENC-ACD          PIC 9(008)
                                       LINE 17   COL 31
                                       BLANK WHEN ZEROS
                                       TO BOOKACD-DT-PRIM-VENC.
          05 VALUE "(ZERO = HOJE + 30 DIAS)"
                                       LINE 17   COL 42.
          05 VALUE "JUROS........: "   LINE 19   COL 5.
          05 VALUE "TOTAL ACORDO.: "   LINE 19   COL 42.
          05 VALUE "VLR PARCELA..: "   LINE 21   COL 5.
          05 VALUE "PROPOSTO POR.: "   LINE 21   COL 42.

       01 SS-TELA-RECORRENTE.
          05 VALUE "CLIENTE......: "   LINE 5    COL 5.
          05 SS-COD-CLI-RCR            PIC ZZZZZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-RCR-COD-CLI.
          05 VALUE "SEQUENCIA....: "   LINE 7    COL 5.
          05 SS-SEQ-RCR                PIC ZZ9
                                       LINE 7    COL 20
                                       TO WS-RCR-SEQ.
          05 VALUE "(ZERO = NOVO PEDIDO RECORRENTE)"
                                       LINE 7    COL 26.
          05 VALUE "VENDEDOR.....: "   LINE 9    COL 5.
          05 SS-COD-VEND-RCR           PIC ZZ9
                                       LINE 9    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKRCR-COD-VEND.
          05 VALUE "SITUACAO.....: "   LINE 9    COL 42.
          05 VALUE "FREQUENCIA...: "   LINE 11   COL 5.
          05 SS-FREQ-RCR               PIC X(001)
                                       LINE 11   COL 20
                                       TO BOOKRCR-FREQUENCIA.
          05 VALUE "S-SEMANAL  Q-QUINZENAL  M-MENSAL"
                                       LINE 11   COL 26.
          05 VALUE "PROXIMA DATA.: "   LINE 13   COL 5.
          05 SS-DT-PROX-RCR            PIC 9(008)
                                       LINE 13   COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKRCR-DT-PROX.
          05 VALUE "(AAAAMMDD - ZEROS = HOJE OU A ATUAL)"
                                       LINE 13   COL 30.
          05 VALUE "DATA FIM.....: "   LINE 15   COL 5.
          05 SS-DT-FIM-RCR             PIC 9(008)
                                       LINE 15   COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKRCR-DT-FIM.
          05 VALUE "(ZEROS = SEM FIM OU A ATUAL)"
                                       LINE 15   COL 30.
          05 VALUE "ULT.OCORR....: "   LINE 17   COL 5.
          05 VALUE "ULT.PEDIDO...: "   LINE 17   COL 42.
          05 VALUE "ITEM.........: "   LINE 19   COL 5.
          05 SS-COD-ITEM-RCR           PIC ZZZZ9
                                       LINE 19   COL 20
                                       BLANK WHEN ZEROS
                                       TO WS-RCR-COD-ITEM.
          05 VALUE "QUANTIDADE...: "   LINE 19   COL 42.
          05 SS-QTD-ITEM-RCR           PIC ZZZZ9
                                       LINE 19   COL 57
                                       BLANK WHEN ZEROS
                                       TO WS-RCR-QTD.
          05 VALUE "LINHAS.......: "   LINE 21   COL 5.
          05 VALUE "(ITEM ZERO ENCERRA - ATE 10 LINHAS)"
                                       LINE 21   COL 26.

       01 SS-TELA-ENTREGA.
          05 VALUE "NUMERO NOTA..: "   LINE 5    COL 5.
          05 SS-NUM-NOTA-ENT           PIC ZZZZZZZZ9
                                       LINE 5    COL 20
                                       BLANK WHEN ZEROS
                                       TO BOOKNOT-NUM-NOTA.

          05 VALUE "CLIENTE......: "   LINE 7    COL 5.
          05 VALUE "EMISSAO......: "   LINE 9    COL 5.
          05 VALUE "VLR NOTA.....: "   LINE 11   COL 5.
          05 VALUE "ROMANEIO.....: "   LINE 13   COL 5.
          05 VALUE "SITUACAO.....: "   LINE 15   COL 5.

          05 VALUE "ENTREGA......: "   LINE 17   COL 5.
          05 VALUE "E-ENTREGUE  T-PARCIAL  R-RECUSADA"
                                       LINE 17   COL 26.
          05 VALUE "DATA ENTREGA.: "   LINE 19   COL 5.
          05 SS-DT-ENT                 PIC 9(008)
                                       LINE 19   COL 20
                                       TO WS-ENT-DT-NOVA.
          05 VALUE "(AAAAMMDD - ZEROS = HOJE)"
                                       LINE 19   COL 31.
          05 VALUE "MOTIVO.......: "   LINE 21   COL 5.

       01 SS-TELA-CHECKIN-VISITA.
          05 VALUE "COD VENDEDOR.: "   LINE 5    COL 5.
          05 SS-COD-VEND-VIS           PIC ZZ9
                   PERFORM 2808-EXECUTAR-IMPORT-CEP
                WHEN 'FEC'
                   PERFORM 2809-EXECUTAR-FECHAMENTO
                WHEN 'RET'
                   PERFORM 2811-EXECUTAR-RETORNO
                WHEN 'REM'
                   PERFORM 2812-EXECUTAR-REMESSA
                WHEN 'COB'
                   PERFORM 2813-EXECUTAR-COBRANCA
                WHEN 'EXT'
                   PERFORM 2814-EXECUTAR-EXTRATO
                WHEN 'FLX'
                   PERFORM 2815-EXECUTAR-FLUXO
                WHEN 'TRF'
                   PERFORM 2816-EXECUTAR-TRANSFERENCIA
                WHEN 'CTB'
                   PERFORM 2817-EXECUTAR-CONTABIL
                WHEN 'NFE'
                   PERFORM 2818-EXECUTAR-RETORNO-NFE
                WHEN 'ROM'
                   PERFORM 2819-EXECUTAR-ROMANEIO
                WHEN 'ENT'
                   PERFORM 2821-EXECUTAR-CONF-ENTREGA
                WHEN 'RCR'
                   PERFORM 2822-EXECUTAR-RECORRENTES
                WHEN 'CNV'
                   PERFORM 2823-EXECUTAR-CONVERSAO
                WHEN 'NOT'
                   PERFORM 2800-EXECUTAR-NOTURNO
             END-EVALUATE
                    MOVE 'O'           TO WS-PERM-NECESSARIA
                    PERFORM 3234-VERIFICAR-PERMISSAO
                    IF WS-PERM-OK      EQUAL 'S'
                      PERFORM 2510-OPCOES-TITULO
                    END-IF
                 WHEN 6
                    MOVE 'O'           TO WS-PERM-NECESSARIA
           DISPLAY WS-LIMPAR-OPCAO     AT 1860
           DISPLAY WS-LIMPAR-OPCAO     AT 1960
           DISPLAY WS-LIMPAR-OPCAO     AT 2060
           DISPLAY WS-LIMPAR-OPCAO     AT 2160
           DISPLAY WS-LIMPAR-OPCAO     AT 2260
           .
      *----------------------------------------------------------------*
       2211-99-FIM.                    EXIT.
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL 'Q'
             OPEN I-O                  ARQ-NOTA-CRED
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2520-TESTAR-FS-ARQ-NOTA-CRED

             IF WS-FS-NOTA-CRED        EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-NCR-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL 'Y'
             OPEN I-O                  ARQ-DEVOLUCAO
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2521-TESTAR-FS-ARQ-DEVOLUCAO

             IF WS-FS-DEVOLUCAO        EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-DEV-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL 'H'
             OPEN I-O                  ARQ-SALDO-EST
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2539-TESTAR-FS-ARQ-SALDO-EST

             IF WS-FS-SALDO-EST        EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-SLD-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL 'L'
             OPEN I-O                  ARQ-MOV-EST
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2540-TESTAR-FS-ARQ-MOV-EST

             IF WS-FS-MOV-EST          EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-MOV-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL 'O'
             OPEN I-O                  ARQ-PRECO
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2556-TESTAR-FS-ARQ-PRECO

             IF WS-FS-PRECO            EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-PRC-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL 'S'
             OPEN I-O                  ARQ-BLOQUEIO
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2638-TESTAR-FS-ARQ-BLOQUEIO

             IF WS-FS-BLOQUEIO         EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-BLQ-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL 'X'
             OPEN I-O                  ARQ-BAIXA
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2658-TESTAR-FS-ARQ-BAIXA

             IF WS-FS-BAIXA            EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-BXA-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL 'Z'
             OPEN I-O                  ARQ-TRANSF
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2770-TESTAR-FS-ARQ-TRANSF

             IF WS-FS-TRANSF           EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-TRF-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL '1'
             OPEN I-O                  ARQ-CONTA
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2791-TESTAR-FS-ARQ-CONTA

             IF WS-FS-CONTA            EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-CTA-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL '2'
             OPEN I-O                  ARQ-PROV-COM
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2792-TESTAR-FS-ARQ-PROV-COM

             IF WS-FS-PROV-COM         EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-PCM-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL '3'
             OPEN I-O                  ARQ-TRIBUTO
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2889-TESTAR-FS-ARQ-TRIBUTO

             IF WS-FS-TRIBUTO          EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-TRB-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL '4'
             OPEN I-O                  ARQ-ENTREGA
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2569-TESTAR-FS-ARQ-ENTREGA

             IF WS-FS-ENTREGA          EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-ENT-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL '5'
             OPEN I-O                  ARQ-COND-PAG
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2591-TESTAR-FS-ARQ-COND-PAG

             IF WS-FS-COND-PAG         EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-CPG-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL '6'
             OPEN I-O                  ARQ-ACORDO
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2688-TESTAR-FS-ARQ-ACORDO

             IF WS-FS-ACORDO           EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-ACD-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL '7'
             OPEN I-O                  ARQ-RECORR
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2292-TESTAR-FS-ARQ-RECORR

             IF WS-FS-RECORR           EQUAL ZEROS OR '05'
               MOVE 'S'                TO WS-ARQ-RCR-ABERTO
             END-IF
           END-IF

           IF WS-RESPOSTA              EQUAL 'J'
             OPEN OUTPUT               ARQ-REJEITADOS
             MOVE WS-ABERTURA          TO WS-OPERACAO
                END-PERFORM
                PERFORM 2224-ACEITAR-ENDERECO-CLI
                ACCEPT SS-LIMITE-CRED-CLI
                MOVE SPACES               TO BOOKCLI-COD-CONDPAG
                PERFORM 2594-INFORMAR-COND-PAG-CLI
                PERFORM 2221-GRAVAR-CLIENTE
                ELSE
                  DISPLAY "INCLUSAO CANCELADA PELO OPERADOR"
             DISPLAY BOOKCLI-CEP       AT 2020
             MOVE BOOKCLI-LIMITE-CRED  TO WS-LIMITE-EDIT
             DISPLAY WS-LIMITE-EDIT    AT 2120
             DISPLAY BOOKCLI-COD-CONDPAG
                                       AT 2156
             PERFORM 2224-ACEITAR-ENDERECO-CLI
             ACCEPT SS-LIMITE-CRED-CLI
             PERFORM 2594-INFORMAR-COND-PAG-CLI
             PERFORM 2228-CONFERIR-REGRAVACAO-CLI
             IF WS-REGRAVA-OK          EQUAL 'S'
               PERFORM 2221-GRAVAR-CLIENTE
               MOVE 'A'                TO BOOKCLI-SITUACAO
               MOVE ZEROS              TO BOOKCLI-DT-INATIVACAO
               MOVE ZEROS              TO BOOKCLI-LIMITE-CRED
               MOVE SPACES             TO BOOKCLI-COD-CONDPAG
               PERFORM 2281-PROCURAR-RAZAO-SEMELHANTE
               IF WS-DUP-ACHOU         EQUAL 'S'
                 PERFORM 2282-GRAVAR-REVISAO-DUP
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA DE MANUTENCAO DOS PEDIDOS RECORRENTES (PROGRAMADOS) DO   *
      *CLIENTE: SEQUENCIA ZERO INCLUI UM NOVO (2286), SEQUENCIA        *
      *INFORMADA ALTERA, SUSPENDE, REATIVA OU ENCERRA O EXISTENTE      *
      *(2287) - OS PEDIDOS SAO GERADOS PELO CICLO NOTURNO (2294)       *
      *----------------------------------------------------------------*
       2284-MANTER-RECORRENTE          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2293-ABRIR-ARQ-RECORR
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'P E D I D O  R E C O R R E N T E'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           IF WS-ARQ-RCR-ABERTO        EQUAL 'N'
           OR WS-ARQ-CLI-ABERTO        EQUAL 'N'
           OR WS-ARQ-VEN-ABERTO        EQUAL 'N'
           OR WS-ARQ-ITM-ABERTO        EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE PEDIDO RECORRENTE'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2310
             STOP ' '
           ELSE
             INITIALIZE                BOOKRCR
             MOVE ZEROS                TO WS-RCR-COD-CLI
                                          WS-RCR-SEQ
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-RCR-DT-HOJE
             DISPLAY SS-TELA-RECORRENTE
             ACCEPT  SS-COD-CLI-RCR
             MOVE WS-RCR-COD-CLI       TO BOOKCLI-COD-CLI
             MOVE 'S'                  TO WS-RCR-ACHOU
             READ ARQ-CLIENTE          KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                MOVE 'N'               TO WS-RCR-ACHOU
             END-READ
             IF WS-RCR-ACHOU           EQUAL 'N'
               MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             ELSE
               DISPLAY BOOKCLI-RZ-SOCIAL (1:30)
                                       AT 0528
               PERFORM 2285-APURAR-SEQ-RCR
               ACCEPT  SS-SEQ-RCR
               DISPLAY WS-LIMPAR-TELA  AT 2302
               IF WS-RCR-SEQ           EQUAL ZEROS
                 PERFORM 2286-INCLUIR-RECORRENTE
               ELSE
                 MOVE WS-RCR-COD-CLI   TO BOOKRCR-COD-CLI
                 MOVE WS-RCR-SEQ       TO BOOKRCR-SEQ
                 MOVE 'S'              TO WS-RCR-ACHOU
                 READ ARQ-RECORR       KEY IS BOOKRCR-CHAVE
                                       INVALID KEY
                    MOVE 'N'           TO WS-RCR-ACHOU
                 END-READ
                 IF WS-RCR-ACHOU       EQUAL 'N'
                   MOVE 'PEDIDO RECORRENTE NAO CADASTRADO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 ELSE
                   PERFORM 2287-ALTERAR-RECORRENTE
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       2284-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA CONTAR OS PEDIDOS RECORRENTES DO CLIENTE            *
      *WS-RCR-COD-CLI E APURAR A PROXIMA SEQUENCIA LIVRE               *
      *(WS-RCR-PROX-SEQ) - O RESUMO VAI PARA A LINHA DE MENSAGEM       *
      *----------------------------------------------------------------*
       2285-APURAR-SEQ-RCR             SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-RCR-QTD-CLI
           MOVE 1                      TO WS-RCR-PROX-SEQ
           MOVE WS-RCR-COD-CLI         TO BOOKRCR-COD-CLI
           MOVE ZEROS                  TO BOOKRCR-SEQ
           START ARQ-RECORR            KEY IS NOT LESS BOOKRCR-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-RCR
           IF WS-FS-RECORR             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-RCR
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-RCR EQUAL 'S'
             READ ARQ-RECORR           NEXT RECORD
             IF (WS-FS-RECORR          NOT EQUAL ZEROS AND '02')
             OR BOOKRCR-COD-CLI        NOT EQUAL WS-RCR-COD-CLI
               MOVE 'S'                TO WS-FIM-ARQ-RCR
             ELSE
               ADD 1                   TO WS-RCR-QTD-CLI
               COMPUTE WS-RCR-PROX-SEQ = BOOKRCR-SEQ + 1
             END-IF
           END-PERFORM

           MOVE WS-RCR-QTD-CLI         TO WS-RCR-SEQ-EDIT
           MOVE SPACES                 TO WS-MENSAGEM
           STRING 'PEDIDOS RECORRENTES DO CLIENTE: '
                                       DELIMITED BY SIZE
                  WS-RCR-SEQ-EDIT      DELIMITED BY SIZE
                  INTO WS-MENSAGEM
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-MENSAGEM         AT 2302
           .
      *----------------------------------------------------------------*
       2285-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA INCLUIR UM PEDIDO RECORRENTE NA PROXIMA SEQUENCIA   *
      *LIVRE DO CLIENTE - CLIENTE BLOQUEADO POR INADIMPLENCIA NAO      *
      *PODE TER NOVA PROGRAMACAO                                       *
      *----------------------------------------------------------------*
       2286-INCLUIR-RECORRENTE         SECTION.
      *----------------------------------------------------------------*
           PERFORM 2639-VERIFICAR-BLOQUEIO-CLI
           EVALUATE TRUE
             WHEN WS-RCR-PROX-SEQ      GREATER 999
               MOVE 'LIMITE DE 999 PEDIDOS RECORRENTES DO CLIENTE'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             WHEN BOOKCLI-SITUACAO     EQUAL 'I'
               MOVE 'CLIENTE INATIVO'  TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             WHEN WS-COB-BLOQUEADO     EQUAL 'S'
               MOVE 'CLIENTE BLOQUEADO POR INADIMPLENCIA'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             WHEN OTHER
               INITIALIZE              BOOKRCR
               MOVE WS-RCR-COD-CLI     TO BOOKRCR-COD-CLI
               MOVE WS-RCR-PROX-SEQ    TO BOOKRCR-SEQ
               MOVE BOOKCLI-COD-VEND   TO BOOKRCR-COD-VEND
               MOVE 'A'                TO BOOKRCR-SITUACAO
               PERFORM 2290-EXIBIR-RECORRENTE
               PERFORM 2288-ACEITAR-DADOS-RCR
               PERFORM 2289-ACEITAR-ITENS-RCR

               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'CONFIRMA O PEDIDO RECORRENTE (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               MOVE SPACES             TO WS-RCR-CONFIRMA
               PERFORM UNTIL WS-RCR-CONFIRMA EQUAL 'S' OR 'N'
                 ACCEPT WS-RCR-CONFIRMA UPPER AT 2350
               END-PERFORM
               DISPLAY WS-LIMPAR-TELA  AT 2302
               IF WS-RCR-CONFIRMA      EQUAL 'S'
                 MOVE WS-USUARIO-ID    TO BOOKRCR-USUARIO
                 MOVE 'I'              TO WS-CRUD
                 WRITE BOOKRCR
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2292-TESTAR-FS-ARQ-RECORR
                 IF WS-FS-RECORR       EQUAL ZEROS OR '02'
                   PERFORM 2291-GRAVAR-AUDITORIA-RCR
                   MOVE 'PEDIDO RECORRENTE INCLUIDO COM SUCESSO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 END-IF
               END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2286-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA TRATAR UM PEDIDO RECORRENTE EXISTENTE:              *
      *  A - ALTERA VENDEDOR, FREQUENCIA, DATAS E (OPCIONAL) ITENS     *
      *  S - SUSPENDE (O CICLO NOTURNO DEIXA DE GERAR)                 *
      *  R - REATIVA O SUSPENSO (PROXIMA DATA VENCIDA E AVANCADA PARA  *
      *      HOJE OU DEPOIS, SEM GERAR AS OCORRENCIAS DA SUSPENSAO)    *
      *  E - ENCERRA DEFINITIVAMENTE                                   *
      *----------------------------------------------------------------*
       2287-ALTERAR-RECORRENTE         SECTION.
      *----------------------------------------------------------------*
           PERFORM 2290-EXIBIR-RECORRENTE
           IF BOOKRCR-SITUACAO         EQUAL 'E'
             MOVE 'PEDIDO RECORRENTE ENCERRADO - INCLUA UM NOVO'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           ELSE
             MOVE 'A-ALTERA S-SUSPENDE R-REATIVA E-ENCERRA V-VOLTA:'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-RCR-ACAO-MANUT
             PERFORM UNTIL WS-RCR-ACAO-MANUT EQUAL 'A' OR 'S' OR 'R'
                                                OR 'E' OR 'V'
               ACCEPT WS-RCR-ACAO-MANUT UPPER AT 2352
             END-PERFORM
             DISPLAY WS-LIMPAR-TELA    AT 2302

             MOVE BOOKRCR              TO WS-BOOKRCR-ANTES
             MOVE 'N'                  TO WS-RCR-CONFIRMA
             EVALUATE WS-RCR-ACAO-MANUT
               WHEN 'A'
                 PERFORM 2288-ACEITAR-DADOS-RCR
                 MOVE 'REDIGITAR OS ITENS (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2302
                 MOVE SPACES           TO WS-RCR-CONFIRMA
                 PERFORM UNTIL WS-RCR-CONFIRMA EQUAL 'S' OR 'N'
                   ACCEPT WS-RCR-CONFIRMA UPPER AT 2340
                 END-PERFORM
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 IF WS-RCR-CONFIRMA    EQUAL 'S'
                   PERFORM 2289-ACEITAR-ITENS-RCR
                 END-IF
                 MOVE 'S'              TO WS-RCR-CONFIRMA
               WHEN 'S'
                 IF BOOKRCR-SITUACAO   EQUAL 'A'
                   MOVE 'S'            TO BOOKRCR-SITUACAO
                   MOVE 'S'            TO WS-RCR-CONFIRMA
                 ELSE
                   MOVE 'PEDIDO RECORRENTE JA ESTA SUSPENSO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 END-IF
               WHEN 'R'
                 IF BOOKRCR-SITUACAO   EQUAL 'S'
                   MOVE 'A'            TO BOOKRCR-SITUACAO
                   COMPUTE WS-RCR-INT-DATA =
                           FUNCTION INTEGER-OF-DATE (WS-RCR-DT-HOJE)
                         - 1
                   COMPUTE WS-RCR-DT-LIMITE =
                           FUNCTION DATE-OF-INTEGER (WS-RCR-INT-DATA)
                   PERFORM 2297-AVANCAR-DATA-RCR
                   MOVE 'S'            TO WS-RCR-CONFIRMA
                 ELSE
                   MOVE 'SOMENTE O SUSPENSO PODE SER REATIVADO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 END-IF
               WHEN 'E'
                 MOVE 'E'              TO BOOKRCR-SITUACAO
                 MOVE 'S'              TO WS-RCR-CONFIRMA
             END-EVALUATE

             IF WS-RCR-CONFIRMA        EQUAL 'S'
               MOVE WS-USUARIO-ID      TO BOOKRCR-USUARIO
               MOVE 'A'                TO WS-CRUD
               REWRITE BOOKRCR
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2292-TESTAR-FS-ARQ-RECORR
               IF WS-FS-RECORR         EQUAL ZEROS OR '02'
                 PERFORM 2291-GRAVAR-AUDITORIA-RCR
                 PERFORM 2290-EXIBIR-RECORRENTE
                 MOVE 'PEDIDO RECORRENTE ATUALIZADO COM SUCESSO'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
                 STOP ' '
               END-IF
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2287-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA ACEITAR VENDEDOR, FREQUENCIA, PROXIMA DATA E DATA   *
      *FIM DO PEDIDO RECORRENTE CORRENTE - CAMPO EM BRANCO/ZERO MANTEM *
      *O VALOR EXIBIDO (NA INCLUSAO: VENDEDOR DO CLIENTE, PROXIMA DATA *
      *= HOJE E SEM DATA FIM)                                          *
      *----------------------------------------------------------------*
       2288-ACEITAR-DADOS-RCR          SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKRCR-COD-VEND       TO WS-RCR-VEND-ANT
           MOVE BOOKRCR-FREQUENCIA     TO WS-RCR-FREQ-ANT
           MOVE BOOKRCR-DT-PROX        TO WS-RCR-DT-PROX-ANT
           MOVE BOOKRCR-DT-FIM         TO WS-RCR-DT-FIM-ANT

           MOVE 'N'                    TO WS-RCR-ACHOU
           PERFORM UNTIL WS-RCR-ACHOU  EQUAL 'S'
             ACCEPT SS-COD-VEND-RCR
             IF BOOKRCR-COD-VEND       EQUAL ZEROS
               MOVE WS-RCR-VEND-ANT    TO BOOKRCR-COD-VEND
             END-IF
             MOVE BOOKRCR-COD-VEND     TO BOOKVEN-COD-VEND
             MOVE 'S'                  TO WS-RCR-ACHOU
             READ ARQ-VENDEDOR         KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                MOVE 'N'               TO WS-RCR-ACHOU
             END-READ
             IF WS-RCR-ACHOU           EQUAL 'S'
             AND BOOKVEN-SITUACAO      EQUAL 'I'
               MOVE 'N'                TO WS-RCR-ACHOU
             END-IF
             IF WS-RCR-ACHOU           EQUAL 'N'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               DISPLAY "VENDEDOR NAO CADASTRADO OU INATIVO"
                                       AT 2315
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE ZEROS              TO WS-RCR-VEND-ANT
             END-IF
           END-PERFORM
           DISPLAY BOOKRCR-COD-VEND    AT 0920

           MOVE SPACES                 TO WS-RCR-ACAO-MANUT
           PERFORM UNTIL WS-RCR-ACAO-MANUT EQUAL 'S'
             ACCEPT SS-FREQ-RCR
             IF BOOKRCR-FREQUENCIA     EQUAL SPACES
               MOVE WS-RCR-FREQ-ANT    TO BOOKRCR-FREQUENCIA
             END-IF
             IF BOOKRCR-FREQUENCIA     EQUAL 'S' OR 'Q' OR 'M'
               MOVE 'S'                TO WS-RCR-ACAO-MANUT
             ELSE
               DISPLAY WS-LIMPAR-TELA  AT 2302
               DISPLAY "FREQUENCIA INVALIDA - INFORME S, Q OU M"
                                       AT 2315
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE SPACES             TO WS-RCR-FREQ-ANT
             END-IF
           END-PERFORM
           DISPLAY BOOKRCR-FREQUENCIA  AT 1120

           MOVE 'N'                    TO WS-RCR-DATA-OK
           PERFORM UNTIL WS-RCR-DATA-OK EQUAL 'S'
             ACCEPT SS-DT-PROX-RCR
             IF BOOKRCR-DT-PROX        EQUAL ZEROS
               MOVE WS-RCR-DT-PROX-ANT TO BOOKRCR-DT-PROX
             END-IF
             IF BOOKRCR-DT-PROX        EQUAL ZEROS
               MOVE WS-RCR-DT-HOJE     TO BOOKRCR-DT-PROX
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD (BOOKRCR-DT-PROX)
                                       EQUAL ZEROS
             AND BOOKRCR-DT-PROX       NOT LESS WS-RCR-DT-HOJE
               MOVE 'S'                TO WS-RCR-DATA-OK
             ELSE
               DISPLAY WS-LIMPAR-TELA  AT 2302
               DISPLAY "PROXIMA DATA INVALIDA - INFORME HOJE OU DEPOIS"
                                       AT 2315
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE ZEROS              TO WS-RCR-DT-PROX-ANT
             END-IF
           END-PERFORM
           MOVE BOOKRCR-DT-PROX (7:2)  TO BOOKRCR-DIA-BASE
           DISPLAY BOOKRCR-DT-PROX     AT 1320

           MOVE 'N'                    TO WS-RCR-DATA-OK
           PERFORM UNTIL WS-RCR-DATA-OK EQUAL 'S'
             ACCEPT SS-DT-FIM-RCR
             IF BOOKRCR-DT-FIM         EQUAL ZEROS
               MOVE WS-RCR-DT-FIM-ANT  TO BOOKRCR-DT-FIM
             END-IF
             IF BOOKRCR-DT-FIM         EQUAL ZEROS
               MOVE 'S'                TO WS-RCR-DATA-OK
             ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (BOOKRCR-DT-FIM)
                                       EQUAL ZEROS
               AND BOOKRCR-DT-FIM      NOT LESS BOOKRCR-DT-PROX
                 MOVE 'S'              TO WS-RCR-DATA-OK
               ELSE
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "DATA FIM INVALIDA OU ANTERIOR A PROXIMA DATA"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 MOVE ZEROS            TO WS-RCR-DT-FIM-ANT
               END-IF
             END-IF
           END-PERFORM
           DISPLAY BOOKRCR-DT-FIM      AT 1520
           .
      *----------------------------------------------------------------*
       2288-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA ACEITAR AS LINHAS DE ITENS DO PEDIDO RECORRENTE     *
      *(ATE 10, ITEM ZERO ENCERRA) - O PRECO NAO E GUARDADO: CADA      *
      *PEDIDO GERADO E PRECIFICADO PELA TABELA VIGENTE NA GERACAO      *
      *----------------------------------------------------------------*
       2289-ACEITAR-ITENS-RCR          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKRCR-QTD-LINHAS
           PERFORM VARYING WS-RCR-IND  FROM 1 BY 1
                   UNTIL WS-RCR-IND    GREATER 10
             MOVE ZEROS                TO BOOKRCR-COD-ITEM (WS-RCR-IND)
                                          BOOKRCR-QTD (WS-RCR-IND)
           END-PERFORM
           DISPLAY BOOKRCR-QTD-LINHAS  AT 2120

           MOVE 'N'                    TO WS-RCR-FIM
           PERFORM UNTIL WS-RCR-FIM    EQUAL 'S'
                         OR BOOKRCR-QTD-LINHAS NOT LESS 10
             MOVE ZEROS                TO WS-RCR-COD-ITEM
             ACCEPT SS-COD-ITEM-RCR
             IF WS-RCR-COD-ITEM        EQUAL ZEROS
               IF BOOKRCR-QTD-LINHAS   EQUAL ZEROS
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "INFORME AO MENOS UM ITEM NO PEDIDO RECORRENTE"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
               ELSE
                 MOVE 'S'              TO WS-RCR-FIM
               END-IF
             ELSE
               MOVE WS-RCR-COD-ITEM    TO BOOKITM-COD-ITEM
               MOVE 'S'                TO WS-ITEM-ACHOU
               READ ARQ-ITEM           KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
                  MOVE 'N'             TO WS-ITEM-ACHOU
               END-READ
               IF WS-ITEM-ACHOU        EQUAL 'S'
               AND BOOKITM-SITUACAO    EQUAL 'I'
                 MOVE 'N'              TO WS-ITEM-ACHOU
               END-IF
               IF WS-ITEM-ACHOU        EQUAL 'N'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "ITEM NAO CADASTRADO OU INATIVO"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
               ELSE
                 DISPLAY BOOKITM-DESCRICAO (1:15)
                                       AT 1926
                 MOVE ZEROS            TO WS-RCR-QTD
                 PERFORM UNTIL WS-RCR-QTD GREATER ZEROS
                   ACCEPT SS-QTD-ITEM-RCR
                   IF WS-RCR-QTD       EQUAL ZEROS
                     DISPLAY WS-LIMPAR-TELA AT 2302
                     DISPLAY "INFORME UMA QUANTIDADE MAIOR QUE ZERO"
                                       AT 2315
                     STOP ' '
                     DISPLAY WS-LIMPAR-TELA AT 2302
                   END-IF
                 END-PERFORM
                 ADD 1                 TO BOOKRCR-QTD-LINHAS
                 MOVE WS-RCR-COD-ITEM  TO BOOKRCR-COD-ITEM
                                          (BOOKRCR-QTD-LINHAS)
                 MOVE WS-RCR-QTD       TO BOOKRCR-QTD
                                          (BOOKRCR-QTD-LINHAS)
                 DISPLAY BOOKRCR-QTD-LINHAS
                                       AT 2120
               END-IF
             END-IF
           END-PERFORM

           IF WS-RCR-FIM               NOT EQUAL 'S'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE
             'LIMITE DE 10 ITENS ATINGIDO - DEMAIS ITENS NAO ACEITOS'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           END-IF
           .
      *----------------------------------------------------------------*
       2289-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR NA SS-TELA-RECORRENTE OS DADOS DO PEDIDO     *
      *RECORRENTE CORRENTE (BOOKRCR)                                   *
      *----------------------------------------------------------------*
       2290-EXIBIR-RECORRENTE          SECTION.
      *----------------------------------------------------------------*
           EVALUATE BOOKRCR-SITUACAO
             WHEN 'A'
               MOVE 'ATIVO'            TO WS-RCR-ACAO
             WHEN 'S'
               MOVE 'SUSPENSO'         TO WS-RCR-ACAO
             WHEN OTHER
               MOVE 'ENCERRADO'        TO WS-RCR-ACAO
           END-EVALUATE
           DISPLAY BOOKRCR-SEQ         AT 0720
           DISPLAY BOOKRCR-COD-VEND    AT 0920
           DISPLAY WS-RCR-ACAO         AT 0957
           DISPLAY BOOKRCR-FREQUENCIA  AT 1120
           DISPLAY BOOKRCR-DT-PROX     AT 1320
           DISPLAY BOOKRCR-DT-FIM      AT 1520
           DISPLAY BOOKRCR-DT-ULT-OCOR AT 1720
           DISPLAY BOOKRCR-NUM-ULT-PED AT 1757
           DISPLAY BOOKRCR-ULT-RESULTADO
                                       AT 1767
           DISPLAY BOOKRCR-QTD-LINHAS  AT 2120
           .
      *----------------------------------------------------------------*
       2290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE PEDIDOS       *
      *RECORRENTES (FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE  *
      *ERRO)                                                           *
      *----------------------------------------------------------------*
       2291-GRAVAR-AUDITORIA-RCR       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKRCR-CHAVE          TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKRCR          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKRCR-ANTES TO WS-AUD-ANTES
                 MOVE BOOKRCR          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' RECORR CRUD='      DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2291-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-RECORR      *
      *----------------------------------------------------------------*
       2292-TESTAR-FS-ARQ-RECORR       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-RECORR            NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-RECORR,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO RECORR'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-RECORR
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO RECORR'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2292-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR OS ARQUIVOS DOS PEDIDOS RECORRENTES (E DA     *
      *GERACAO DOS PEDIDOS NO CICLO NOTURNO) QUANDO AINDA FECHADOS     *
      *----------------------------------------------------------------*
       2293-ABRIR-ARQ-RECORR           SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-PED-ABERTO        EQUAL 'N'
             MOVE 'P'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-ITM-ABERTO        EQUAL 'N'
             MOVE 'M'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-IPD-ABERTO        EQUAL 'N'
             MOVE 'D'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-PRC-ABERTO        EQUAL 'N'
             MOVE 'O'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           PERFORM 2543-ABRIR-ARQ-ESTOQUE
           IF WS-ARQ-RCR-ABERTO        EQUAL 'N'
             MOVE '7'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2293-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA DO CICLO NOTURNO DOS PEDIDOS RECORRENTES: PARA CADA      *
      *PROGRAMACAO ATIVA COM PROXIMA DATA ATE HOJE GERA O PEDIDO E AS  *
      *SUAS LINHAS (2295), SUJEITO AS CRITICAS DE ALCADA E DE LIMITE   *
      *DE CREDITO, E AVANCA A PROXIMA DATA PELA FREQUENCIA - A         *
      *OCORRENCIA TRATADA NAO VOLTA A SER GERADA EM REEXECUCAO DO      *
      *CICLO. RELATORIO DE GERADOS, RETIDOS E IGNORADOS NO SPOOL       *
      *----------------------------------------------------------------*
       2294-GERAR-PEDIDOS-RCR          SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-RCR-FALHA
           MOVE ZEROS                  TO ACU-RCR-VENCIDOS
                                          ACU-RCR-GERADOS
                                          ACU-RCR-RETIDOS
                                          ACU-RCR-IGNORADOS
                                          ACU-RCR-ENCERRADOS
                                          WS-RCR-VLR-TOTAL
           PERFORM 2293-ABRIR-ARQ-RECORR
           IF WS-ARQ-RCR-ABERTO        EQUAL 'N'
           OR WS-ARQ-CLI-ABERTO        EQUAL 'N'
           OR WS-ARQ-VEN-ABERTO        EQUAL 'N'
           OR WS-ARQ-PED-ABERTO        EQUAL 'N'
           OR WS-ARQ-ITM-ABERTO        EQUAL 'N'
           OR WS-ARQ-IPD-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-RCR-FALHA
             DISPLAY 'PEDIDOS RECORRENTES NAO GERADOS - ERRO NA '
                     'ABERTURA DOS ARQUIVOS'
           END-IF

           IF WS-RCR-FALHA             EQUAL 'N'
             PERFORM 2381-GERAR-NOME-RELAT
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-RELAT-ABERTO    EQUAL 'N'
               MOVE 'S'                TO WS-RCR-FALHA
             END-IF
           END-IF

           IF WS-RCR-FALHA             EQUAL 'N'
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-RCR-DT-HOJE
             MOVE 'RECORR'             TO WS-SPOOL-TIPO
             MOVE ZEROS                TO ACU-RELAT
                                          WS-PAGINA-RELAT
             MOVE SPACES               TO WS-TITULO-RELAT
             STRING 'PEDIDOS RECORRENTES - CICLO DE '
                                       DELIMITED BY SIZE
                    WS-RCR-DT-HOJE     DELIMITED BY SIZE
                    INTO WS-TITULO-RELAT
             MOVE 99                   TO WS-LINHAS-PAGINA
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'CLIENTE SEQ RAZAO SOCIAL         OCORRENC    '
                                       DELIMITED BY SIZE
                    'PEDIDO   VALOR PEDIDO SITUACAO         MOTIVO'
                                       DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             PERFORM 2274-LER-SERIE-PED-RCR

             MOVE ZEROS                TO BOOKRCR-CHAVE
             START ARQ-RECORR          KEY IS NOT LESS BOOKRCR-CHAVE
             MOVE 'N'                  TO WS-FIM-ARQ-RCR
             IF WS-FS-RECORR           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-RCR
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-RCR EQUAL 'S'
               READ ARQ-RECORR         NEXT RECORD
               IF WS-FS-RECORR         NOT EQUAL ZEROS AND '02'
                 MOVE 'S'              TO WS-FIM-ARQ-RCR
               ELSE
                 IF BOOKRCR-SITUACAO   EQUAL 'A'
                 AND BOOKRCR-DT-PROX   NOT GREATER WS-RCR-DT-HOJE
                   ADD 1               TO ACU-RCR-VENCIDOS
                   PERFORM 2295-TRATAR-OCORRENCIA-RCR
                 END-IF
               END-IF
             END-PERFORM

             PERFORM 2276-GRAVAR-TOTAIS-RCR
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-RELAT
             MOVE 'N'                  TO WS-ARQ-RELAT-ABERTO
             PERFORM 2385-REGISTRAR-SPOOL
             DISPLAY 'PEDIDOS RECORRENTES'
             DISPLAY '  OCORRENCIAS VENCIDAS........: '
                     ACU-RCR-VENCIDOS
             DISPLAY '  PEDIDOS GERADOS.............: '
                     ACU-RCR-GERADOS
             DISPLAY '  RETIDOS PARA APROVACAO......: '
                     ACU-RCR-RETIDOS
             DISPLAY '  IGNORADOS...................: '
                     ACU-RCR-IGNORADOS
             DISPLAY '  PROGRAMACOES ENCERRADAS.....: '
                     ACU-RCR-ENCERRADOS
             DISPLAY '  GERACAO DO SPOOL............: ' WS-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2294-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA TRATAR A OCORRENCIA VENCIDA DO PEDIDO RECORRENTE    *
      *CORRENTE: PROGRAMACAO COM DATA FIM ULTRAPASSADA E ENCERRADA;    *
      *SENAO O PEDIDO E GERADO (2298) OU, FALHANDO AS CRITICAS (2296), *
      *A OCORRENCIA E IGNORADA. EM AMBOS OS CASOS A PROXIMA DATA E     *
      *AVANCADA PARA DEPOIS DE HOJE E A PROGRAMACAO REGRAVADA -        *
      *OCORRENCIAS ACUMULADAS POR FALTA DE CICLO GERAM UM SO PEDIDO.   *
      *ERRO NA GRAVACAO DO PEDIDO NAO REGRAVA A PROGRAMACAO (A         *
      *OCORRENCIA FICA PARA A PROXIMA EXECUCAO)                        *
      *----------------------------------------------------------------*
       2295-TRATAR-OCORRENCIA-RCR      SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKRCR                TO WS-BOOKRCR-ANTES
           MOVE BOOKRCR-DT-PROX        TO WS-RCR-DT-OCOR
           MOVE SPACES                 TO WS-RCR-MOTIVO
                                          WS-RCR-RZ-SOCIAL
           MOVE ZEROS                  TO WS-RCR-NUM-PED
                                          WS-RCR-VLR-PED
           MOVE 'N'                    TO WS-RCR-ERRO-PED

           IF BOOKRCR-DT-FIM           GREATER ZEROS
           AND BOOKRCR-DT-PROX         GREATER BOOKRCR-DT-FIM
             MOVE 'E'                  TO BOOKRCR-SITUACAO
             MOVE 'ENCERRADO'          TO WS-RCR-ACAO
             ADD 1                     TO ACU-RCR-ENCERRADOS
           ELSE
             PERFORM 2296-VALIDAR-OCORRENCIA-RCR
             IF WS-RCR-MOTIVO          EQUAL SPACES
               PERFORM 2298-GRAVAR-PEDIDO-RCR
             END-IF
             EVALUATE TRUE
               WHEN WS-RCR-ERRO-PED    EQUAL 'S'
                 MOVE 'S'              TO WS-RCR-FALHA
                 MOVE 'ERRO GRAVACAO'  TO WS-RCR-ACAO
               WHEN WS-RCR-MOTIVO      NOT EQUAL SPACES
                 MOVE 'I'              TO BOOKRCR-ULT-RESULTADO
                 MOVE 'IGNORADO'       TO WS-RCR-ACAO
                 ADD 1                 TO ACU-RCR-IGNORADOS
               WHEN BOOKPED-SITUACAO   EQUAL 'P'
                 MOVE 'R'              TO BOOKRCR-ULT-RESULTADO
                 IF WS-RCR-RETENCAO    EQUAL 'A'
                   MOVE 'RETIDO-ALCADA' TO WS-RCR-ACAO
                 ELSE
                   MOVE 'RETIDO-CREDITO'
                                       TO WS-RCR-ACAO
                 END-IF
                 ADD 1                 TO ACU-RCR-RETIDOS
               WHEN OTHER
                 MOVE 'G'              TO BOOKRCR-ULT-RESULTADO
                 MOVE 'GERADO'         TO WS-RCR-ACAO
                 ADD 1                 TO ACU-RCR-GERADOS
             END-EVALUATE
             IF WS-RCR-ERRO-PED        EQUAL 'N'
               MOVE WS-RCR-DT-OCOR     TO BOOKRCR-DT-ULT-OCOR
               IF WS-RCR-NUM-PED       GREATER ZEROS
                 MOVE WS-RCR-NUM-PED   TO BOOKRCR-NUM-ULT-PED
               END-IF
               MOVE WS-RCR-DT-HOJE     TO WS-RCR-DT-LIMITE
               PERFORM 2297-AVANCAR-DATA-RCR
               IF BOOKRCR-DT-FIM       GREATER ZEROS
               AND BOOKRCR-DT-PROX     GREATER BOOKRCR-DT-FIM
                 MOVE 'E'              TO BOOKRCR-SITUACAO
                 ADD 1                 TO ACU-RCR-ENCERRADOS
               END-IF
             END-IF
           END-IF

           IF WS-RCR-ERRO-PED          EQUAL 'N'
             MOVE 'A'                  TO WS-CRUD
             REWRITE BOOKRCR
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2292-TESTAR-FS-ARQ-RECORR
             IF WS-FS-RECORR           EQUAL ZEROS OR '02'
               PERFORM 2291-GRAVAR-AUDITORIA-RCR
             ELSE
               MOVE 'S'                TO WS-RCR-FALHA
             END-IF
           END-IF
           PERFORM 2299-GRAVAR-LINHA-RCR
           .
      *----------------------------------------------------------------*
       2295-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA CRITICAR A OCORRENCIA DO PEDIDO RECORRENTE ANTES DA *
      *GERACAO (CLIENTE ATIVO E SEM BLOQUEIO DE COBRANCA, VENDEDOR     *
      *ATIVO, PERIODO CONTABIL ABERTO E ITENS ATIVOS) E PRECIFICAR AS  *
      *LINHAS PELA TABELA VIGENTE EM WS-TAB-ITENS-PED - RECUSADA, O    *
      *MOTIVO FICA EM WS-RCR-MOTIVO                                    *
      *----------------------------------------------------------------*
       2296-VALIDAR-OCORRENCIA-RCR     SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKRCR-COD-CLI        TO BOOKCLI-COD-CLI
           MOVE 'S'                    TO WS-RCR-ACHOU
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE 'N'                 TO WS-RCR-ACHOU
           END-READ
           IF WS-RCR-ACHOU             EQUAL 'N'
             MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WS-RCR-MOTIVO
           ELSE
             MOVE BOOKCLI-RZ-SOCIAL (1:20)
                                       TO WS-RCR-RZ-SOCIAL
             PERFORM 2639-VERIFICAR-BLOQUEIO-CLI
             IF BOOKCLI-SITUACAO       EQUAL 'I'
               MOVE 'CLIENTE INATIVO'  TO WS-RCR-MOTIVO
             END-IF
             IF WS-COB-BLOQUEADO       EQUAL 'S'
               MOVE 'CLIENTE BLOQUEADO POR INADIMPLENCIA'
                                       TO WS-RCR-MOTIVO
             END-IF
           END-IF

           IF WS-RCR-MOTIVO            EQUAL SPACES
             MOVE BOOKRCR-COD-VEND     TO BOOKVEN-COD-VEND
             MOVE 'S'                  TO WS-RCR-ACHOU
             READ ARQ-VENDEDOR         KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                MOVE 'N'               TO WS-RCR-ACHOU
             END-READ
             IF WS-RCR-ACHOU           EQUAL 'N'
             OR BOOKVEN-SITUACAO       EQUAL 'I'
               MOVE 'VENDEDOR NAO CADASTRADO OU INATIVO'
                                       TO WS-RCR-MOTIVO
             END-IF
           END-IF

      *    MESMA REGRA DE PERIODO FECHADO DE 2265-GRAVAR-PEDIDO
           IF WS-RCR-MOTIVO            EQUAL SPACES
             MOVE WS-RCR-DT-HOJE (1:6) TO WS-FEC-PERIODO
             PERFORM 2972-VERIFICAR-PERIODO
             IF WS-FEC-FECHADO         EQUAL 'S'
               MOVE 'PERIODO CONTABIL FECHADO'
                                       TO WS-RCR-MOTIVO
             END-IF
           END-IF

           IF WS-RCR-MOTIVO            EQUAL SPACES
           AND (BOOKRCR-QTD-LINHAS     EQUAL ZEROS
           OR   BOOKRCR-QTD-LINHAS     GREATER 10)
             MOVE 'PEDIDO RECORRENTE SEM ITENS'
                                       TO WS-RCR-MOTIVO
           END-IF

           MOVE ZEROS                  TO WS-IPD-QTD-LINHAS
           MOVE ZEROS                  TO WS-IPD-TOT-QTD
           MOVE ZEROS                  TO WS-IPD-TOT-VLR
           INITIALIZE                  WS-TAB-ITENS-PED
           IF WS-RCR-MOTIVO            EQUAL SPACES
             PERFORM VARYING WS-RCR-IND FROM 1 BY 1
                     UNTIL WS-RCR-IND  GREATER BOOKRCR-QTD-LINHAS
                        OR WS-RCR-MOTIVO NOT EQUAL SPACES
               MOVE BOOKRCR-COD-ITEM (WS-RCR-IND)
                                       TO BOOKITM-COD-ITEM
               MOVE 'S'                TO WS-ITEM-ACHOU
               READ ARQ-ITEM           KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
                  MOVE 'N'             TO WS-ITEM-ACHOU
               END-READ
               IF WS-ITEM-ACHOU        EQUAL 'S'
               AND BOOKITM-SITUACAO    EQUAL 'I'
                 MOVE 'N'              TO WS-ITEM-ACHOU
               END-IF
               IF WS-ITEM-ACHOU        EQUAL 'N'
                 MOVE BOOKRCR-COD-ITEM (WS-RCR-IND)
                                       TO WS-COD-ITEM-EDIT
                 STRING 'ITEM '        DELIMITED BY SIZE
                        WS-COD-ITEM-EDIT
                                       DELIMITED BY SIZE
                        ' NAO CADASTRADO OU INATIVO'
                                       DELIMITED BY SIZE
                        INTO WS-RCR-MOTIVO
               ELSE
                 MOVE BOOKITM-COD-ITEM TO WS-PRC-COD-ITEM
                 MOVE BOOKRCR-COD-CLI  TO WS-PRC-COD-CLI
                 MOVE BOOKCLI-UF       TO WS-PRC-UF
                 MOVE WS-RCR-DT-HOJE   TO WS-PRC-DATA
                 MOVE BOOKRCR-QTD (WS-RCR-IND)
                                       TO WS-PRC-QTD
                 PERFORM 2551-BUSCAR-PRECO
                 ADD 1                 TO WS-IPD-QTD-LINHAS
                 MOVE BOOKITM-COD-ITEM TO WS-IPD-COD-ITEM
                                          (WS-IPD-QTD-LINHAS)
                 MOVE WS-PRC-QTD       TO WS-IPD-QTD
                                          (WS-IPD-QTD-LINHAS)
                 MOVE WS-PRC-VLR-UNIT  TO WS-IPD-VLR-UNIT
                                          (WS-IPD-QTD-LINHAS)
                 COMPUTE WS-IPD-VLR-LINHA (WS-IPD-QTD-LINHAS) =
                         WS-PRC-QTD * WS-PRC-VLR-UNIT
                 ADD WS-PRC-QTD        TO WS-IPD-TOT-QTD
                 ADD WS-IPD-VLR-LINHA (WS-IPD-QTD-LINHAS)
                                       TO WS-IPD-TOT-VLR
               END-IF
             END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
       2296-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA AVANCAR A PROXIMA DATA DO PEDIDO RECORRENTE PELA    *
      *FREQUENCIA ATE PASSAR DE WS-RCR-DT-LIMITE: SEMANAL +7 DIAS,     *
      *QUINZENAL +14 DIAS, MENSAL NO DIA-BASE DO MES SEGUINTE (OU NO   *
      *ULTIMO DIA DO MES, QUANDO ELE FOR MAIS CURTO)                   *
      *----------------------------------------------------------------*
       2297-AVANCAR-DATA-RCR           SECTION.
      *----------------------------------------------------------------*
           IF BOOKRCR-DIA-BASE         EQUAL ZEROS
           OR BOOKRCR-DIA-BASE         GREATER 31
             MOVE BOOKRCR-DT-PROX (7:2)
                                       TO BOOKRCR-DIA-BASE
           END-IF
           PERFORM UNTIL BOOKRCR-DT-PROX GREATER WS-RCR-DT-LIMITE
             EVALUATE BOOKRCR-FREQUENCIA
               WHEN 'S'
                 COMPUTE WS-RCR-INT-DATA =
                         FUNCTION INTEGER-OF-DATE (BOOKRCR-DT-PROX)
                       + 7
                 COMPUTE BOOKRCR-DT-PROX =
                         FUNCTION DATE-OF-INTEGER (WS-RCR-INT-DATA)
               WHEN 'Q'
                 COMPUTE WS-RCR-INT-DATA =
                         FUNCTION INTEGER-OF-DATE (BOOKRCR-DT-PROX)
                       + 14
                 COMPUTE BOOKRCR-DT-PROX =
                         FUNCTION DATE-OF-INTEGER (WS-RCR-INT-DATA)
               WHEN OTHER
                 MOVE BOOKRCR-DT-PROX  TO WS-RCR-DT-CALC
                 ADD 1                 TO WS-RCR-MES
                 IF WS-RCR-MES         GREATER 12
                   MOVE 1              TO WS-RCR-MES
                   ADD 1               TO WS-RCR-ANO
                 END-IF
                 MOVE BOOKRCR-DIA-BASE TO WS-RCR-DIA
                 PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                               (WS-RCR-DT-CALC) EQUAL ZEROS
                   SUBTRACT 1          FROM WS-RCR-DIA
                 END-PERFORM
                 MOVE WS-RCR-DT-CALC   TO BOOKRCR-DT-PROX
             END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2297-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O PEDIDO DA OCORRENCIA (NUMERO DA SERIE      *
      *PEDSERIE, PULANDO OS JA EXISTENTES), COM AS LINHAS PRECIFICADAS *
      *EM 2296 E A RESERVA DE ESTOQUE - MESMAS CRITICAS DE ALCADA E DE *
      *LIMITE DE CREDITO DA DIGITACAO (2261): EXCEDIDAS, O PEDIDO FICA *
      *PENDENTE DE APROVACAO ('P' - 2490-APROVAR-PEDIDOS)              *
      *----------------------------------------------------------------*
       2298-GRAVAR-PEDIDO-RCR          SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-RCR-ACHOU
           PERFORM UNTIL WS-RCR-ACHOU  EQUAL 'N'
             ADD 1                     TO WS-RCR-ULT-PED
             MOVE WS-RCR-ULT-PED       TO BOOKPED-NUM-PED
             MOVE 'S'                  TO WS-RCR-ACHOU
             READ ARQ-PEDIDO           KEY IS BOOKPED-NUM-PED
                                       INVALID KEY
                MOVE 'N'               TO WS-RCR-ACHOU
             END-READ
           END-PERFORM

           MOVE BOOKRCR-COD-CLI        TO BOOKPED-COD-CLI
           MOVE BOOKRCR-COD-VEND       TO BOOKPED-COD-VEND
           MOVE WS-RCR-DT-HOJE         TO BOOKPED-DT-PEDIDO
           MOVE WS-IPD-TOT-QTD         TO BOOKPED-QTD-ITENS
           MOVE WS-IPD-TOT-VLR         TO BOOKPED-VLR-TOTAL
           MOVE BOOKCLI-COD-CONDPAG    TO BOOKPED-COD-CONDPAG
           MOVE SPACES                 TO WS-RCR-RETENCAO
           MOVE 'A'                    TO BOOKPED-SITUACAO
           IF WS-PAR-ALCADA-PED        GREATER ZEROS
           AND BOOKPED-VLR-TOTAL       GREATER WS-PAR-ALCADA-PED
             MOVE 'P'                  TO BOOKPED-SITUACAO
             MOVE 'A'                  TO WS-RCR-RETENCAO
           END-IF
           IF BOOKPED-SITUACAO         EQUAL 'A'
           AND BOOKCLI-LIMITE-CRED     GREATER ZEROS
             PERFORM 2493-APURAR-EXPOSICAO-CLI
             IF (WS-EXP-VALOR + BOOKPED-VLR-TOTAL)
                                       GREATER BOOKCLI-LIMITE-CRED
               MOVE 'P'                TO BOOKPED-SITUACAO
               MOVE 'C'                TO WS-RCR-RETENCAO
             END-IF
           END-IF

           MOVE 'I'                    TO WS-CRUD
           WRITE BOOKPED
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
           IF WS-FS-PEDIDO             EQUAL ZEROS
             PERFORM 2275-GRAVAR-SERIE-PED-RCR
             PERFORM 2268-GRAVAR-AUDITORIA-PED
             PERFORM 2455-GRAVAR-ITENS-PED
             MOVE 1                    TO WS-STK-SINAL
             PERFORM 2534-RESERVAR-ESTOQUE-PED
             MOVE BOOKPED-NUM-PED      TO WS-RCR-NUM-PED
             MOVE BOOKPED-VLR-TOTAL    TO WS-RCR-VLR-PED
             ADD BOOKPED-VLR-TOTAL     TO WS-RCR-VLR-TOTAL
           ELSE
             MOVE 'S'                  TO WS-RCR-ERRO-PED
             MOVE 'ERRO NA GRAVACAO DO PEDIDO'
                                       TO WS-RCR-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2298-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR NO RELATORIO A LINHA DA OCORRENCIA TRATADA   *
      *(PEDIDO GERADO, RETIDO PARA APROVACAO, IGNORADO COM O MOTIVO OU *
      *PROGRAMACAO ENCERRADA)                                          *
      *----------------------------------------------------------------*
       2299-GRAVAR-LINHA-RCR           SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKRCR-COD-CLI        TO WS-RCR-COD-EDIT
           MOVE BOOKRCR-SEQ            TO WS-RCR-SEQ-EDIT
           MOVE WS-RCR-NUM-PED         TO WS-RCR-PED-EDIT
           MOVE WS-RCR-VLR-PED         TO WS-RCR-VLR-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-RCR-COD-EDIT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-RCR-SEQ-EDIT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-RCR-RZ-SOCIAL     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-RCR-DT-OCOR       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-RCR-PED-EDIT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-RCR-VLR-EDIT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-RCR-ACAO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-RCR-MOTIVO        DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2299-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA VALIDAR O ARQUIVO DE IMPORTACAO ANTES DA CARGA:     *
      *CABECALHO (TIPO/DATA/SEQUENCIA), TRAILER COM TOTAL DE REGISTROS *
      *E RECUSA DE DATA/SEQUENCIA JA PROCESSADA (ARQ-CTRL-IMP)         *
      *----------------------------------------------------------------*
       2270-VALIDAR-ARQUIVO-IMP        SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-ARQ-IMP-VALIDO
           MOVE SPACES                 TO WS-IMP-MOTIVO
           MOVE ZEROS                  TO WS-IMP-QTD-DADOS
           MOVE ZEROS                  TO WS-IMP-QTD-TRAILER
           MOVE 'N'                    TO WS-IMP-TEM-TRAILER
           MOVE SPACES                 TO WS-CTRL-TIPO
           MOVE ZEROS                  TO WS-CTRL-DATA
           MOVE ZEROS                  TO WS-CTRL-SEQ

           OPEN INPUT                  ARQ-IMPORT
           IF WS-FS-IMPORT             NOT EQUAL ZEROS
             MOVE 'N'                  TO WS-ARQ-IMP-VALIDO
             MOVE 'ERRO NA ABERTURA DO ARQUIVO DE IMPORTACAO'
                                       TO WS-IMP-MOTIVO
           ELSE
             MOVE SPACES               TO WS-REG-IMP-CONTROLE
             READ ARQ-IMPORT           INTO WS-REG-IMP-CONTROLE
             IF WS-FS-IMPORT           NOT EQUAL ZEROS
             OR WS-IMP-TIPO-REG        NOT EQUAL 'H'
               MOVE 'N'                TO WS-ARQ-IMP-VALIDO
               MOVE 'CABECALHO AUSENTE NO ARQUIVO DE IMPORTACAO'
                                       TO WS-IMP-MOTIVO
             ELSE
               IF WS-IMP-H-TIPO        NOT EQUAL WS-IMP-TIPO-ESPERADO
                 MOVE 'N'              TO WS-ARQ-IMP-VALIDO
                 MOVE 'TIPO DE ARQUIVO NAO CONFERE NO CABECALHO'
                                       TO WS-IMP-MOTIVO
               ELSE
                 MOVE WS-IMP-H-TIPO    TO WS-CTRL-TIPO
                 MOVE WS-IMP-H-DATA    TO WS-CTRL-DATA
                 MOVE WS-IMP-H-SEQ     TO WS-CTRL-SEQ
                 PERFORM 2273-CONTAR-REGISTROS-IMP
               END-IF
             END-IF
             CLOSE ARQ-IMPORT
           END-IF

           IF WS-ARQ-IMP-VALIDO        EQUAL 'S'
             IF WS-IMP-TEM-TRAILER     EQUAL 'N'
               MOVE 'N'                TO WS-ARQ-IMP-VALIDO
               MOVE 'TRAILER AUSENTE NO ARQUIVO DE IMPORTACAO'
                                       TO WS-IMP-MOTIVO
             ELSE
               IF WS-IMP-QTD-TRAILER   NOT EQUAL WS-IMP-QTD-DADOS
                 MOVE 'N'              TO WS-ARQ-IMP-VALIDO
                 MOVE 'TOTAL DO TRAILER NAO CONFERE COM OS REGISTROS'
                                       TO WS-IMP-MOTIVO
               ELSE
                 PERFORM 2271-CONSULTAR-CTRL-IMP
                 IF WS-IMP-JA-PROCESSADO
                                       EQUAL 'S'
                   MOVE 'N'            TO WS-ARQ-IMP-VALIDO
                   MOVE 'ARQUIVO JA PROCESSADO (DATA/SEQUENCIA)'
                                       TO WS-IMP-MOTIVO
                 END-IF
               END-IF
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2270-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA CONTAR OS REGISTROS DE DADOS E LOCALIZAR O TRAILER  *
      *DO ARQUIVO DE IMPORTACAO (APOIO DA 2270)                        *
      *----------------------------------------------------------------*
       2273-CONTAR-REGISTROS-IMP       SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-FIM-ARQ-CTRL
           PERFORM UNTIL WS-FIM-ARQ-CTRL EQUAL 'S'
             MOVE SPACES               TO WS-REG-IMP-CONTROLE
             READ ARQ-IMPORT           INTO WS-REG-IMP-CONTROLE
             IF WS-FS-IMPORT           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-CTRL
             ELSE
               EVALUATE WS-IMP-TIPO-REG
                  WHEN 'T'
                     IF WS-IMP-TEM-TRAILER EQUAL 'S'
                        MOVE 'N'       TO WS-ARQ-IMP-VALIDO
                        MOVE 'MAIS DE UM TRAILER NO ARQUIVO'
                                       TO WS-IMP-MOTIVO
                     ELSE
                        MOVE 'S'       TO WS-IMP-TEM-TRAILER
                        MOVE WS-IMP-T-QTD
                                       TO WS-IMP-QTD-TRAILER
                     END-IF
                  WHEN 'H'
                     MOVE 'N'          TO WS-ARQ-IMP-VALIDO
                     MOVE 'MAIS DE UM CABECALHO NO ARQUIVO'
                                       TO WS-IMP-MOTIVO
                  WHEN OTHER
                     IF WS-IMP-TEM-TRAILER EQUAL 'S'
                        MOVE 'N'       TO WS-ARQ-IMP-VALIDO
                        MOVE 'REGISTRO DE DADOS APOS O TRAILER'
                                       TO WS-IMP-MOTIVO
                     ELSE
                        ADD 1          TO WS-IMP-QTD-DADOS
                     END-IF
               END-EVALUATE
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2273-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA LER O ULTIMO NUMERO EMITIDO DA SERIE DOS PEDIDOS    *
      *RECORRENTES - ARQUIVO INEXISTENTE OU NUMERO ABAIXO DA FAIXA     *
      *RESERVADA (WS-RCR-FAIXA) INICIA A SERIE NO INICIO DA FAIXA,     *
      *PARA NAO COLIDIR COM OS NUMEROS DE PEDIDO DIGITADOS             *
      *----------------------------------------------------------------*
       2274-LER-SERIE-PED-RCR          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-RCR-ULT-PED
           OPEN INPUT                  ARQ-SERIE-PED
           IF WS-FS-SERIE-PED          EQUAL ZEROS
             READ ARQ-SERIE-PED
             IF WS-FS-SERIE-PED        EQUAL ZEROS
             AND FD-ARQ-SERIE-PED      NUMERIC
               MOVE FD-ARQ-SERIE-PED   TO WS-RCR-ULT-PED
             END-IF
             CLOSE ARQ-SERIE-PED
           END-IF
           IF WS-RCR-ULT-PED           LESS WS-RCR-FAIXA
             MOVE WS-RCR-FAIXA         TO WS-RCR-ULT-PED
           END-IF
           .
      *----------------------------------------------------------------*
       2274-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR O ULTIMO NUMERO EMITIDO DA SERIE DOS       *
      *PEDIDOS RECORRENTES                                             *
      *----------------------------------------------------------------*
       2275-GRAVAR-SERIE-PED-RCR       SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT                 ARQ-SERIE-PED
           IF WS-FS-SERIE-PED          EQUAL ZEROS
             MOVE WS-RCR-ULT-PED       TO FD-ARQ-SERIE-PED
             WRITE FD-ARQ-SERIE-PED
             CLOSE ARQ-SERIE-PED
           ELSE
             DISPLAY 'ERRO AO REGRAVAR A SERIE DE PEDIDOS - FS: '
                     WS-FS-SERIE-PED
           END-IF
           .
      *----------------------------------------------------------------*
       2275-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O RESUMO FINAL DO RELATORIO DE PEDIDOS       *
      *RECORRENTES                                                     *
      *----------------------------------------------------------------*
       2276-GRAVAR-TOTAIS-RCR          SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-RCR-VENCIDOS       TO WS-RCR-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'OCORRENCIAS VENCIDAS....: '
                                       DELIMITED BY SIZE
                  WS-RCR-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-RCR-GERADOS        TO WS-RCR-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PEDIDOS GERADOS.........: '
                                       DELIMITED BY SIZE
                  WS-RCR-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-RCR-RETIDOS        TO WS-RCR-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'RETIDOS P/ APROVACAO....: '
                                       DELIMITED BY SIZE
                  WS-RCR-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-RCR-IGNORADOS      TO WS-RCR-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'IGNORADOS...............: '
                                       DELIMITED BY SIZE
                  WS-RCR-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-RCR-ENCERRADOS     TO WS-RCR-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PROGRAMACOES ENCERRADAS.: '
                                       DELIMITED BY SIZE
                  WS-RCR-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE WS-RCR-VLR-TOTAL       TO WS-RCR-VLR-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'VALOR DOS PEDIDOS.......: '
                                       DELIMITED BY SIZE
                  WS-RCR-VLR-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2276-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA CONSULTAR SE A DATA/SEQUENCIA DO CABECALHO JA FOI   *
      *PROCESSADA (ARQ-CTRL-IMP)                                       *
      *----------------------------------------------------------------*
       2271-CONSULTAR-CTRL-IMP         SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-IMP-JA-PROCESSADO
           OPEN INPUT                  ARQ-CTRL-IMP
           IF WS-FS-CTRL-IMP           EQUAL ZEROS
             MOVE 'N'                  TO WS-FIM-ARQ-CTRL
             PERFORM UNTIL WS-FIM-ARQ-CTRL EQUAL 'S'
               MOVE SPACES             TO WS-REG-CTRL-LIDO
               READ ARQ-CTRL-IMP       INTO WS-REG-CTRL-LIDO
               IF WS-FS-CTRL-IMP       NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-CTRL
               ELSE
                 IF WS-CTRL-L-TIPO     EQUAL WS-CTRL-TIPO
                 AND WS-CTRL-L-DATA    EQUAL WS-CTRL-DATA
                 AND WS-CTRL-L-SEQ     EQUAL WS-CTRL-SEQ
                   MOVE 'S'            TO WS-IMP-JA-PROCESSADO
                   MOVE 'S'            TO WS-FIM-ARQ-CTRL
                 END-IF
               END-IF
             END-PERFORM
             CLOSE ARQ-CTRL-IMP
           END-IF
           .
      *----------------------------------------------------------------*
       2271-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA REGISTRAR A DATA/SEQUENCIA PROCESSADA NO ARQUIVO    *
      *DE CONTROLE DE IMPORTACOES (ARQ-CTRL-IMP)                       *
      *----------------------------------------------------------------*
       2272-REGISTRAR-CTRL-IMP         SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND                 ARQ-CTRL-IMP
           IF WS-FS-CTRL-IMP           EQUAL ZEROS OR '05'
             WRITE FD-ARQ-CTRL-IMP     FROM WS-REG-CTRL-IMP
             CLOSE ARQ-CTRL-IMP
           END-IF
           .
      *----------------------------------------------------------------*
       2272-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LINHA REJEITADA DO ARQUIVO DE CLIENTES       *
      *----------------------------------------------------------------*
       2241-GRAVAR-REJEITADO-CLI       SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-REJ
           STRING FD-ARQ-IMPORT        DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WS-MOTIVO-REJ        DELIMITED BY SIZE
                  INTO WS-LINHA-REJ
           WRITE FD-ARQ-REJEITADOS     FROM WS-LINHA-REJ
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2236-TESTAR-FS-ARQ-REJEITADOS
           ADD 1                       TO ACU-REJEITADOS
           .
      *----------------------------------------------------------------*
       2241-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      
      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR A TELA DE SERVICOS DO VENDEDOR               *
      *----------------------------------------------------------------*
       2230-OPCOES-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                  WS-OPCAO
           PERFORM                     UNTIL WS-OPCAO
                                       EQUAL 9

             DISPLAY WS-LIMPAR-TELA    AT 2302
             DISPLAY SS-MENU-OPCAO-VENDEDOR
             DISPLAY SS-TELA-SERVICO-VEND
             ACCEPT  WS-OPCAO
             EVALUATE WS-OPCAO
               WHEN 1
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-VEN-ABERTO
                                      EQUAL 'N'
                      MOVE 'V'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2231-INCLUIR-VENDEDOR
                  END-IF
               WHEN 2
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-VEN-ABERTO
                                      EQUAL 'N'
                      MOVE 'V'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2232-ALTERAR-VENDEDOR
                  END-IF
               WHEN 3
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-VEN-ABERTO
                                      EQUAL 'N'
                      MOVE 'V'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2233-DELETAR-VENDEDOR
                  END-IF
               WHEN 4
                  MOVE 'M'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-VEN-ABERTO
                                      EQUAL 'N'
                      MOVE 'V'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2234-IMPORTAR-VENDEDOR
                  END-IF
               WHEN 5
                  IF WS-ARQ-VEN-ABERTO
                                      EQUAL 'N'
                    MOVE 'V'          TO WS-RESPOSTA
                    PERFORM 2212-ABRIR-ARQUIVO
                  END-IF
                  PERFORM 2253-EXPORTAR-VENDEDOR
               WHEN 6
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-VEN-ABERTO
                                      EQUAL 'N'
                      MOVE 'V'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2257-REATIVAR-VENDEDOR
                  END-IF
               WHEN 7
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-MET-ABERTO
                                      EQUAL 'N'
                      MOVE 'T'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2258-MANTER-META-VENDEDOR
                  END-IF
               WHEN 8
                  MOVE 'M'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-COM-ABERTO
                                      EQUAL 'N'
                      MOVE 'F'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2855-MANTER-COMISSAO
                  END-IF
               WHEN OTHER
                   IF WS-OPCAO NOT EQUAL 9
                       DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                       MOVE
                       'OPCAO INVALIDA - ESCOLHA UMA DAS OPCOES DO MENU'
                                       TO WS-MENSAGEM
                       DISPLAY WS-MENSAGEM
                                       AT 2302
                       STOP ' '
                   ELSE
                       DISPLAY WS-LIMPAR-OPCAO
                                       AT 2322
                       PERFORM 2211-LIMPAR-MENU-OPCAO
                   END-IF
             END-EVALUATE
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
                                                                        
      *----------------------------------------------------------------*
      *ROTINA PARA INCLUIR VENDEDOR NO ARQUIVO ARQ-VENDEDOR            *
      *----------------------------------------------------------------*
       2231-INCLUIR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE
           'I N C L U I R  V E N D E D O R'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-VENDEDOR
           ACCEPT  SS-CODIGO-VENDEDOR
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-VENDEDOR           KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ
                       
           IF WS-ACHOU-COD EQUAL 'N' 
              MOVE 1                  TO BOOKLINK-RETORNO
               
              PERFORM UNTIL BOOKLINK-RETORNO EQUAL ZEROS
                 ACCEPT SS-CPF-VENDEDOR
                 MOVE BOOKVEN-CPF        TO WS-DOC-NUMERO
                 MOVE 'CPF'              TO WS-DOC-TIPO
                 PERFORM 3230-VALIDAR-CPF-CNPJ
                 IF BOOKLINK-RETORNO        EQUAL 1 OR 2 OR 3
                    DISPLAY WS-LIMPAR-TELA    AT 2302
                    DISPLAY "INFORME UM CPF VALIDO!!!"
                                                 AT 2315
                    STOP ' '
                 END-IF
               END-PERFORM
              MOVE BOOKVEN-CPF           TO WS-DOC-NUMERO
              MOVE 'CPF'                 TO WS-DOC-TIPO
              PERFORM 3230-VALIDAR-CPF-CNPJ
              MOVE 'S'                 TO WS-ACHOU-COD
              READ ARQ-VENDEDOR        KEY IS BOOKVEN-CPF
                                       INVALID KEY
                MOVE 'N'               TO WS-ACHOU-COD
              END-READ
              IF WS-ACHOU-COD EQUAL 'N'
                MOVE 'I'               TO WS-CRUD
                MOVE 'A'               TO BOOKVEN-SITUACAO
                MOVE ZEROS             TO BOOKVEN-DT-INATIVACAO
                ACCEPT SS-NOME-VENDEDOR
                MOVE 'N'               TO WS-GEO-VALIDO
                PERFORM UNTIL WS-GEO-VALIDO EQUAL 'S'
                   ACCEPT SS-LATITUDE-VENDEDOR
                   MOVE BOOKVEN-LATITUDE-VEND
                                        TO WS-GEO-VALOR
                   MOVE 'LAT'          TO WS-GEO-TIPO
                   PERFORM 3231-VALIDAR-GEO
                   IF WS-GEO-VALIDO    EQUAL 'N'
                      DISPLAY WS-LIMPAR-TELA AT 2302
                      DISPLAY "LATITUDE DEVE ESTAR ENTRE -90 E 90"
                                        AT 2315
                      STOP ' '
                      DISPLAY WS-LIMPAR-TELA AT 2302
                   END-IF
                END-PERFORM
                MOVE 'N'               TO WS-GEO-VALIDO
                PERFORM UNTIL WS-GEO-VALIDO EQUAL 'S'
                   ACCEPT SS-LONGITUDE-VENDEDOR
                   MOVE BOOKVEN-LONGITUDE-VEND
                                        TO WS-GEO-VALOR
                   MOVE 'LON'          TO WS-GEO-TIPO
                   PERFORM 3231-VALIDAR-GEO
                   IF WS-GEO-VALIDO    EQUAL 'N'
                      DISPLAY WS-LIMPAR-TELA AT 2302
                      DISPLAY "LONGITUDE DEVE ESTAR ENTRE -180 E 180"
                                        AT 2315
                      STOP ' '
                      DISPLAY WS-LIMPAR-TELA AT 2302
                   END-IF
                END-PERFORM
                PERFORM 2235-GRAVAR-VENDEDOR
              ELSE
                MOVE 'VENDEDOR JA EXISTE NO ARQUIVO'
                                       TO WS-MENSAGEM 
                DISPLAY WS-MENSAGEM    AT 2315
                
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
              END-IF
           ELSE
              MOVE 'CODIGO VENDEDOR JA EXISTE NO ARQUIVO'
                                       TO WS-MENSAGEM
              DISPLAY WS-MENSAGEM      AT 2315
              STOP ' '
              PERFORM 2220-LIMPAR-FUNDO
              DISPLAY WS-LIMPAR-TELA
              DISPLAY SS-TELA-PRINCIPAL
              DISPLAY SS-TELA-OPCAO
              DISPLAY SS-SUB-MENU
              DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2231-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ALTERAR VENDEDOR NO ARQUIVO ARQ-VENDEDOR        *
      *----------------------------------------------------------------*
       2232-ALTERAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'A L T E R A R  V E N D E D O R'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217                          
           DISPLAY SS-TELA-INSERIR-VENDEDOR
           ACCEPT  SS-CODIGO-VENDEDOR
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-VENDEDOR KEY       IS BOOKVEN-COD-VEND
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ
                       
           IF WS-ACHOU-COD             EQUAL 'S'
             MOVE 'A'                  TO WS-CRUD
             MOVE BOOKVEN              TO WS-BOOKVEN-ANTES
             DISPLAY BOOKVEN-CPF       AT 0720
             DISPLAY BOOKVEN-NOME      AT 0920
             DISPLAY BOOKVEN-LATITUDE-VEND
                                       AT 1120
             DISPLAY BOOKVEN-LONGITUDE-VEND
                                       AT 1320
             ACCEPT SS-NOME-VENDEDOR
             MOVE 'N'                  TO WS-GEO-VALIDO
             PERFORM UNTIL WS-GEO-VALIDO EQUAL 'S'
                ACCEPT SS-LATITUDE-VENDEDOR
                MOVE BOOKVEN-LATITUDE-VEND
                                        TO WS-GEO-VALOR
                MOVE 'LAT'             TO WS-GEO-TIPO
                PERFORM 3231-VALIDAR-GEO
                IF WS-GEO-VALIDO       EQUAL 'N'
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "LATITUDE DEVE ESTAR ENTRE -90 E 90"
                                        AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             MOVE 'N'                  TO WS-GEO-VALIDO
             PERFORM UNTIL WS-GEO-VALIDO EQUAL 'S'
                ACCEPT SS-LONGITUDE-VENDEDOR
                MOVE BOOKVEN-LONGITUDE-VEND
                                        TO WS-GEO-VALOR
                MOVE 'LON'             TO WS-GEO-TIPO
                PERFORM 3231-VALIDAR-GEO
                IF WS-GEO-VALIDO       EQUAL 'N'
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "LONGITUDE DEVE ESTAR ENTRE -180 E 180"
                                        AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             PERFORM 2229-CONFERIR-REGRAVACAO-VEND
             IF WS-REGRAVA-OK          EQUAL 'S'
               PERFORM 2235-GRAVAR-VENDEDOR
             ELSE
               MOVE 'ALTERACAO NAO GRAVADA'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             END-IF
             PERFORM 2220-LIMPAR-FUNDO
             DISPLAY WS-LIMPAR-TELA
             DISPLAY SS-TELA-PRINCIPAL
             DISPLAY SS-TELA-OPCAO
             DISPLAY SS-SUB-MENU
             DISPLAY SS-TELA-CADASTRO
           ELSE
             MOVE 'VENDEDOR NAO EXISTE NO ARQUIVO'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
             PERFORM 2220-LIMPAR-FUNDO
             DISPLAY WS-LIMPAR-TELA
             DISPLAY SS-TELA-PRINCIPAL
             DISPLAY SS-TELA-OPCAO
             DISPLAY SS-SUB-MENU
             DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2232-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA APAGAR VENDEDOR NO ARQUIVO ARQ-VENDEDOR         *
      *----------------------------------------------------------------*
       2233-DELETAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'A P A G A R  V E N D E D O R'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217                          
           DISPLAY SS-TELA-INSERIR-VENDEDOR
           ACCEPT  SS-CODIGO-VENDEDOR
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-VENDEDOR           KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ
           IF WS-ACHOU-COD             EQUAL 'S'
           AND BOOKVEN-SITUACAO        EQUAL 'I'
              MOVE 'X'                 TO WS-ACHOU-COD
           END-IF

           IF WS-ACHOU-COD             EQUAL 'S'
             MOVE BOOKVEN              TO WS-BOOKVEN-ANTES
             DISPLAY BOOKVEN-CPF       AT 0720
             DISPLAY BOOKVEN-NOME      AT 0920
             DISPLAY BOOKVEN-LATITUDE-VEND
                                       AT 1120
             DISPLAY BOOKVEN-LONGITUDE-VEND
                                       AT 1320
             STOP ' '
             PERFORM 2254-CONTAR-CLIENTES-VEND
           IF WS-QTD-CLI-VINC          GREATER ZEROS
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE WS-QTD-CLI-VINC      TO WS-QTD-CLI-VINC-EDIT
             DISPLAY 'NAO E POSSIVEL EXCLUIR - EXISTEM '
                                       AT 2302
             DISPLAY WS-QTD-CLI-VINC-EDIT
                                       AT 2334
             DISPLAY ' CLIENTE(S) VINCULADO(S)'
                                       AT 2341
             STOP ' '
             PERFORM 2220-LIMPAR-FUNDO
             DISPLAY WS-LIMPAR-TELA
             DISPLAY SS-TELA-PRINCIPAL
             DISPLAY SS-TELA-OPCAO
             DISPLAY SS-SUB-MENU
             DISPLAY SS-TELA-CADASTRO
           ELSE
             MOVE 'DESEJA REALMENTE EXCLUIR (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302

             MOVE SPACES             TO WS-RESPOSTA
             PERFORM UNTIL WS-RESPOSTA EQUAL 'S' OR 'N'
               ACCEPT WS-RESPOSTA      UPPER AT 2355
                IF WS-RESPOSTA         NOT EQUAL 'S' AND 'N'
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                   MOVE 'OPCAO INVALIDA'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2318
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                   MOVE
                   'DESEJA REALMENTE EXCLUIR (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2302
                END-IF
             END-PERFORM

             IF WS-RESPOSTA EQUAL 'S'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'D'                TO WS-CRUD
               PERFORM 2229-CONFERIR-REGRAVACAO-VEND
               IF WS-REGRAVA-OK        EQUAL 'S'
                 PERFORM 2235-GRAVAR-VENDEDOR
               ELSE
                 MOVE 'INATIVACAO NAO GRAVADA'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
                 STOP ' '
               END-IF
               PERFORM 2220-LIMPAR-FUNDO
               DISPLAY WS-LIMPAR-TELA
               DISPLAY SS-TELA-PRINCIPAL
               DISPLAY SS-TELA-OPCAO
               DISPLAY SS-SUB-MENU
               DISPLAY SS-TELA-CADASTRO
             ELSE
               MOVE SPACES             TO WS-RESPOSTA
               PERFORM 2220-LIMPAR-FUNDO
               DISPLAY WS-LIMPAR-TELA
               DISPLAY SS-TELA-PRINCIPAL
               DISPLAY SS-TELA-OPCAO
               DISPLAY SS-SUB-MENU
               DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF
           ELSE
               IF WS-ACHOU-COD         EQUAL 'X'
                 MOVE "VENDEDOR JA ESTA INATIVO"
                                       TO WS-MENSAGEM
               ELSE
                 MOVE "VENDEDOR NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
               END-IF
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
               PERFORM 2220-LIMPAR-FUNDO
               DISPLAY WS-LIMPAR-TELA
               DISPLAY SS-TELA-PRINCIPAL
               DISPLAY SS-TELA-OPCAO
               DISPLAY SS-SUB-MENU
               DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2233-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      
      *----------------------------------------------------------------*
      *ROTINA PARA IMPORTAR VENDEDOR EM UM ARQUIVO EXTERNO             *
      *----------------------------------------------------------------*
       2234-IMPORTAR-VENDEDOR          SECTION.
      *----------------------------------------------------------------*

           IF WS-MODO-BATCH            EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'INFORME O CAMINHO DO ARQUIVO :'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             ACCEPT WS-ARQ-IMPORT      AT 2333
             MOVE 'INFORME O CAMINHO DO ARQUIVO DE REJEITADOS :'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2304
             ACCEPT WS-ARQ-REJEITADOS  AT 2346
           ELSE
             DISPLAY 'IMPORTACAO EM LOTE - ARQUIVO: '
                     FUNCTION TRIM (WS-ARQ-IMPORT)
           END-IF
           MOVE SPACES                 TO WS-ARQ-CKP
           STRING FUNCTION TRIM (WS-ARQ-IMPORT)
                                       DELIMITED BY SIZE
                  '.CKP'               DELIMITED BY SIZE
                  INTO WS-ARQ-CKP
           MOVE ZEROS                  TO WS-REG-LIDO-VEND
           PERFORM 2248-LER-CHECKPOINT-VEND
           IF WS-CKP-REG-VEND          GREATER ZEROS
             MOVE WS-CKP-REG-VEND      TO WS-CKP-REG-EDIT
             MOVE 'RETOMANDO IMPORTACAO A PARTIR DO REGISTRO '
                                       TO WS-MENSAGEM
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY WS-MENSAGEM     AT 2306
               DISPLAY WS-CKP-REG-EDIT AT 2348
             ELSE
               DISPLAY FUNCTION TRIM (WS-MENSAGEM) WS-CKP-REG-EDIT
             END-IF
           END-IF

           MOVE 'VEN'                  TO WS-IMP-TIPO-ESPERADO
           PERFORM 2270-VALIDAR-ARQUIVO-IMP
           IF WS-ARQ-IMP-VALIDO        EQUAL 'S'

           MOVE 'N'                    TO WS-FIM-ARQ-IMPORT-VEND
           MOVE 'W'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           MOVE 'J'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO

           IF WS-FS-IMPORT-VEND        EQUAL ZEROS
             PERFORM UNTIL WS-FIM-ARQ-IMPORT-VEND
                                       EQUAL'S'
               INITIALIZE              WS-AREA-ARQ-IMPORT-VEN
               READ ARQ-IMPORT-VEND    INTO WS-AREA-ARQ-IMPORT-VEN
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 2239-TESTAR-FS-ARQ-IMPORT-VEND
               IF WS-FS-IMPORT-VEND    EQUAL ZEROS
                IF FD-ARQ-IMPORT-VEND (1:1)
                                       EQUAL 'H' OR 'T'
                  CONTINUE
                ELSE
                 ADD 1                 TO WS-REG-LIDO-VEND
                 IF WS-REG-LIDO-VEND   GREATER WS-CKP-REG-VEND
                   PERFORM 2238-MOVER-REGISTRO-VENDEDOR
                   PERFORM 2249-GRAVAR-CHECKPOINT-VEND
                 END-IF
                END-IF
               ELSE
                 MOVE 'S'              TO WS-FIM-ARQ-IMPORT-VEND
                 CLOSE ARQ-IMPORT-VEND
                 MOVE WS-FECHAMENTO    TO WS-OPERACAO
                 PERFORM 2239-TESTAR-FS-ARQ-IMPORT-VEND
                 IF WS-FS-IMPORT-VEND  NOT EQUAL ZEROS
                 AND WS-MODO-BATCH     EQUAL 'N'
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                 END-IF
               END-IF
             END-PERFORM
             PERFORM 2250-LIMPAR-CHECKPOINT-VEND
             PERFORM 2272-REGISTRAR-CTRL-IMP
           ELSE
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY WS-LIMPAR-TELA  AT 2302
             END-IF
           END-IF

           IF WS-ARQ-REJ-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-REJEITADOS
             PERFORM 2236-TESTAR-FS-ARQ-REJEITADOS
             MOVE 'N'                  TO WS-ARQ-REJ-ABERTO
           END-IF

           MOVE ACU-REJEITADOS         TO WS-ACU-REJ-EDIT
           IF WS-MODO-BATCH            EQUAL 'N'
             DISPLAY 'REGISTROS GRAVADOS 'ACU-GRAVADOS
                                       AT 2317
             DISPLAY 'REGISTROS REJEITADOS 'WS-ACU-REJ-EDIT
                                       AT 2318
             DISPLAY 'USUARIO RESPONSAVEL 'WS-USUARIO-ID
                                       AT 2319
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           ELSE
             DISPLAY 'REGISTROS GRAVADOS 'ACU-GRAVADOS
             DISPLAY 'REGISTROS REJEITADOS 'WS-ACU-REJ-EDIT
             DISPLAY 'USUARIO RESPONSAVEL 'WS-USUARIO-ID
           END-IF

           ELSE
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               DISPLAY 'ARQUIVO RECUSADO: 'WS-IMP-MOTIVO
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             ELSE
               DISPLAY 'ARQUIVO RECUSADO: '
                       FUNCTION TRIM (WS-IMP-MOTIVO)
             END-IF
           END-IF
           MOVE ACU-GRAVADOS           TO WS-RUN-GRAV
           MOVE ACU-REJEITADOS         TO WS-RUN-REJ
           INITIALIZE                  ACU-GRAVADOS
           INITIALIZE                  ACU-REJEITADOS
           .
      *----------------------------------------------------------------*
       2234-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA EXPORTAR O ARQUIVO DE VENDEDORES EM FORMATO CSV     *
      *----------------------------------------------------------------*
       2253-EXPORTAR-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME O CAMINHO DO ARQUIVO DE EXPORTACAO :'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           ACCEPT WS-ARQ-EXPORT        AT 2346

           MOVE 'E'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           INITIALIZE                  ACU-EXPORT
           IF WS-ARQ-EXP-ABERTO        EQUAL 'S'
             MOVE ZEROS                TO BOOKVEN-COD-VEND
             START ARQ-VENDEDOR        KEY IS NOT LESS BOOKVEN-COD-VEND
             PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
             IF WS-FS-VENDEDOR         EQUAL ZEROS
               READ ARQ-VENDEDOR
               PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
             END-IF
             PERFORM UNTIL WS-FS-VENDEDOR EQUAL '10'
               IF WS-FS-VENDEDOR       EQUAL ZEROS
                 MOVE BOOKVEN-LATITUDE-VEND
                                       TO WS-LAT-EDIT-EXPORT
                 MOVE BOOKVEN-LONGITUDE-VEND
                                       TO WS-LON-EDIT-EXPORT
                 MOVE SPACES           TO WS-LINHA-EXPORT
                 STRING BOOKVEN-COD-VEND        DELIMITED BY SIZE
                        ';'                     DELIMITED BY SIZE
                        BOOKVEN-CPF             DELIMITED BY SIZE
                        ';'                     DELIMITED BY SIZE
                        FUNCTION TRIM (BOOKVEN-NOME)
                                                DELIMITED BY SIZE
                        ';'                     DELIMITED BY SIZE
                        FUNCTION TRIM (WS-LAT-EDIT-EXPORT)
                                                DELIMITED BY SIZE
                        ';'                     DELIMITED BY SIZE
                        FUNCTION TRIM (WS-LON-EDIT-EXPORT)
                                                DELIMITED BY SIZE
                                       INTO WS-LINHA-EXPORT
                 WRITE FD-ARQ-EXPORT   FROM WS-LINHA-EXPORT
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2252-TESTAR-FS-ARQ-EXPORT
                 ADD 1                 TO ACU-EXPORT
                 READ ARQ-VENDEDOR
                 PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
               END-IF
             END-PERFORM

             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-EXPORT
             PERFORM 2252-TESTAR-FS-ARQ-EXPORT
             MOVE 'N'                  TO WS-ARQ-EXP-ABERTO

             MOVE ACU-EXPORT           TO WS-ACU-EXPORT-EDIT
             DISPLAY 'REGISTROS EXPORTADOS 'WS-ACU-EXPORT-EDIT
                                       AT 2317
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           END-IF
           .
      *----------------------------------------------------------------*
       2253-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA CONTAR CLIENTES VINCULADOS A UM VENDEDOR (BOOKVEN-  *
      *COD-VEND) ANTES DE PERMITIR SUA EXCLUSAO                        *
      *----------------------------------------------------------------*
       2254-CONTAR-CLIENTES-VEND       SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE ZEROS                  TO WS-QTD-CLI-VINC
           MOVE ZEROS                  TO BOOKCLI-COD-CLI
           START ARQ-CLIENTE           KEY IS NOT LESS BOOKCLI-COD-CLI
           PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
           IF WS-FS-CLIENTE            EQUAL ZEROS
             READ ARQ-CLIENTE
             PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
           END-IF
           PERFORM UNTIL WS-FS-CLIENTE EQUAL '10'
             IF WS-FS-CLIENTE          EQUAL ZEROS
               IF BOOKCLI-COD-VEND     EQUAL BOOKVEN-COD-VEND
               AND BOOKCLI-SITUACAO    NOT EQUAL 'I'
                 ADD 1                 TO WS-QTD-CLI-VINC
               END-IF
               READ ARQ-CLIENTE
               PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2254-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REATIVAR CLIENTE INATIVADO                      *
      *----------------------------------------------------------------*
       2256-REATIVAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'R E A T I V A R  C L I E N T E S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-CLIENTE
           ACCEPT  SS-CODIGO-CLIENTE
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ

           IF WS-ACHOU-COD             EQUAL 'S'
             IF BOOKCLI-SITUACAO       EQUAL 'I'
               DISPLAY BOOKCLI-RZ-SOCIAL
                                       AT 0920
               MOVE 'A'                TO WS-CRUD
               MOVE BOOKCLI            TO WS-BOOKCLI-ANTES
               MOVE 'A'                TO BOOKCLI-SITUACAO
               MOVE ZEROS              TO BOOKCLI-DT-INATIVACAO
               REWRITE BOOKCLI
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
               IF WS-FS-CLIENTE        EQUAL ZEROS OR '02'
                 PERFORM 2243-GRAVAR-AUDITORIA-CLI
                 MOVE 'CLIENTE REATIVADO COM SUCESSO'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
                 STOP ' '
               END-IF
             ELSE
               MOVE 'CLIENTE JA ESTA ATIVO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             END-IF
           ELSE
             MOVE 'CLIENTE NAO EXISTE NO ARQUIVO'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *----------------------------------------------------------------*
       2256-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REATIVAR VENDEDOR INATIVADO                     *
      *----------------------------------------------------------------*
       2257-REATIVAR-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'R E A T I V A R  V E N D E D O R'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-VENDEDOR
           ACCEPT  SS-CODIGO-VENDEDOR
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-VENDEDOR           KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ

           IF WS-ACHOU-COD             EQUAL 'S'
             IF BOOKVEN-SITUACAO       EQUAL 'I'
               DISPLAY BOOKVEN-NOME    AT 0920
               MOVE 'A'                TO WS-CRUD
               MOVE BOOKVEN            TO WS-BOOKVEN-ANTES
               MOVE 'A'                TO BOOKVEN-SITUACAO
               MOVE ZEROS              TO BOOKVEN-DT-INATIVACAO
               REWRITE BOOKVEN
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
               IF WS-FS-VENDEDOR       EQUAL ZEROS
                 PERFORM 2244-GRAVAR-AUDITORIA-VEND
                 MOVE 'VENDEDOR REATIVADO COM SUCESSO'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
                 STOP ' '
               END-IF
             ELSE
               MOVE 'VENDEDOR JA ESTA ATIVO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             END-IF
           ELSE
             MOVE 'VENDEDOR NAO EXISTE NO ARQUIVO'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *----------------------------------------------------------------*
       2257-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR/AJUSTAR A META MENSAL DE UM VENDEDOR    *
      *    NO ARQUIVO ARQ-META (CHAVE: VENDEDOR + ANO + MES)           *
      *----------------------------------------------------------------*
       2258-MANTER-META-VENDEDOR       SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'M E T A S  D O  V E N D E D O R'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-META

           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           MOVE 'N'                    TO WS-ACHOU-VEND
           PERFORM UNTIL WS-ACHOU-VEND EQUAL 'S'
              ACCEPT SS-COD-VEND-META
              MOVE BOOKMET-COD-VEND    TO BOOKVEN-COD-VEND
              MOVE 'S'                 TO WS-ACHOU-VEND
              READ ARQ-VENDEDOR        KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                 MOVE 'N'              TO WS-ACHOU-VEND
              END-READ
              IF WS-ACHOU-VEND         EQUAL 'N'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "VENDEDOR INFORMADO NAO EXISTE"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM
           DISPLAY BOOKVEN-NOME        AT 0530

           MOVE ZEROS                  TO BOOKMET-ANO
           PERFORM UNTIL BOOKMET-ANO   GREATER 1999
              ACCEPT SS-ANO-META
              IF BOOKMET-ANO           NOT GREATER 1999
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "INFORME O ANO COM 4 DIGITOS"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM
           MOVE ZEROS                  TO BOOKMET-MES
           PERFORM UNTIL BOOKMET-MES   GREATER ZEROS
                         AND BOOKMET-MES LESS 13
              ACCEPT SS-MES-META
              IF BOOKMET-MES           EQUAL ZEROS
              OR BOOKMET-MES           GREATER 12
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "INFORME O MES DE 01 A 12"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM

           MOVE 'S'                    TO WS-META-ACHOU
           READ ARQ-META               KEY IS BOOKMET-CHAVE
                                       INVALID KEY
              MOVE 'N'                 TO WS-META-ACHOU
           END-READ

           IF WS-META-ACHOU            EQUAL 'S'
             DISPLAY BOOKMET-META-CLIENTES
                                       AT 1120
             DISPLAY BOOKMET-META-VISITAS
                                       AT 1320
           ELSE
             MOVE ZEROS                TO BOOKMET-META-CLIENTES
             MOVE ZEROS                TO BOOKMET-META-VISITAS
           END-IF
           ACCEPT SS-META-CLIENTES
           ACCEPT SS-META-VISITAS

           MOVE WS-GRAVACAO            TO WS-OPERACAO
           IF WS-META-ACHOU            EQUAL 'S'
             REWRITE BOOKMET
             PERFORM 2259-TESTAR-FS-ARQ-META
             IF WS-FS-META             EQUAL ZEROS
               MOVE 'META AJUSTADA COM SUCESSO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             END-IF
           ELSE
             WRITE BOOKMET
             PERFORM 2259-TESTAR-FS-ARQ-META
             IF WS-FS-META             EQUAL ZEROS
               MOVE 'META INCLUIDA COM SUCESSO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *----------------------------------------------------------------*
       2258-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-META        *
      *----------------------------------------------------------------*
       2259-TESTAR-FS-ARQ-META         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-META              NOT EQUAL ZEROS AND '05')

               DISPLAY 'ERRO FILE STATUS: ',WS-FS-META,' OPERACAO: ',
               WS-OPERACAO,' ARQUIVO META'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2259-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA LER O CHECKPOINT DE IMPORTACAO DO VENDEDOR (RESTART)*
      *----------------------------------------------------------------*
       2248-LER-CHECKPOINT-VEND        SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-CKP-REG-VEND
           OPEN INPUT                  ARQ-CHECKPOINT
           IF WS-FS-CKP                EQUAL ZEROS
             READ ARQ-CHECKPOINT        INTO WS-CKP-REG-IO
             MOVE WS-CKP-REG-IO         TO WS-CKP-REG-VEND
             CLOSE ARQ-CHECKPOINT
           END-IF
           .
      *----------------------------------------------------------------*
       2248-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CHECKPOINT DE IMPORTACAO DO VENDEDOR       *
      *----------------------------------------------------------------*
       2249-GRAVAR-CHECKPOINT-VEND     SECTION.
      *----------------------------------------------------------------*
           MOVE WS-REG-LIDO-VEND        TO WS-CKP-REG-VEND
                                           WS-CKP-REG-IO
           OPEN OUTPUT                 ARQ-CHECKPOINT
           WRITE FD-ARQ-CHECKPOINT     FROM WS-CKP-REG-IO
           CLOSE ARQ-CHECKPOINT
           .
      *----------------------------------------------------------------*
       2249-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA ZERAR O CHECKPOINT AO CONCLUIR A IMPORTACAO DO      *
      *VENDEDOR COM SUCESSO (SEM NECESSIDADE DE RESTART)                *
      *----------------------------------------------------------------*
       2250-LIMPAR-CHECKPOINT-VEND     SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-CKP-REG-VEND
                                           WS-CKP-REG-IO
           OPEN OUTPUT                 ARQ-CHECKPOINT
           WRITE FD-ARQ-CHECKPOINT     FROM WS-CKP-REG-IO
           CLOSE ARQ-CHECKPOINT
           .
      *----------------------------------------------------------------*
       2250-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR VENDEDOR NO ARQUIVO ARQ-VENDEDOR             *
      *----------------------------------------------------------------*
       2235-GRAVAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           
           IF WS-CRUD                  EQUAL 'I'
             WRITE BOOKVEN
             PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
             IF WS-FS-VENDEDOR         EQUAL ZEROS
                PERFORM 2244-GRAVAR-AUDITORIA-VEND
                MOVE 'VENDEDOR INSERIDO COM SUCESSO'
                                       TO WS-MENSAGEM
                DISPLAY WS-MENSAGEM    AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF
           
           IF WS-CRUD                  EQUAL 'A'
             REWRITE BOOKVEN
             PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
             IF WS-FS-VENDEDOR         EQUAL ZEROS
                PERFORM 2244-GRAVAR-AUDITORIA-VEND
                DISPLAY "VENDEDOR ALTERADO COM SUCESSO"
                                       AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF
           
           IF WS-CRUD                  EQUAL 'D'
             MOVE BOOKVEN              TO WS-BOOKVEN-ANTES
             MOVE 'I'                  TO BOOKVEN-SITUACAO
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKVEN-DT-INATIVACAO
             REWRITE BOOKVEN
             PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
             IF WS-FS-VENDEDOR         EQUAL ZEROS
                PERFORM 2244-GRAVAR-AUDITORIA-VEND
                MOVE 'VENDEDOR INATIVADO COM SUCESSO'
                                       TO WS-MENSAGEM
                DISPLAY WS-MENSAGEM    AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             ELSE
                MOVE 'NAO FOI POSSIVEL COMPLETAR A ACAO'
                                       TO WS-MENSAGEM
                DISPLAY WS-MENSAGEM    AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2235-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE VENDEDORES    *
      *(FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)        *
      *----------------------------------------------------------------*
       2244-GRAVAR-AUDITORIA-VEND      SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKVEN-COD-VEND       TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKVEN          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKVEN-ANTES TO WS-AUD-ANTES
                 MOVE BOOKVEN          TO WS-AUD-DEPOIS
              WHEN 'D'
                 MOVE WS-BOOKVEN-ANTES TO WS-AUD-ANTES
                 MOVE BOOKVEN          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' VENDEDOR CRUD='    DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2244-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-REJEITADOS  *
      *----------------------------------------------------------------*
       2236-TESTAR-FS-ARQ-REJEITADOS   SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-REJEITADOS        NOT EQUAL ZEROS)
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-REJEITADOS,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO REJEITADOS'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2236-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-AUDITORIA   *
      *----------------------------------------------------------------*
       2240-TESTAR-FS-ARQ-AUDITORIA    SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-AUDITORIA         NOT EQUAL ZEROS AND '05')
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-AUDITORIA,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO AUDITORIA'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-EXPORT      *
      *----------------------------------------------------------------*
       2252-TESTAR-FS-ARQ-EXPORT       SECTION.
      *----------------------------------------------------------------*
           IF (WS-FS-EXPORT            NOT EQUAL ZEROS)
             DISPLAY 'ERRO FILE STATUS: ',WS-FS-EXPORT,
             ' OPERACAO: ',WS-OPERACAO,' ARQUIVO EXPORT'
                                       AT 2302
               STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           END-IF
           .
      *----------------------------------------------------------------*
       2252-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-VENDEDOR    *
      *----------------------------------------------------------------*
       2237-TESTAR-FS-ARQ-VENDEDOR     SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-VENDEDOR          NOT EQUAL ZEROS AND '05')
           
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-VENDEDOR,' OPERACAO:' 
      -         ',' WS-OPERACAO,' ARQUIVO VENDEDOR'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
           END-IF
           
           IF (WS-FS-VENDEDOR          EQUAL '10')
              MOVE 'S'                 TO WS-ARQ-VEN-ABERTO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2237-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA MOVER DADOS PARA O ARQUIVO DE VENDEDORES            *
      *----------------------------------------------------------------*
       2238-MOVER-REGISTRO-VENDEDOR    SECTION.
      *----------------------------------------------------------------*     
           MOVE WS-COD-VEND            TO BOOKVEN-COD-VEND              
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-VENDEDOR           KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ
           IF WS-ACHOU-COD             EQUAL 'N'
             MOVE WS-CPF               TO BOOKVEN-CPF
             MOVE 'S'                  TO WS-ACHOU-COD
             READ ARQ-VENDEDOR         KEY IS BOOKVEN-CPF
                                       INVALID KEY
               MOVE 'N'                TO WS-ACHOU-COD
             END-READ
             IF WS-ACHOU-COD           EQUAL 'N'
               MOVE 'I'                TO WS-CRUD
               MOVE WS-NOME            TO BOOKVEN-NOME
               MOVE WS-LATITUDE-VEND   TO BOOKVEN-LATITUDE-VEND
               MOVE WS-LONGITUDE-VEND  TO BOOKVEN-LONGITUDE-VEND
               MOVE 'A'                TO BOOKVEN-SITUACAO
               MOVE ZEROS              TO BOOKVEN-DT-INATIVACAO
               WRITE BOOKVEN
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
               IF WS-FS-VENDEDOR       EQUAL ZEROS
                 ADD 1                 TO ACU-GRAVADOS
                 PERFORM 2244-GRAVAR-AUDITORIA-VEND
               END-IF
             ELSE
               MOVE 'A'                TO WS-CRUD
               MOVE BOOKVEN            TO WS-BOOKVEN-ANTES
               MOVE WS-NOME            TO BOOKVEN-NOME
               MOVE WS-LATITUDE-VEND   TO BOOKVEN-LATITUDE-VEND
               MOVE WS-LONGITUDE-VEND  TO BOOKVEN-LONGITUDE-VEND
               REWRITE BOOKVEN
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
               IF WS-FS-VENDEDOR       EQUAL ZEROS
                 ADD 1                 TO ACU-GRAVADOS
                 PERFORM 2244-GRAVAR-AUDITORIA-VEND
               END-IF
             END-IF
           ELSE
             MOVE WS-CPF               TO BOOKVEN-CPF
             MOVE 'S'                  TO WS-ACHOU-COD
             READ ARQ-VENDEDOR         KEY IS BOOKVEN-CPF
                                       INVALID KEY
               MOVE 'N'                TO WS-ACHOU-COD
             END-READ
             IF WS-ACHOU-COD           EQUAL 'N'
               MOVE 'REGISTRO INCONSISTENTE'
                                       TO WS-MOTIVO-REJ
               PERFORM 2242-GRAVAR-REJEITADO-VEND
             END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       2238-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LINHA REJEITADA DO ARQUIVO DE VENDEDORES     *
      *----------------------------------------------------------------*
       2242-GRAVAR-REJEITADO-VEND      SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-REJ
           STRING FD-ARQ-IMPORT-VEND   DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WS-MOTIVO-REJ        DELIMITED BY SIZE
                  INTO WS-LINHA-REJ
           WRITE FD-ARQ-REJEITADOS     FROM WS-LINHA-REJ
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2236-TESTAR-FS-ARQ-REJEITADOS
           ADD 1                       TO ACU-REJEITADOS
           .
      *----------------------------------------------------------------*
       2242-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      
      *----------------------------------------------------------------*
      *ROTINA PARA TESTAR FILETATUS DO ARQ-IMPORT-VENDEDOR             *
      *----------------------------------------------------------------*
       2239-TESTAR-FS-ARQ-IMPORT-VEND  SECTION.
      *----------------------------------------------------------------*     
           IF WS-FS-IMPORT-VEND       NOT EQUAL ZEROS     
           
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-IMPORT-VEND,
               ' OPERACAO: ',
               WS-OPERACAO,' ARQUIVO IMPORTACAO VENDEDOR'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
           END-IF
           .
           
      *----------------------------------------------------------------*
       2239-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR A TELA DE SERVICOS DO PEDIDO                 *
      *----------------------------------------------------------------*
       2260-OPCOES-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                  WS-OPCAO
           PERFORM                     UNTIL WS-OPCAO
                                       EQUAL 7

             DISPLAY WS-LIMPAR-TELA    AT 2302
             DISPLAY SS-MENU-OPCAO-PEDIDO
             DISPLAY SS-TELA-SERVICO-PED
             ACCEPT  WS-OPCAO
             EVALUATE WS-OPCAO
               WHEN 1
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-PED-ABERTO
                                      EQUAL 'N'
                      MOVE 'P'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2261-INCLUIR-PEDIDO
                  END-IF
               WHEN 2
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-PED-ABERTO
                                      EQUAL 'N'
                      MOVE 'P'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2262-ALTERAR-PEDIDO
                  END-IF
               WHEN 3
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-PED-ABERTO
                                      EQUAL 'N'
                      MOVE 'P'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2263-DELETAR-PEDIDO
                  END-IF
               WHEN 4
                  MOVE 'M'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-PED-ABERTO
                                      EQUAL 'N'
                      MOVE 'P'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2264-IMPORTAR-PEDIDO
                  END-IF
               WHEN 5
                  MOVE 'M'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-PED-ABERTO
                                      EQUAL 'N'
                      MOVE 'P'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2490-APROVAR-PEDIDOS
                  END-IF
               WHEN 6
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    PERFORM 2284-MANTER-RECORRENTE
                  END-IF
               WHEN OTHER
                   IF WS-OPCAO         NOT EQUAL 7
                       DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                       MOVE
                       'OPCAO INVALIDA - ESCOLHA UMA DAS OPCOES DO MENU'
                                       TO WS-MENSAGEM
                       DISPLAY WS-MENSAGEM
                                       AT 2302
                       STOP ' '
                    ELSE
                       DISPLAY WS-LIMPAR-OPCAO
                                       AT 2322
                       PERFORM 2211-LIMPAR-MENU-OPCAO
                   END-IF
             END-EVALUATE
           END-PERFORM
           .
      *
      *----------------------------------------------------------------*
       2260-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR PEDIDO NO ARQUIVO ARQ-PEDIDO            *
      *----------------------------------------------------------------*
       2261-INCLUIR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE
           'I N C L U I R  P E D I D O S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-PEDIDO
           ACCEPT  SS-NUM-PEDIDO
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-PEDIDO             KEY IS BOOKPED-NUM-PED
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ

           IF WS-ACHOU-COD EQUAL 'N'
              IF WS-ARQ-CLI-ABERTO     EQUAL 'N'
                MOVE 'C'               TO WS-RESPOSTA
                PERFORM 2212-ABRIR-ARQUIVO
              END-IF
              MOVE 'N'                 TO WS-ACHOU-COD
              PERFORM UNTIL WS-ACHOU-COD EQUAL 'S'
                 ACCEPT SS-COD-CLI-PEDIDO
                 MOVE BOOKPED-COD-CLI  TO BOOKCLI-COD-CLI
                 MOVE 'S'              TO WS-ACHOU-COD
                 READ ARQ-CLIENTE      KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                    MOVE 'N'           TO WS-ACHOU-COD
                 END-READ
                 IF WS-ACHOU-COD       EQUAL 'N'
                    DISPLAY WS-LIMPAR-TELA AT 2302
                    DISPLAY "CLIENTE INFORMADO NAO EXISTE"
                                       AT 2315
                    STOP ' '
                    DISPLAY WS-LIMPAR-TELA AT 2302
                 ELSE
      *             CLIENTE NO AVISO FINAL DO CICLO DE COBRANCA SO
      *             VOLTA A COMPRAR APOS LIBERACAO PELO MASTER
                    PERFORM 2639-VERIFICAR-BLOQUEIO-CLI
                    IF WS-COB-BLOQUEADO EQUAL 'S'
                       MOVE 'B'        TO WS-ACHOU-COD
                       DISPLAY WS-LIMPAR-TELA AT 2302
                       DISPLAY "CLIENTE BLOQUEADO POR INADIMPLENCIA"
                                       AT 2315
                       STOP ' '
                       DISPLAY WS-LIMPAR-TELA AT 2302
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-ARQ-VEN-ABERTO     EQUAL 'N'
                MOVE 'V'               TO WS-RESPOSTA
                PERFORM 2212-ABRIR-ARQUIVO
              END-IF
              MOVE BOOKCLI-COD-VEND    TO BOOKPED-COD-VEND
              DISPLAY BOOKPED-COD-VEND AT 0920
              MOVE 'N'                 TO WS-ACHOU-VEND
              PERFORM UNTIL WS-ACHOU-VEND EQUAL 'S'
                 ACCEPT SS-COD-VEND-PEDIDO
                 MOVE BOOKPED-COD-VEND TO BOOKVEN-COD-VEND
                 MOVE 'S'              TO WS-ACHOU-VEND
                 READ ARQ-VENDEDOR     KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                    MOVE 'N'           TO WS-ACHOU-VEND
                 END-READ
                 IF WS-ACHOU-VEND      EQUAL 'N'
                    DISPLAY WS-LIMPAR-TELA AT 2302
                    DISPLAY "VENDEDOR INFORMADO NAO EXISTE"
                                       AT 2315
                    STOP ' '
                    DISPLAY WS-LIMPAR-TELA AT 2302
                 END-IF
              END-PERFORM
              ACCEPT SS-DT-PEDIDO
              MOVE SPACES              TO BOOKPED-COD-CONDPAG
              PERFORM 2592-INFORMAR-COND-PAG-PED
              IF WS-ARQ-ITM-ABERTO     EQUAL 'N'
                MOVE 'M'               TO WS-RESPOSTA
                PERFORM 2212-ABRIR-ARQUIVO
              END-IF
              IF WS-ARQ-IPD-ABERTO     EQUAL 'N'
                MOVE 'D'               TO WS-RESPOSTA
                PERFORM 2212-ABRIR-ARQUIVO
              END-IF
              IF WS-ARQ-PRC-ABERTO     EQUAL 'N'
                MOVE 'O'               TO WS-RESPOSTA
                PERFORM 2212-ABRIR-ARQUIVO
              END-IF
              PERFORM 2543-ABRIR-ARQ-ESTOQUE
              PERFORM 2450-ACEITAR-ITENS-PED
              MOVE WS-IPD-TOT-QTD      TO BOOKPED-QTD-ITENS
              MOVE WS-IPD-TOT-VLR      TO BOOKPED-VLR-TOTAL
              DISPLAY BOOKPED-QTD-ITENS
                                       AT 1320
              DISPLAY BOOKPED-VLR-TOTAL
                                       AT 1520
              MOVE 'A'                 TO BOOKPED-SITUACAO
              IF WS-PAR-ALCADA-PED     GREATER ZEROS
              AND BOOKPED-VLR-TOTAL    GREATER WS-PAR-ALCADA-PED
                MOVE 'P'               TO BOOKPED-SITUACAO
                DISPLAY WS-LIMPAR-TELA AT 2302
                MOVE
                'VALOR ACIMA DA ALCADA - PEDIDO PENDENTE DE APROVACAO'
                                       TO WS-MENSAGEM
                DISPLAY WS-MENSAGEM    AT 2302
                STOP ' '
                DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
              IF BOOKPED-SITUACAO      EQUAL 'A'
              AND BOOKCLI-LIMITE-CRED  GREATER ZEROS
                PERFORM 2493-APURAR-EXPOSICAO-CLI
                IF (WS-EXP-VALOR + BOOKPED-VLR-TOTAL)
                                       GREATER BOOKCLI-LIMITE-CRED
                  MOVE 'P'             TO BOOKPED-SITUACAO
                  MOVE WS-EXP-VALOR    TO WS-EXP-EDIT
                  DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                  MOVE
                  'LIMITE DE CREDITO EXCEDIDO - ENVIADO PARA APROVACAO'
                                       TO WS-MENSAGEM
                  DISPLAY WS-MENSAGEM  AT 2302
                  DISPLAY 'EXPOSICAO ATUAL: '
                                       AT 2402
                  DISPLAY WS-EXP-EDIT  AT 2419
                  STOP ' '
                  DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                END-IF
              END-IF
              DISPLAY BOOKPED-SITUACAO AT 1724
              MOVE 'I'                 TO WS-CRUD
              PERFORM 2265-GRAVAR-PEDIDO
              IF (WS-FS-PEDIDO         EQUAL ZEROS OR '02')
              AND WS-FEC-BLOQUEADO     NOT EQUAL 'S'
                PERFORM 2455-GRAVAR-ITENS-PED
      *         PEDIDO ABERTO OU PENDENTE DE APROVACAO JA RESERVA O
      *         ESTOQUE DAS SUAS LINHAS
                MOVE 1                 TO WS-STK-SINAL
                PERFORM 2534-RESERVAR-ESTOQUE-PED
              END-IF
           ELSE
              DISPLAY "NUMERO DE PEDIDO JA EXISTE NO ARQUIVO"
                                       AT 2315
              STOP ' '
              PERFORM 2220-LIMPAR-FUNDO
              DISPLAY WS-LIMPAR-TELA
              DISPLAY SS-TELA-PRINCIPAL
              DISPLAY SS-TELA-OPCAO
              DISPLAY SS-SUB-MENU
              DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2261-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ALTERAR PEDIDO NO ARQUIVO ARQ-PEDIDO            *
      *----------------------------------------------------------------*
       2262-ALTERAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'A L T E R A R  P E D I D O S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-PEDIDO
           ACCEPT  SS-NUM-PEDIDO
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-PEDIDO KEY         IS BOOKPED-NUM-PED
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ

      *    PEDIDO PENDENTE DE APROVACAO SO PODE SER ALTERADO PELO
      *    PERFIL MASTER - A DECISAO PASSA PELA FILA DE APROVACAO
           IF WS-ACHOU-COD             EQUAL 'S'
           AND BOOKPED-SITUACAO        EQUAL 'P'
           AND WS-USUARIO-PERFIL       NOT EQUAL 'M'
              MOVE 'Q'                 TO WS-ACHOU-COD
           END-IF

           IF WS-ACHOU-COD             EQUAL 'S'
             MOVE 'A'                  TO WS-CRUD
             MOVE BOOKPED              TO WS-BOOKPED-ANTES
             MOVE BOOKPED-VLR-TOTAL    TO WS-ALT-VLR-ANT
             MOVE BOOKPED-SITUACAO     TO WS-ALT-SIT-ANT
             DISPLAY BOOKPED-COD-CLI   AT 0722
             DISPLAY BOOKPED-COD-VEND  AT 0920
             DISPLAY BOOKPED-DT-PEDIDO AT 1123
             DISPLAY BOOKPED-QTD-ITENS AT 1320
             DISPLAY BOOKPED-VLR-TOTAL AT 1520
             DISPLAY BOOKPED-SITUACAO  AT 1724
             DISPLAY BOOKPED-COD-CONDPAG
                                       AT 1920
             IF WS-ARQ-VEN-ABERTO      EQUAL 'N'
               MOVE 'V'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             MOVE 'N'                  TO WS-ACHOU-VEND
             PERFORM UNTIL WS-ACHOU-VEND EQUAL 'S'
                ACCEPT SS-COD-VEND-PEDIDO
                MOVE BOOKPED-COD-VEND  TO BOOKVEN-COD-VEND
                MOVE 'S'               TO WS-ACHOU-VEND
                READ ARQ-VENDEDOR      KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                   MOVE 'N'            TO WS-ACHOU-VEND
                END-READ
                IF WS-ACHOU-VEND       EQUAL 'N'
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "VENDEDOR INFORMADO NAO EXISTE"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             ACCEPT SS-DT-PEDIDO
             PERFORM 2592-INFORMAR-COND-PAG-PED
             IF WS-ARQ-IPD-ABERTO      EQUAL 'N'
               MOVE 'D'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             PERFORM 2457-RECALCULAR-TOTAIS-PED
             IF WS-IPD-TEM-LINHAS      EQUAL 'S'
               MOVE WS-IPD-TOT-QTD     TO BOOKPED-QTD-ITENS
               MOVE WS-IPD-TOT-VLR     TO BOOKPED-VLR-TOTAL
               DISPLAY BOOKPED-QTD-ITENS
                                       AT 1320
               DISPLAY BOOKPED-VLR-TOTAL
                                       AT 1520
             ELSE
               ACCEPT SS-QTD-ITENS-PEDIDO
               ACCEPT SS-VLR-TOTAL-PEDIDO
             END-IF
             MOVE SPACE                TO BOOKPED-SITUACAO
             PERFORM UNTIL BOOKPED-SITUACAO EQUAL 'A' OR 'F' OR 'C'
                ACCEPT SS-SITUACAO-PEDIDO
                IF BOOKPED-SITUACAO    NOT EQUAL 'A' AND 'F' AND 'C'
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME A-ABERTO F-FATURADO C-CANCELADO"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM

      *      A ALTERACAO PASSA PELAS MESMAS CRITICAS DE ALCADA E DE
      *      LIMITE DE CREDITO DA INCLUSAO (A EXPOSICAO DESCONTA O
      *      VALOR ANTERIOR DO PROPRIO PEDIDO)
             IF BOOKPED-SITUACAO       EQUAL 'A'
             AND WS-PAR-ALCADA-PED     GREATER ZEROS
             AND BOOKPED-VLR-TOTAL     GREATER WS-PAR-ALCADA-PED
               MOVE 'P'                TO BOOKPED-SITUACAO
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE
               'VALOR ACIMA DA ALCADA - PEDIDO PENDENTE DE APROVACAO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             END-IF
             IF BOOKPED-SITUACAO       EQUAL 'A'
               IF WS-ARQ-CLI-ABERTO    EQUAL 'N'
                 MOVE 'C'              TO WS-RESPOSTA
                 PERFORM 2212-ABRIR-ARQUIVO
               END-IF
               MOVE BOOKPED-COD-CLI    TO BOOKCLI-COD-CLI
               MOVE 'S'                TO WS-ACHOU-COD
               READ ARQ-CLIENTE        KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                  MOVE 'N'             TO WS-ACHOU-COD
               END-READ
               IF WS-ACHOU-COD         EQUAL 'S'
               AND BOOKCLI-LIMITE-CRED GREATER ZEROS
                 PERFORM 2493-APURAR-EXPOSICAO-CLI
                 IF WS-ALT-SIT-ANT     EQUAL 'A' OR 'P'
                   IF WS-EXP-VALOR     NOT LESS WS-ALT-VLR-ANT
                     SUBTRACT WS-ALT-VLR-ANT
                                       FROM WS-EXP-VALOR
                   ELSE
                     MOVE ZEROS        TO WS-EXP-VALOR
                   END-IF
                 END-IF
                 IF (WS-EXP-VALOR + BOOKPED-VLR-TOTAL)
                                       GREATER BOOKCLI-LIMITE-CRED
                   MOVE 'P'            TO BOOKPED-SITUACAO
                   MOVE WS-EXP-VALOR   TO WS-EXP-EDIT
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                   MOVE
                  'LIMITE DE CREDITO EXCEDIDO - ENVIADO PARA APROVACAO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2302
                   DISPLAY 'EXPOSICAO ATUAL: '
                                       AT 2402
                   DISPLAY WS-EXP-EDIT AT 2419
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                 END-IF
               END-IF
             END-IF
             DISPLAY BOOKPED-SITUACAO  AT 1724

             PERFORM 2265-GRAVAR-PEDIDO
      *      A RESERVA DE ESTOQUE ACOMPANHA A SITUACAO: ABERTO OU
      *      PENDENTE RESERVA, FATURADO OU CANCELADO LIBERA
             IF (WS-FS-PEDIDO          EQUAL ZEROS OR '02')
             AND WS-FEC-BLOQUEADO      NOT EQUAL 'S'
               MOVE ZEROS              TO WS-STK-SINAL
               IF (WS-ALT-SIT-ANT      EQUAL 'A' OR 'P')
               AND (BOOKPED-SITUACAO   EQUAL 'F' OR 'C')
                 MOVE -1               TO WS-STK-SINAL
               END-IF
               IF (WS-ALT-SIT-ANT      EQUAL 'F' OR 'C')
               AND (BOOKPED-SITUACAO   EQUAL 'A' OR 'P')
                 MOVE 1                TO WS-STK-SINAL
               END-IF
               IF WS-STK-SINAL         NOT EQUAL ZEROS
                 PERFORM 2534-RESERVAR-ESTOQUE-PED
               END-IF
             END-IF
             PERFORM 2220-LIMPAR-FUNDO
             DISPLAY WS-LIMPAR-TELA
             DISPLAY SS-TELA-PRINCIPAL
             DISPLAY SS-TELA-OPCAO
             DISPLAY SS-SUB-MENU
             DISPLAY SS-TELA-CADASTRO
           ELSE
             IF WS-ACHOU-COD           EQUAL 'Q'
               MOVE
               'PEDIDO PENDENTE DE APROVACAO - SOMENTE PERFIL MASTER'
                                       TO WS-MENSAGEM
             ELSE
               MOVE "PEDIDO NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
             END-IF
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
             PERFORM 2220-LIMPAR-FUNDO
             DISPLAY WS-LIMPAR-TELA
             DISPLAY SS-TELA-PRINCIPAL
             DISPLAY SS-TELA-OPCAO
             DISPLAY SS-SUB-MENU
             DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2262-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA APAGAR PEDIDO NO ARQUIVO ARQ-PEDIDO             *
      *----------------------------------------------------------------*
       2263-DELETAR-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'A P A G A R  P E D I D O S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-PEDIDO
           ACCEPT  SS-NUM-PEDIDO
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-PEDIDO             INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ

           IF WS-ACHOU-COD             EQUAL 'S'
             DISPLAY BOOKPED-COD-CLI   AT 0722
             DISPLAY BOOKPED-COD-VEND  AT 0920
             DISPLAY BOOKPED-DT-PEDIDO AT 1123
             DISPLAY BOOKPED-QTD-ITENS AT 1320
             DISPLAY BOOKPED-VLR-TOTAL AT 1520
             DISPLAY BOOKPED-SITUACAO  AT 1724
             STOP ' '
             MOVE 'DESEJA REALMENTE EXCLUIR O REGISTRO (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302

             MOVE SPACES               TO WS-RESPOSTA
             PERFORM UNTIL WS-RESPOSTA EQUAL 'S' OR 'N'
               ACCEPT WS-RESPOSTA      UPPER AT 2355
                IF WS-RESPOSTA         NOT EQUAL 'S' AND 'N'
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                   MOVE 'OPCAO INVALIDA'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2318
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                   MOVE
                   'DESEJA REALMENTE EXCLUIR O REGISTRO (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM       AT 2302
                END-IF
             END-PERFORM

             IF WS-RESPOSTA EQUAL 'S'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'D'                TO WS-CRUD
               MOVE SPACES             TO WS-RESPOSTA
               PERFORM 2265-GRAVAR-PEDIDO
               IF WS-FS-PEDIDO         EQUAL ZEROS
               AND WS-FEC-BLOQUEADO    NOT EQUAL 'S'
                 IF WS-ARQ-IPD-ABERTO  EQUAL 'N'
                   MOVE 'D'            TO WS-RESPOSTA
                   PERFORM 2212-ABRIR-ARQUIVO
                 END-IF
                 IF BOOKPED-SITUACAO   EQUAL 'A' OR 'P'
                   MOVE -1             TO WS-STK-SINAL
                   PERFORM 2534-RESERVAR-ESTOQUE-PED
                 END-IF
                 PERFORM 2456-EXCLUIR-ITENS-PED
               END-IF
               PERFORM 2220-LIMPAR-FUNDO
               DISPLAY WS-LIMPAR-TELA
               DISPLAY SS-TELA-PRINCIPAL
               DISPLAY SS-TELA-OPCAO
               DISPLAY SS-SUB-MENU
               DISPLAY SS-TELA-CADASTRO
             ELSE
               MOVE SPACES             TO WS-RESPOSTA
               PERFORM 2220-LIMPAR-FUNDO
               DISPLAY WS-LIMPAR-TELA
               DISPLAY SS-TELA-PRINCIPAL
               DISPLAY SS-TELA-OPCAO
               DISPLAY SS-SUB-MENU
               DISPLAY SS-TELA-CADASTRO
             END-IF
           ELSE
               MOVE "PEDIDO NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
               PERFORM 2220-LIMPAR-FUNDO
               DISPLAY WS-LIMPAR-TELA
               DISPLAY SS-TELA-PRINCIPAL
               DISPLAY SS-TELA-OPCAO
               DISPLAY SS-SUB-MENU
               DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2263-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA IMPORTAR PEDIDOS EM UM ARQUIVO EXTERNO              *
      *----------------------------------------------------------------*
       2264-IMPORTAR-PEDIDO            SECTION.
      *----------------------------------------------------------------*

           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME O CAMINHO DO ARQUIVO :'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           ACCEPT WS-ARQ-IMPORT        AT 2333
           MOVE 'INFORME O CAMINHO DO ARQUIVO DE REJEITADOS :'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2304
           ACCEPT WS-ARQ-REJEITADOS    AT 2346

           MOVE 'N'                    TO WS-FIM-ARQ-IMPORT
           MOVE 'I'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-ITM-ABERTO        EQUAL 'N'
             MOVE 'M'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-IPD-ABERTO        EQUAL 'N'
             MOVE 'D'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-PRC-ABERTO        EQUAL 'N'
             MOVE 'O'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           PERFORM 2543-ABRIR-ARQ-ESTOQUE
           MOVE 'J'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO

           IF WS-FS-IMPORT             EQUAL ZEROS
             PERFORM UNTIL WS-FIM-ARQ-IMPORT
                                       EQUAL'S'
               INITIALIZE              WS-AREA-ARQ-IMPORT-PED
               READ ARQ-IMPORT         INTO WS-AREA-ARQ-IMPORT-PED
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 2214-TESTAR-FS-ARQ-IMPORT
               IF WS-FS-IMPORT         EQUAL ZEROS
                 PERFORM 2267-MOVER-REGISTRO-PED
               ELSE
                 MOVE 'S'              TO WS-FIM-ARQ-IMPORT
                 CLOSE ARQ-IMPORT
                 MOVE WS-FECHAMENTO    TO WS-OPERACAO
                 PERFORM 2214-TESTAR-FS-ARQ-IMPORT
                 IF WS-FS-IMPORT       NOT EQUAL ZEROS
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                 END-IF
               END-IF
             END-PERFORM
           ELSE
             DISPLAY WS-LIMPAR-TELA    AT 2302
           END-IF

           IF WS-ARQ-REJ-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-REJEITADOS
             PERFORM 2236-TESTAR-FS-ARQ-REJEITADOS
             MOVE 'N'                  TO WS-ARQ-REJ-ABERTO
           END-IF

           MOVE ACU-REJEITADOS         TO WS-ACU-REJ-EDIT
           DISPLAY 'REGISTROS GRAVADOS 'ACU-GRAVADOS
                                       AT 2317
           DISPLAY 'REGISTROS REJEITADOS 'WS-ACU-REJ-EDIT
                                       AT 2318
           DISPLAY 'USUARIO RESPONSAVEL 'WS-USUARIO-ID
                                       AT 2319
           STOP ' '
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE ACU-GRAVADOS           TO WS-RUN-GRAV
           MOVE ACU-REJEITADOS         TO WS-RUN-REJ
           INITIALIZE                  ACU-GRAVADOS
           INITIALIZE                  ACU-REJEITADOS
           .
      *----------------------------------------------------------------*
       2264-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR PEDIDO NO ARQUIVO ARQ-PEDIDO                 *
      *----------------------------------------------------------------*
       2265-GRAVAR-PEDIDO              SECTION.
      *----------------------------------------------------------------*
           MOVE WS-GRAVACAO            TO WS-OPERACAO

      *    PEDIDO DE PERIODO CONTABIL FECHADO NAO PODE SER INCLUIDO,
      *    ALTERADO NEM EXCLUIDO - SOMENTE APOS REABERTURA PELO MASTER
           MOVE 'N'                    TO WS-FEC-BLOQUEADO
           MOVE BOOKPED-DT-PEDIDO (1:6)
                                       TO WS-FEC-PERIODO
           PERFORM 2972-VERIFICAR-PERIODO
           IF WS-FEC-FECHADO           EQUAL 'S'
             MOVE SPACES               TO WS-CRUD
             MOVE 'S'                  TO WS-FEC-BLOQUEADO
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE
               'PERIODO CONTABIL FECHADO - OPERACAO NAO PERMITIDA'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
               PERFORM 2220-LIMPAR-FUNDO
               DISPLAY WS-LIMPAR-TELA
               DISPLAY SS-TELA-PRINCIPAL
               DISPLAY SS-TELA-OPCAO
               DISPLAY SS-SUB-MENU
               DISPLAY SS-TELA-CADASTRO
             ELSE
               DISPLAY 'PERIODO CONTABIL FECHADO - PEDIDO RECUSADO'
             END-IF
           END-IF

           IF WS-CRUD                  EQUAL 'I'
             WRITE BOOKPED
             PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
             IF WS-FS-PEDIDO           EQUAL ZEROS
                PERFORM 2268-GRAVAR-AUDITORIA-PED
                DISPLAY "PEDIDO INSERIDO COM SUCESSO"
                                       AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF

           IF WS-CRUD                  EQUAL 'A'
             REWRITE BOOKPED
             PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
             IF WS-FS-PEDIDO           EQUAL ZEROS
                PERFORM 2268-GRAVAR-AUDITORIA-PED
                DISPLAY "PEDIDO ALTERADO COM SUCESSO"
                                       AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF

           IF WS-CRUD                  EQUAL 'D'
             DELETE ARQ-PEDIDO
             PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
             IF WS-FS-PEDIDO           EQUAL ZEROS
                PERFORM 2268-GRAVAR-AUDITORIA-PED
                MOVE 'PEDIDO EXCLUIDO COM SUCESSO'
                                       TO WS-MENSAGEM
                DISPLAY WS-MENSAGEM    AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             ELSE
                MOVE 'NAO FOI POSSIVEL COMPLETAR A ACAO'
                                       TO WS-MENSAGEM
                DISPLAY WS-MENSAGEM    AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2265-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-PEDIDO      *
      *----------------------------------------------------------------*
       2266-TESTAR-FS-ARQ-PEDIDO       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-PEDIDO            NOT EQUAL ZEROS AND '05')

               DISPLAY 'ERRO FILE STATUS: ',WS-FS-PEDIDO,' OPERACAO: ',
               WS-OPERACAO,' ARQUIVO PEDIDO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
           END-IF

           IF (WS-FS-PEDIDO            EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-PED
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2266-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA MOVER DADOS PARA O ARQUIVO DE PEDIDOS               *
      *----------------------------------------------------------------*
       2267-MOVER-REGISTRO-PED         SECTION.
      *----------------------------------------------------------------*

      *    LINHA DATADA EM PERIODO CONTABIL FECHADO E REJEITADA -
      *    MESMA REGRA APLICADA EM 2265-GRAVAR-PEDIDO
           MOVE WS-DT-PEDIDO (1:6)     TO WS-FEC-PERIODO
           PERFORM 2972-VERIFICAR-PERIODO
           IF WS-FEC-FECHADO           EQUAL 'S'
             MOVE 'PERIODO CONTABIL FECHADO'
                                       TO WS-MOTIVO-REJ
             PERFORM 2241-GRAVAR-REJEITADO-CLI
           ELSE
             PERFORM 2269-INCLUIR-PEDIDO-IMP
           END-IF
           .
      *----------------------------------------------------------------*
       2267-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA VALIDAR E GRAVAR A LINHA DE IMPORTACAO DE PEDIDO    *
      *(APOIO DA 2267 - CLIENTE E VENDEDOR DEVEM EXISTIR) - AS LINHAS  *
      *DE ITENS DO REGISTRO, QUANDO INFORMADAS, SAO PRECIFICADAS PELA  *
      *TABELA DE PRECOS E GRAVADAS EM ARQ-ITEM-PED                     *
      *----------------------------------------------------------------*
       2269-INCLUIR-PEDIDO-IMP         SECTION.
      *----------------------------------------------------------------*

           MOVE WS-COD-CLI-PED         TO BOOKCLI-COD-CLI
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ
           IF WS-ACHOU-COD             EQUAL 'S'
             PERFORM 2639-VERIFICAR-BLOQUEIO-CLI
             IF WS-COB-BLOQUEADO       EQUAL 'S'
               MOVE 'B'                TO WS-ACHOU-COD
             END-IF
           END-IF
           IF WS-ACHOU-COD             NOT EQUAL 'S'
             IF WS-ACHOU-COD           EQUAL 'N'
               MOVE 'CLIENTE DO PEDIDO NAO CADASTRADO'
                                       TO WS-MOTIVO-REJ
             ELSE
               MOVE 'CLIENTE BLOQUEADO POR INADIMPLENCIA'
                                       TO WS-MOTIVO-REJ
             END-IF
             PERFORM 2241-GRAVAR-REJEITADO-CLI
           ELSE
             MOVE WS-COD-VEND-PED      TO BOOKVEN-COD-VEND
             MOVE 'S'                  TO WS-ACHOU-VEND
             READ ARQ-VENDEDOR         KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                MOVE 'N'               TO WS-ACHOU-VEND
             END-READ
             IF WS-ACHOU-VEND          EQUAL 'N'
               MOVE 'VENDEDOR DO PEDIDO NAO CADASTRADO'
                                       TO WS-MOTIVO-REJ
               PERFORM 2241-GRAVAR-REJEITADO-CLI
             ELSE
      *        LINHAS DE ITENS DO REGISTRO (OPCIONAIS) SAO PRECIFICADAS
      *        PELA TABELA DE PRECOS E SUBSTITUEM OS TOTAIS INFORMADOS
               PERFORM 2555-PRECIFICAR-LINHAS-IMP
               IF WS-PRC-ITENS-OK      EQUAL 'N'
                 MOVE 'ITEM DO PEDIDO INVALIDO OU INATIVO'
                                       TO WS-MOTIVO-REJ
                 PERFORM 2241-GRAVAR-REJEITADO-CLI
               ELSE
                 MOVE WS-NUM-PED       TO BOOKPED-NUM-PED
                 MOVE 'S'              TO WS-ACHOU-COD
                 READ ARQ-PEDIDO       KEY IS BOOKPED-NUM-PED
                                       INVALID KEY
                    MOVE 'N'           TO WS-ACHOU-COD
                 END-READ
                 IF WS-ACHOU-COD       EQUAL 'S'
                 AND WS-IPD-QTD-LINHAS GREATER ZEROS
                 AND BOOKPED-SITUACAO  NOT EQUAL 'A' AND 'P'
                   MOVE 'X'            TO WS-ACHOU-COD
                 END-IF
                 EVALUATE WS-ACHOU-COD
                   WHEN 'N'
                     MOVE 'I'          TO WS-CRUD
                     MOVE WS-COD-CLI-PED
                                       TO BOOKPED-COD-CLI
                     MOVE WS-COD-VEND-PED
                                       TO BOOKPED-COD-VEND
                     MOVE WS-DT-PEDIDO TO BOOKPED-DT-PEDIDO
                     MOVE WS-QTD-ITENS TO BOOKPED-QTD-ITENS
                     MOVE WS-VLR-TOTAL TO BOOKPED-VLR-TOTAL
                     MOVE 'A'          TO BOOKPED-SITUACAO
                     MOVE BOOKCLI-COD-CONDPAG
                                       TO BOOKPED-COD-CONDPAG
                     WRITE BOOKPED
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
                     IF WS-FS-PEDIDO   EQUAL ZEROS
                       ADD 1           TO ACU-GRAVADOS
                       PERFORM 2268-GRAVAR-AUDITORIA-PED
                       IF WS-IPD-QTD-LINHAS
                                       GREATER ZEROS
                         PERFORM 2455-GRAVAR-ITENS-PED
                         MOVE 1        TO WS-STK-SINAL
                         PERFORM 2534-RESERVAR-ESTOQUE-PED
                       END-IF
                     END-IF
                   WHEN 'X'
                     MOVE 'PEDIDO FATURADO OU CANCELADO'
                                       TO WS-MOTIVO-REJ
                     PERFORM 2241-GRAVAR-REJEITADO-CLI
                   WHEN OTHER
                     MOVE 'A'          TO WS-CRUD
                     MOVE BOOKPED      TO WS-BOOKPED-ANTES
                     MOVE WS-COD-CLI-PED
                                       TO BOOKPED-COD-CLI
                     MOVE WS-COD-VEND-PED
                                       TO BOOKPED-COD-VEND
                     MOVE WS-DT-PEDIDO TO BOOKPED-DT-PEDIDO
                     MOVE WS-QTD-ITENS TO BOOKPED-QTD-ITENS
                     MOVE WS-VLR-TOTAL TO BOOKPED-VLR-TOTAL
                     REWRITE BOOKPED
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
                     IF WS-FS-PEDIDO   EQUAL ZEROS
                       ADD 1           TO ACU-GRAVADOS
                       PERFORM 2268-GRAVAR-AUDITORIA-PED
      *                AS LINHAS IMPORTADAS SUBSTITUEM AS ANTERIORES E
      *                A RESERVA DE ESTOQUE E REFEITA
                       IF WS-IPD-QTD-LINHAS
                                       GREATER ZEROS
                         MOVE -1       TO WS-STK-SINAL
                         PERFORM 2534-RESERVAR-ESTOQUE-PED
                         PERFORM 2456-EXCLUIR-ITENS-PED
                         PERFORM 2455-GRAVAR-ITENS-PED
                         MOVE 1        TO WS-STK-SINAL
                         PERFORM 2534-RESERVAR-ESTOQUE-PED
                       END-IF
                     END-IF
                 END-EVALUATE
               END-IF
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2269-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE PEDIDOS       *
      *(FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)        *
      *----------------------------------------------------------------*
       2268-GRAVAR-AUDITORIA-PED       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKPED-NUM-PED        TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKPED          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKPED-ANTES TO WS-AUD-ANTES
                 MOVE BOOKPED          TO WS-AUD-DEPOIS
              WHEN 'D'
                 MOVE BOOKPED          TO WS-AUD-ANTES
                 MOVE SPACES           TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' PEDIDO CRUD='      DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2268-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR A TELA DE SERVICOS DO ITEM (CADASTRO DE      *
      *PRODUTOS COMERCIALIZADOS - APOIO DAS LINHAS DO PEDIDO)          *
      *----------------------------------------------------------------*
       2440-OPCOES-ITEM                SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                  WS-OPCAO
           PERFORM                     UNTIL WS-OPCAO
                                       EQUAL 7

             DISPLAY WS-LIMPAR-TELA    AT 2302
             DISPLAY SS-MENU-OPCAO-ITEM
             DISPLAY SS-TELA-SERVICO-ITEM
             ACCEPT  WS-OPCAO
             EVALUATE WS-OPCAO
               WHEN 1
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-ITM-ABERTO
                                      EQUAL 'N'
                      MOVE 'M'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2441-INCLUIR-ITEM
                  END-IF
               WHEN 2
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-ITM-ABERTO
                                      EQUAL 'N'
                      MOVE 'M'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2442-ALTERAR-ITEM
                  END-IF
               WHEN 3
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-ITM-ABERTO
                                      EQUAL 'N'
                      MOVE 'M'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2443-INATIVAR-ITEM
                  END-IF
               WHEN 4
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-ITM-ABERTO
                                      EQUAL 'N'
                      MOVE 'M'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2448-REATIVAR-ITEM
                  END-IF
               WHEN 5
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-ITM-ABERTO
                                      EQUAL 'N'
                      MOVE 'M'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2543-ABRIR-ARQ-ESTOQUE
                    PERFORM 2530-MOVIMENTAR-ESTOQUE
                  END-IF
               WHEN 6
                  MOVE 'O'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    IF WS-ARQ-ITM-ABERTO
                                      EQUAL 'N'
                      MOVE 'M'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    IF WS-ARQ-CLI-ABERTO
                                      EQUAL 'N'
                      MOVE 'C'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    IF WS-ARQ-PRC-ABERTO
                                      EQUAL 'N'
                      MOVE 'O'        TO WS-RESPOSTA
                      PERFORM 2212-ABRIR-ARQUIVO
                    END-IF
                    PERFORM 2550-MANTER-TABELA-PRECO
                  END-IF
               WHEN OTHER
                   IF WS-OPCAO         NOT EQUAL 7
                       DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                       MOVE
                       'OPCAO INVALIDA - ESCOLHA UMA DAS OPCOES DO MENU'
                                       TO WS-MENSAGEM
                       DISPLAY WS-MENSAGEM
                                       AT 2302
                       STOP ' '
                    ELSE
                       DISPLAY WS-LIMPAR-OPCAO
                                       AT 2322
                       PERFORM 2211-LIMPAR-MENU-OPCAO
                   END-IF
             END-EVALUATE
           END-PERFORM
           .
      *
      *----------------------------------------------------------------*
       2440-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR ITEM NO ARQUIVO ARQ-ITEM                *
      *----------------------------------------------------------------*
       2441-INCLUIR-ITEM               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'I N C L U I R  I T E N S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-ITEM
           ACCEPT  SS-CODIGO-ITEM
           MOVE 'S'                    TO WS-ITEM-ACHOU
           READ ARQ-ITEM               KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
              MOVE 'N'                 TO WS-ITEM-ACHOU
           END-READ

           IF WS-ITEM-ACHOU            EQUAL 'N'
              ACCEPT SS-DESCRICAO-ITEM
              ACCEPT SS-UNIDADE-ITEM
              MOVE ZEROS               TO BOOKITM-PRECO-UNIT
              PERFORM UNTIL BOOKITM-PRECO-UNIT GREATER ZEROS
                 ACCEPT SS-PRECO-ITEM
                 IF BOOKITM-PRECO-UNIT EQUAL ZEROS
                    DISPLAY WS-LIMPAR-TELA AT 2302
                    DISPLAY "INFORME UM PRECO UNITARIO MAIOR QUE ZERO"
                                       AT 2315
                    STOP ' '
                    DISPLAY WS-LIMPAR-TELA AT 2302
                 END-IF
              END-PERFORM
              MOVE 'A'                 TO BOOKITM-SITUACAO
              MOVE 'I'                 TO WS-CRUD
              PERFORM 2444-GRAVAR-ITEM
           ELSE
              DISPLAY "CODIGO DE ITEM JA EXISTE NO ARQUIVO"
                                       AT 2315
              STOP ' '
              PERFORM 2220-LIMPAR-FUNDO
              DISPLAY WS-LIMPAR-TELA
              DISPLAY SS-TELA-PRINCIPAL
              DISPLAY SS-TELA-OPCAO
              DISPLAY SS-SUB-MENU
              DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2441-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ALTERAR ITEM NO ARQUIVO ARQ-ITEM                *
      *----------------------------------------------------------------*
       2442-ALTERAR-ITEM               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'A L T E R A R  I T E N S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-ITEM
           ACCEPT  SS-CODIGO-ITEM
           MOVE 'S'                    TO WS-ITEM-ACHOU
           READ ARQ-ITEM               KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
              MOVE 'N'                 TO WS-ITEM-ACHOU
           END-READ

           IF WS-ITEM-ACHOU            EQUAL 'S'
             MOVE 'A'                  TO WS-CRUD
             MOVE BOOKITM              TO WS-BOOKITM-ANTES
             DISPLAY BOOKITM-DESCRICAO AT 0720
             DISPLAY BOOKITM-UNIDADE   AT 0920
             DISPLAY BOOKITM-PRECO-UNIT
                                       AT 1120
             ACCEPT SS-DESCRICAO-ITEM
             ACCEPT SS-UNIDADE-ITEM
             MOVE ZEROS                TO BOOKITM-PRECO-UNIT
             PERFORM UNTIL BOOKITM-PRECO-UNIT GREATER ZEROS
                ACCEPT SS-PRECO-ITEM
                IF BOOKITM-PRECO-UNIT  EQUAL ZEROS
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME UM PRECO UNITARIO MAIOR QUE ZERO"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             PERFORM 2444-GRAVAR-ITEM
           ELSE
             MOVE "ITEM NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
             PERFORM 2220-LIMPAR-FUNDO
             DISPLAY WS-LIMPAR-TELA
             DISPLAY SS-TELA-PRINCIPAL
             DISPLAY SS-TELA-OPCAO
             DISPLAY SS-SUB-MENU
             DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2442-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INATIVAR ITEM NO ARQUIVO ARQ-ITEM (EXCLUSAO     *
      *    LOGICA - O ITEM PERMANECE NAS LINHAS DE PEDIDOS GRAVADOS)   *
      *----------------------------------------------------------------*
       2443-INATIVAR-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'I N A T I V A R  I T E N S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-ITEM
           ACCEPT  SS-CODIGO-ITEM
           MOVE 'S'                    TO WS-ITEM-ACHOU
           READ ARQ-ITEM               KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
              MOVE 'N'                 TO WS-ITEM-ACHOU
           END-READ
           IF WS-ITEM-ACHOU            EQUAL 'S'
           AND BOOKITM-SITUACAO        EQUAL 'I'
              MOVE 'X'                 TO WS-ITEM-ACHOU
           END-IF

           IF WS-ITEM-ACHOU            EQUAL 'S'
             DISPLAY BOOKITM-DESCRICAO AT 0720
             DISPLAY BOOKITM-UNIDADE   AT 0920
             DISPLAY BOOKITM-PRECO-UNIT
                                       AT 1120
             MOVE 'DESEJA REALMENTE INATIVAR O ITEM (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-RESPOSTA
             PERFORM UNTIL WS-RESPOSTA EQUAL 'S' OR 'N'
               ACCEPT WS-RESPOSTA      UPPER AT 2353
             END-PERFORM
             IF WS-RESPOSTA            EQUAL 'S'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'D'                TO WS-CRUD
               MOVE SPACES             TO WS-RESPOSTA
               PERFORM 2444-GRAVAR-ITEM
             ELSE
               MOVE SPACES             TO WS-RESPOSTA
               PERFORM 2220-LIMPAR-FUNDO
               DISPLAY WS-LIMPAR-TELA
               DISPLAY SS-TELA-PRINCIPAL
               DISPLAY SS-TELA-OPCAO
               DISPLAY SS-SUB-MENU
               DISPLAY SS-TELA-CADASTRO
             END-IF
           ELSE
               IF WS-ITEM-ACHOU        EQUAL 'X'
                 MOVE "ITEM JA ESTA INATIVO"
                                       TO WS-MENSAGEM
               ELSE
                 MOVE "ITEM NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
               END-IF
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
               PERFORM 2220-LIMPAR-FUNDO
               DISPLAY WS-LIMPAR-TELA
               DISPLAY SS-TELA-PRINCIPAL
               DISPLAY SS-TELA-OPCAO
               DISPLAY SS-SUB-MENU
               DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2443-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR ITEM NO ARQUIVO ARQ-ITEM                     *
      *----------------------------------------------------------------*
       2444-GRAVAR-ITEM                SECTION.
      *----------------------------------------------------------------*
           MOVE WS-GRAVACAO            TO WS-OPERACAO

           IF WS-CRUD                  EQUAL 'I'
             WRITE BOOKITM
             PERFORM 2445-TESTAR-FS-ARQ-ITEM
             IF WS-FS-ITEM             EQUAL ZEROS
                PERFORM 2446-GRAVAR-AUDITORIA-ITEM
                DISPLAY "ITEM INSERIDO COM SUCESSO"
                                       AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF

           IF WS-CRUD                  EQUAL 'A'
             REWRITE BOOKITM
             PERFORM 2445-TESTAR-FS-ARQ-ITEM
             IF WS-FS-ITEM             EQUAL ZEROS
                PERFORM 2446-GRAVAR-AUDITORIA-ITEM
                DISPLAY "ITEM ALTERADO COM SUCESSO"
                                       AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF

           IF WS-CRUD                  EQUAL 'D'
             MOVE BOOKITM              TO WS-BOOKITM-ANTES
             MOVE 'I'                  TO BOOKITM-SITUACAO
             REWRITE BOOKITM
             PERFORM 2445-TESTAR-FS-ARQ-ITEM
             IF WS-FS-ITEM             EQUAL ZEROS
                PERFORM 2446-GRAVAR-AUDITORIA-ITEM
                MOVE 'ITEM INATIVADO COM SUCESSO'
                                       TO WS-MENSAGEM
                DISPLAY WS-MENSAGEM    AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             ELSE
                MOVE 'NAO FOI POSSIVEL COMPLETAR A ACAO'
                                       TO WS-MENSAGEM
                DISPLAY WS-MENSAGEM    AT 2315
                STOP ' '
                PERFORM 2220-LIMPAR-FUNDO
                DISPLAY WS-LIMPAR-TELA
                DISPLAY SS-TELA-PRINCIPAL
                DISPLAY SS-TELA-OPCAO
                DISPLAY SS-SUB-MENU
                DISPLAY SS-TELA-CADASTRO
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2444-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-ITEM        *
      *----------------------------------------------------------------*
       2445-TESTAR-FS-ARQ-ITEM         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-ITEM              NOT EQUAL ZEROS AND '05')

               DISPLAY 'ERRO FILE STATUS: ',WS-FS-ITEM,' OPERACAO: ',
               WS-OPERACAO,' ARQUIVO ITEM'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2445-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE ITENS         *
      *(FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)        *
      *----------------------------------------------------------------*
       2446-GRAVAR-AUDITORIA-ITEM      SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKITM-COD-ITEM       TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKITM          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKITM-ANTES TO WS-AUD-ANTES
                 MOVE BOOKITM          TO WS-AUD-DEPOIS
              WHEN 'D'
                 MOVE WS-BOOKITM-ANTES TO WS-AUD-ANTES
                 MOVE BOOKITM          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' ITEM CRUD='        DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2446-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-ITEM-PED    *
      *----------------------------------------------------------------*
       2447-TESTAR-FS-ARQ-ITEM-PED     SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-ITEM-PED          NOT EQUAL ZEROS AND '05'
                                       AND '02')

               DISPLAY 'ERRO FILE STATUS: ',WS-FS-ITEM-PED,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO ITEM-PED'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
           END-IF

           IF (WS-FS-ITEM-PED          EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-IPD
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2447-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REATIVAR ITEM INATIVADO NO ARQUIVO ARQ-ITEM     *
      *----------------------------------------------------------------*
       2448-REATIVAR-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'R E A T I V A R  I T E N S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-ITEM
           ACCEPT  SS-CODIGO-ITEM
           MOVE 'S'                    TO WS-ITEM-ACHOU
           READ ARQ-ITEM               KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
              MOVE 'N'                 TO WS-ITEM-ACHOU
           END-READ
           IF WS-ITEM-ACHOU            EQUAL 'S'
           AND BOOKITM-SITUACAO        NOT EQUAL 'I'
              MOVE 'X'                 TO WS-ITEM-ACHOU
           END-IF

           IF WS-ITEM-ACHOU            EQUAL 'S'
             MOVE 'A'                  TO WS-CRUD
             MOVE BOOKITM              TO WS-BOOKITM-ANTES
             MOVE 'A'                  TO BOOKITM-SITUACAO
             PERFORM 2444-GRAVAR-ITEM
           ELSE
             IF WS-ITEM-ACHOU          EQUAL 'X'
               MOVE "ITEM JA ESTA ATIVO"
                                       TO WS-MENSAGEM
             ELSE
               MOVE "ITEM NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
             END-IF
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
             PERFORM 2220-LIMPAR-FUNDO
             DISPLAY WS-LIMPAR-TELA
             DISPLAY SS-TELA-PRINCIPAL
             DISPLAY SS-TELA-OPCAO
             DISPLAY SS-SUB-MENU
             DISPLAY SS-TELA-CADASTRO
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2448-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA ACEITAR AS LINHAS (ITENS) DE UM PEDIDO NA INCLUSAO: *
      *VALIDA CADA ITEM NO CADASTRO, CALCULA O VALOR DA LINHA PELO     *
      *PRECO UNITARIO VIGENTE E ACUMULA OS TOTAIS DO PEDIDO            *
      *(CODIGO 0 ENCERRA - EXIGE AO MENOS UMA LINHA)                   *
      *----------------------------------------------------------------*
       2450-ACEITAR-ITENS-PED          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-IPD-QTD-LINHAS
           MOVE ZEROS                  TO WS-IPD-TOT-QTD
           MOVE ZEROS                  TO WS-IPD-TOT-VLR
           INITIALIZE                  WS-TAB-ITENS-PED
           MOVE 'N'                    TO WS-IPD-FIM
           PERFORM UNTIL WS-IPD-FIM    EQUAL 'S'
                         OR WS-IPD-QTD-LINHAS NOT LESS 50
              MOVE ZEROS               TO BOOKIPD-COD-ITEM
              DISPLAY SS-TELA-ITEM-PEDIDO
              ACCEPT SS-COD-ITEM-PED
              IF BOOKIPD-COD-ITEM      EQUAL ZEROS
                IF WS-IPD-QTD-LINHAS   EQUAL ZEROS
                  DISPLAY WS-LIMPAR-TELA AT 2302
                  DISPLAY "INFORME AO MENOS UM ITEM NO PEDIDO"
                                       AT 2315
                  STOP ' '
                  DISPLAY WS-LIMPAR-TELA AT 2302
                ELSE
                  MOVE 'S'             TO WS-IPD-FIM
                END-IF
              ELSE
                MOVE BOOKIPD-COD-ITEM  TO BOOKITM-COD-ITEM
                MOVE 'S'               TO WS-ITEM-ACHOU
                READ ARQ-ITEM          KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
                   MOVE 'N'            TO WS-ITEM-ACHOU
                END-READ
                IF WS-ITEM-ACHOU       EQUAL 'S'
                AND BOOKITM-SITUACAO   EQUAL 'I'
                   MOVE 'N'            TO WS-ITEM-ACHOU
                END-IF
                IF WS-ITEM-ACHOU       EQUAL 'N'
                  DISPLAY WS-LIMPAR-TELA AT 2302
                  DISPLAY "ITEM NAO CADASTRADO OU INATIVO"
                                       AT 2315
                  STOP ' '
                  DISPLAY WS-LIMPAR-TELA AT 2302
                ELSE
                  DISPLAY BOOKITM-DESCRICAO (1:30)
                                       AT 0845
                  MOVE ZEROS           TO BOOKIPD-QTD
                  PERFORM UNTIL BOOKIPD-QTD GREATER ZEROS
                     ACCEPT SS-QTD-ITEM-PED
                     IF BOOKIPD-QTD    EQUAL ZEROS
                        DISPLAY WS-LIMPAR-TELA AT 2302
                        DISPLAY "INFORME UMA QUANTIDADE MAIOR QUE ZERO"
                                       AT 2315
                        STOP ' '
                        DISPLAY WS-LIMPAR-TELA AT 2302
                     END-IF
                  END-PERFORM
                  PERFORM 2535-VERIFICAR-DISPONIVEL
      *           PRECO DA TABELA VIGENTE NA DATA DO PEDIDO PARA O
      *           CLIENTE / UF / FAIXA DE QUANTIDADE (NA FALTA DE
      *           TABELA VALE O PRECO DO CADASTRO DO ITEM)
                  MOVE BOOKIPD-COD-ITEM
                                       TO WS-PRC-COD-ITEM
                  MOVE BOOKPED-COD-CLI TO WS-PRC-COD-CLI
                  MOVE BOOKCLI-UF      TO WS-PRC-UF
                  MOVE BOOKPED-DT-PEDIDO
                                       TO WS-PRC-DATA
                  MOVE BOOKIPD-QTD     TO WS-PRC-QTD
                  PERFORM 2551-BUSCAR-PRECO
                  MOVE WS-PRC-VLR-UNIT TO WS-PRECO-UNIT-EDIT
                  DISPLAY 'PRECO UNIT.: '
                                       AT 1045
                  DISPLAY WS-PRECO-UNIT-EDIT
                                       AT 1058
                  ADD 1                TO WS-IPD-QTD-LINHAS
                  MOVE BOOKIPD-COD-ITEM
                                       TO WS-IPD-COD-ITEM
                                          (WS-IPD-QTD-LINHAS)
                  MOVE BOOKIPD-QTD     TO WS-IPD-QTD
                                          (WS-IPD-QTD-LINHAS)
                  MOVE WS-PRC-VLR-UNIT TO WS-IPD-VLR-UNIT
                                          (WS-IPD-QTD-LINHAS)
                  COMPUTE WS-IPD-VLR-LINHA (WS-IPD-QTD-LINHAS) =
                          BOOKIPD-QTD * WS-PRC-VLR-UNIT
                  ADD BOOKIPD-QTD      TO WS-IPD-TOT-QTD
                  ADD WS-IPD-VLR-LINHA (WS-IPD-QTD-LINHAS)
                                       TO WS-IPD-TOT-VLR
                  MOVE WS-IPD-VLR-LINHA (WS-IPD-QTD-LINHAS)
                                       TO WS-VLR-LINHA-EDIT
                  DISPLAY 'VLR LINHA..: '
                                       AT 1145
                  DISPLAY WS-VLR-LINHA-EDIT
                                       AT 1158
                  MOVE WS-IPD-TOT-QTD  TO BOOKPED-QTD-ITENS
                  MOVE WS-IPD-TOT-VLR  TO BOOKPED-VLR-TOTAL
                  DISPLAY BOOKPED-QTD-ITENS
                                       AT 1320
                  DISPLAY BOOKPED-VLR-TOTAL
                                       AT 1520
                END-IF
              END-IF
           END-PERFORM

           IF WS-IPD-FIM               NOT EQUAL 'S'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE
             'LIMITE DE 50 ITENS ATINGIDO - DEMAIS ITENS NAO ACEITOS'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           END-IF
           .
      *----------------------------------------------------------------*
       2450-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR AS LINHAS ACEITAS EM 2450 NO ARQUIVO         *
      *ARQ-ITEM-PED COM A CHAVE DO PEDIDO CORRENTE (BOOKPED-NUM-PED)   *
      *----------------------------------------------------------------*
       2455-GRAVAR-ITENS-PED           SECTION.
      *----------------------------------------------------------------*
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           MOVE 1                      TO WS-IND-IPD
           PERFORM UNTIL WS-IND-IPD    GREATER WS-IPD-QTD-LINHAS
              INITIALIZE               BOOKIPD
              MOVE BOOKPED-NUM-PED     TO BOOKIPD-NUM-PED
              MOVE WS-IND-IPD          TO BOOKIPD-NUM-LINHA
              MOVE WS-IPD-COD-ITEM (WS-IND-IPD)
                                       TO BOOKIPD-COD-ITEM
              MOVE WS-IPD-QTD (WS-IND-IPD)
                                       TO BOOKIPD-QTD
              MOVE WS-IPD-VLR-UNIT (WS-IND-IPD)
                                       TO BOOKIPD-VLR-UNIT
              MOVE WS-IPD-VLR-LINHA (WS-IND-IPD)
                                       TO BOOKIPD-VLR-LINHA
              WRITE BOOKIPD
              PERFORM 2447-TESTAR-FS-ARQ-ITEM-PED
              ADD 1                    TO WS-IND-IPD
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2455-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA EXCLUIR AS LINHAS DO PEDIDO CORRENTE NO ARQUIVO     *
      *ARQ-ITEM-PED (APOIO DA EXCLUSAO DE PEDIDO)                      *
      *----------------------------------------------------------------*
       2456-EXCLUIR-ITENS-PED          SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKPED-NUM-PED        TO BOOKIPD-NUM-PED
           MOVE ZEROS                  TO BOOKIPD-NUM-LINHA
           START ARQ-ITEM-PED          KEY IS NOT LESS BOOKIPD-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-IPD
           IF WS-FS-ITEM-PED           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-IPD
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-IPD EQUAL 'S'
             READ ARQ-ITEM-PED         NEXT RECORD
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-IPD
             ELSE
               IF BOOKIPD-NUM-PED      NOT EQUAL BOOKPED-NUM-PED
                 MOVE 'S'              TO WS-FIM-ARQ-IPD
               ELSE
                 DELETE ARQ-ITEM-PED
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2447-TESTAR-FS-ARQ-ITEM-PED
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2456-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA RECALCULAR OS TOTAIS DO PEDIDO CORRENTE A PARTIR    *
      *DAS LINHAS GRAVADAS EM ARQ-ITEM-PED (WS-IPD-TEM-LINHAS INDICA   *
      *SE O PEDIDO POSSUI LINHAS - PEDIDOS ANTIGOS PODEM NAO TER)      *
      *----------------------------------------------------------------*
       2457-RECALCULAR-TOTAIS-PED      SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-IPD-TEM-LINHAS
           MOVE ZEROS                  TO WS-IPD-TOT-QTD
           MOVE ZEROS                  TO WS-IPD-TOT-VLR
           MOVE BOOKPED-NUM-PED        TO BOOKIPD-NUM-PED
           MOVE ZEROS                  TO BOOKIPD-NUM-LINHA
           START ARQ-ITEM-PED          KEY IS NOT LESS BOOKIPD-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-IPD
           IF WS-FS-ITEM-PED           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-IPD
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-IPD EQUAL 'S'
             READ ARQ-ITEM-PED         NEXT RECORD
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-IPD
             ELSE
               IF BOOKIPD-NUM-PED      NOT EQUAL BOOKPED-NUM-PED
                 MOVE 'S'              TO WS-FIM-ARQ-IPD
               ELSE
                 MOVE 'S'              TO WS-IPD-TEM-LINHAS
                 ADD BOOKIPD-QTD       TO WS-IPD-TOT-QTD
                 ADD BOOKIPD-VLR-LINHA TO WS-IPD-TOT-VLR
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2457-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR NO RELATORIO DE PEDIDOS O DETALHAMENTO DAS   *
      *LINHAS DO PEDIDO CORRENTE (ITEM, DESCRICAO, QTD, VALOR)         *
      *----------------------------------------------------------------*
       2458-GRAVAR-DETALHE-IPD         SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKPED-NUM-PED        TO BOOKIPD-NUM-PED
           MOVE ZEROS                  TO BOOKIPD-NUM-LINHA
           START ARQ-ITEM-PED          KEY IS NOT LESS BOOKIPD-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-IPD
           IF WS-FS-ITEM-PED           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-IPD
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-IPD EQUAL 'S'
             READ ARQ-ITEM-PED         NEXT RECORD
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-IPD
             ELSE
               IF BOOKIPD-NUM-PED      NOT EQUAL BOOKPED-NUM-PED
                 MOVE 'S'              TO WS-FIM-ARQ-IPD
               ELSE
                 IF WS-LINHAS-PAGINA   NOT LESS 20
                    PERFORM 2361-GRAVAR-CABECALHO-PED
                 END-IF
                 MOVE BOOKIPD-COD-ITEM TO BOOKITM-COD-ITEM
                 MOVE 'S'              TO WS-ITEM-ACHOU
                 READ ARQ-ITEM         KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
                    MOVE 'N'           TO WS-ITEM-ACHOU
                 END-READ
                 IF WS-ITEM-ACHOU      EQUAL 'N'
                   MOVE SPACES         TO BOOKITM-DESCRICAO
                 END-IF
                 MOVE BOOKIPD-COD-ITEM TO WS-COD-ITEM-EDIT
                 MOVE BOOKIPD-QTD      TO WS-QTD-IPD-EDIT
                 MOVE BOOKIPD-VLR-LINHA
                                       TO WS-VLR-LINHA-EDIT
                 MOVE SPACES           TO WS-LINHA-RELAT
                 STRING '    ITEM '    DELIMITED BY SIZE
                        WS-COD-ITEM-EDIT
                                       DELIMITED BY SIZE
                        '  '           DELIMITED BY SIZE
                        BOOKITM-DESCRICAO (1:30)
                                       DELIMITED BY SIZE
                        '  QTD '       DELIMITED BY SIZE
                        WS-QTD-IPD-EDIT
                                       DELIMITED BY SIZE
                        '  VALOR '     DELIMITED BY SIZE
                        WS-VLR-LINHA-EDIT
                                       DELIMITED BY SIZE
                        INTO WS-LINHA-RELAT
                 WRITE FD-ARQ-RELAT    FROM WS-LINHA-RELAT
                 ADD 1                 TO ACU-RELAT
                 ADD 1                 TO WS-LINHAS-PAGINA
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2458-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA O RELATORIO DE AGING DE CONTAS A RECEBER: VARRE OS  *
      *TITULOS ABERTOS DUAS VEZES (ORDEM DE CLIENTE E DE VENDEDOR) E   *
      *IMPRIME O SALDO EM ABERTO POR FAIXA DE ATRASO (A VENCER / ATE   *
      *30 / ATE 60 / ATE 90 / ACIMA DE 90 DIAS)                        *
      *----------------------------------------------------------------*
       2470-RELATORIO-AGING            SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'B'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE 'AGING'                TO WS-SPOOL-TIPO
           PERFORM 2321-ABRIR-ARQ-RELAT
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             MOVE 'AGING DE CONTAS A RECEBER'
                                       TO WS-TITULO-RELAT
             COMPUTE WS-AGE-INT-HOJE =
                     FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL
                      (FUNCTION CURRENT-DATE (1:8)))
             PERFORM 2476-GRAVAR-CABECALHO-AGE

             MOVE 'POR CLIENTE:'       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE ZEROS                TO WS-AGE-TOT-CORRENTE
             MOVE ZEROS                TO WS-AGE-TOT-30
             MOVE ZEROS                TO WS-AGE-TOT-60
             MOVE ZEROS                TO WS-AGE-TOT-90
             MOVE ZEROS                TO WS-AGE-TOT-MAIS
             MOVE ZEROS                TO WS-AGE-ACD-CORRENTE
             MOVE ZEROS                TO WS-AGE-ACD-30
             MOVE ZEROS                TO WS-AGE-ACD-60
             MOVE ZEROS                TO WS-AGE-ACD-90
             MOVE ZEROS                TO WS-AGE-ACD-MAIS
             MOVE 'N'                  TO WS-AGE-CLI-ACD
             MOVE 'C'                  TO WS-AGE-PASSADA
             PERFORM 2478-VARRER-TITULOS-AGE

             MOVE SPACES               TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE 'POR VENDEDOR:'      TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE 'V'                  TO WS-AGE-PASSADA
             PERFORM 2478-VARRER-TITULOS-AGE

             MOVE SPACES               TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE WS-AGE-TOT-CORRENTE  TO WS-AGE-ED1
             MOVE WS-AGE-TOT-30        TO WS-AGE-ED2
             MOVE WS-AGE-TOT-60        TO WS-AGE-ED3
             MOVE WS-AGE-TOT-90        TO WS-AGE-ED4
             MOVE WS-AGE-TOT-MAIS      TO WS-AGE-ED5
             MOVE 'TOTAL GERAL     '   TO WS-AGE-ROTULO
             PERFORM 2477-GRAVAR-LINHA-AGE
             MOVE WS-AGE-ACD-CORRENTE  TO WS-AGE-ED1
             MOVE WS-AGE-ACD-30        TO WS-AGE-ED2
             MOVE WS-AGE-ACD-60        TO WS-AGE-ED3
             MOVE WS-AGE-ACD-90        TO WS-AGE-ED4
             MOVE WS-AGE-ACD-MAIS      TO WS-AGE-ED5
             MOVE 'DOS QUAIS ACORDO'   TO WS-AGE-ROTULO
             PERFORM 2477-GRAVAR-LINHA-AGE
             MOVE SPACES               TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE '* CLIENTE COM ACORDO DE RENEGOCIACAO - AS PARCELAS'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE '  DO ACORDO SUBSTITUEM AS DIVIDAS RENEGOCIADAS'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE SPACES               TO WS-AGE-PASSADA
             PERFORM 2324-FECHAR-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2470-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA BAIXAR (REGISTRAR PAGAMENTO DE) UMA PARCELA DE  *
      *    CONTAS A RECEBER - OPERADOR GRAVADO NA AUDITORIA            *
      *    PARCELA VENCIDA COBRA MULTA E JUROS ATE A DATA DO PAGAMENTO *
      *    (2633) E O VALOR RECEBIDO E APROPRIADO ENTRE PRINCIPAL E    *
      *    ENCARGOS (2640)                                             *
      *----------------------------------------------------------------*
       2471-BAIXAR-PARCELA             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'B A I X A R  P A R C E L A'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-BAIXA-TITULO
           ACCEPT  SS-NUM-NOTA-TIT
           ACCEPT  SS-PARCELA-TIT
           MOVE 'S'                    TO WS-TIT-ACHOU
           READ ARQ-TITULO             KEY IS BOOKTIT-CHAVE
                                       INVALID KEY
              MOVE 'N'                 TO WS-TIT-ACHOU
           END-READ
           IF WS-TIT-ACHOU             EQUAL 'S'
           AND BOOKTIT-SITUACAO        EQUAL 'P'
              MOVE 'X'                 TO WS-TIT-ACHOU
           END-IF
           IF WS-TIT-ACHOU             EQUAL 'S'
           AND BOOKTIT-SITUACAO        EQUAL 'C'
              MOVE 'C'                 TO WS-TIT-ACHOU
           END-IF
           IF WS-TIT-ACHOU             EQUAL 'S'
           AND BOOKTIT-SITUACAO        EQUAL 'R'
              MOVE 'R'                 TO WS-TIT-ACHOU
           END-IF

           IF WS-TIT-ACHOU             EQUAL 'S'
             MOVE BOOKTIT              TO WS-BOOKTIT-ANTES
             MOVE BOOKTIT-VLR-PARCELA  TO WS-VLR-TOTAL-EDIT
             DISPLAY WS-VLR-TOTAL-EDIT AT 0920
             DISPLAY BOOKTIT-DT-VENCIMENTO
                                       AT 1120
             DISPLAY BOOKTIT-COD-CLI   AT 1320
             IF BOOKTIT-VLR-PAGO       GREATER ZEROS
               MOVE BOOKTIT-VLR-PAGO   TO WS-VLR-TOTAL-EDIT
               DISPLAY 'JA PAGO: '     AT 0940
               DISPLAY WS-VLR-TOTAL-EDIT
                                       AT 0950
             END-IF
             MOVE ZEROS                TO BOOKTIT-DT-PAGAMENTO
             ACCEPT SS-DT-PAGO-TIT
             IF BOOKTIT-DT-PAGAMENTO   EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKTIT-DT-PAGAMENTO
               DISPLAY BOOKTIT-DT-PAGAMENTO
                                       AT 1731
             END-IF
             MOVE BOOKTIT-DT-PAGAMENTO TO WS-COB-DATA-REF
             PERFORM 2633-CALCULAR-ENCARGOS
             MOVE WS-COB-VLR-ENCARGOS  TO WS-VLR-TOTAL-EDIT
             DISPLAY WS-VLR-TOTAL-EDIT AT 1920
             MOVE WS-COB-VLR-DEVIDO    TO WS-VLR-TOTAL-EDIT
             DISPLAY WS-VLR-TOTAL-EDIT AT 2120
             MOVE ZEROS                TO WS-TIT-VLR-BAIXA
             PERFORM UNTIL WS-TIT-VLR-BAIXA GREATER ZEROS
                ACCEPT SS-VLR-PAGO-TIT
                IF WS-TIT-VLR-BAIXA    EQUAL ZEROS
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME UM VALOR PAGO MAIOR QUE ZERO"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
                IF WS-COB-VLR-DEVIDO   GREATER ZEROS
                AND WS-TIT-VLR-BAIXA   GREATER WS-COB-VLR-DEVIDO
                   MOVE ZEROS          TO WS-TIT-VLR-BAIXA
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "VALOR PAGO MAIOR QUE O TOTAL DEVIDO"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             PERFORM 2640-APROPRIAR-PAGAMENTO
      *      PAGAMENTO PARCIAL MANTEM A PARCELA ABERTA PARA QUE O
      *      SALDO RESTANTE CONTINUE NO AGING DE COBRANCA - SE JA
      *      ESTAVA NO BANCO, O NOVO SALDO VAI COMO ABATIMENTO
             IF BOOKTIT-VLR-PAGO       NOT LESS BOOKTIT-VLR-PARCELA
               MOVE 'P'                TO BOOKTIT-SITUACAO
             ELSE
               IF BOOKTIT-SIT-BANCO    EQUAL 'E' OR 'R'
                 MOVE 'A'              TO BOOKTIT-SIT-BANCO
               END-IF
             END-IF
             MOVE 'A'                  TO WS-CRUD
             REWRITE BOOKTIT
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2472-TESTAR-FS-ARQ-TITULO
             IF WS-FS-TITULO           EQUAL ZEROS OR '02'
               PERFORM 2473-GRAVAR-AUDITORIA-TIT
               MOVE 'M'                TO WS-BXA-ORIGEM
               PERFORM 2657-GRAVAR-BAIXA-TIT
               IF BOOKTIT-SITUACAO     EQUAL 'P'
                 MOVE 'PAGAMENTO REGISTRADO - PARCELA QUITADA'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
               ELSE
                 COMPUTE WS-TIT-VLR-SALDO =
                         BOOKTIT-VLR-PARCELA - BOOKTIT-VLR-PAGO
                 MOVE WS-TIT-VLR-SALDO TO WS-VLR-TOTAL-EDIT
                 MOVE 'PAGAMENTO PARCIAL REGISTRADO - SALDO: '
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
                 DISPLAY WS-VLR-TOTAL-EDIT
                                       AT 2355
               END-IF
               STOP ' '
             END-IF
           ELSE
             EVALUATE WS-TIT-ACHOU
               WHEN 'X'
                 MOVE "PARCELA JA ESTA PAGA"
                                       TO WS-MENSAGEM
               WHEN 'C'
                 MOVE "PARCELA CANCELADA POR NOTA DE CREDITO"
                                       TO WS-MENSAGEM
               WHEN 'R'
                 MOVE "PARCELA RENEGOCIADA EM ACORDO"
                                       TO WS-MENSAGEM
               WHEN OTHER
                 MOVE "PARCELA NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
             END-EVALUATE
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       2471-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-TITULO      *
      *----------------------------------------------------------------*
       2472-TESTAR-FS-ARQ-TITULO       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-TITULO            NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-TITULO,' OPERACAO: ',
               WS-OPERACAO,' ARQUIVO TITULO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-TITULO
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO TITULO'
             END-IF
           END-IF

           IF (WS-FS-TITULO            EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-TIT
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2472-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE TITULOS       *
      *(FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)        *
      *----------------------------------------------------------------*
       2473-GRAVAR-AUDITORIA-TIT       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKTIT-CHAVE          TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKTIT          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKTIT-ANTES TO WS-AUD-ANTES
                 MOVE BOOKTIT          TO WS-AUD-DEPOIS
              WHEN 'D'
                 MOVE WS-BOOKTIT-ANTES TO WS-AUD-ANTES
                 MOVE BOOKTIT          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' TITULO CRUD='      DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2473-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO RELATORIO DE AGING            *
      *----------------------------------------------------------------*
       2476-GRAVAR-CABECALHO-AGE       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES               TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'AGING DE CONTAS A RECEBER'
                                             DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING '                '         DELIMITED BY SIZE
                  '      A VENCER  '         DELIMITED BY SIZE
                  '       ATE 30   '         DELIMITED BY SIZE
                  '       ATE 60   '         DELIMITED BY SIZE
                  '       ATE 90   '         DELIMITED BY SIZE
                  '     ACIMA 90'            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2476-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DO AGING (ROTULO + 5 FAIXAS JA     *
      *EDITADAS EM WS-AGE-ED1..ED5)                                    *
      *----------------------------------------------------------------*
       2477-GRAVAR-LINHA-AGE           SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2476-GRAVAR-CABECALHO-AGE
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-AGE-ROTULO        DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-AGE-ED1           DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-AGE-ED2           DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-AGE-ED3           DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-AGE-ED4           DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-AGE-ED5           DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2477-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VARRER OS TITULOS ABERTOS EM ORDEM DE CLIENTE       *
      *(PASSADA 'C') OU DE VENDEDOR (PASSADA 'V') COM QUEBRA DE       *
      *CONTROLE, ACUMULANDO O SALDO EM ABERTO POR FAIXA DE ATRASO      *
      *----------------------------------------------------------------*
       2478-VARRER-TITULOS-AGE         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-AGE-FX-CORRENTE
           MOVE ZEROS                  TO WS-AGE-FX-30
           MOVE ZEROS                  TO WS-AGE-FX-60
           MOVE ZEROS                  TO WS-AGE-FX-90
           MOVE ZEROS                  TO WS-AGE-FX-MAIS
           MOVE ZEROS                  TO WS-AGE-COD-ANT
           MOVE 'N'                    TO WS-AGE-TEM-REG

           IF WS-AGE-PASSADA           EQUAL 'C'
             MOVE ZEROS                TO BOOKTIT-COD-CLI
             START ARQ-TITULO          KEY IS NOT LESS BOOKTIT-COD-CLI
           ELSE
             MOVE ZEROS                TO BOOKTIT-COD-VEND
             START ARQ-TITULO          KEY IS NOT LESS BOOKTIT-COD-VEND
           END-IF
           MOVE 'N'                    TO WS-FIM-ARQ-TIT
           IF WS-FS-TITULO             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-TIT
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-TIT EQUAL 'S'
             READ ARQ-TITULO           NEXT RECORD
             IF WS-FS-TITULO           NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-FIM-ARQ-TIT
             ELSE
               IF BOOKTIT-SITUACAO     EQUAL 'A'
                 IF WS-AGE-TEM-REG     EQUAL 'S'
                 AND ((WS-AGE-PASSADA  EQUAL 'C'
                       AND BOOKTIT-COD-CLI
                                       NOT EQUAL WS-AGE-COD-ANT)
                   OR (WS-AGE-PASSADA  EQUAL 'V'
                       AND BOOKTIT-COD-VEND
                                       NOT EQUAL WS-AGE-COD-ANT))
                   PERFORM 2479-QUEBRAR-CONTROLE-AGE
                 END-IF
                 IF WS-AGE-PASSADA     EQUAL 'C'
                   MOVE BOOKTIT-COD-CLI
                                       TO WS-AGE-COD-ANT
                 ELSE
                   MOVE BOOKTIT-COD-VEND
                                       TO WS-AGE-COD-ANT
                 END-IF
                 MOVE 'S'              TO WS-AGE-TEM-REG
                 PERFORM 2475-ACUMULAR-TITULO-AGE
               END-IF
             END-IF
           END-PERFORM

           IF WS-AGE-TEM-REG           EQUAL 'S'
             PERFORM 2479-QUEBRAR-CONTROLE-AGE
           END-IF
           .
      *----------------------------------------------------------------*
       2478-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ACUMULAR O TITULO CORRENTE NA FAIXA DE ATRASO       *
      *CORRESPONDENTE (DIAS ENTRE O VENCIMENTO E A DATA DE HOJE) - NA  *
      *PASSADA POR CLIENTE, A PARCELA DE ACORDO E SOMADA A PARTE PARA  *
      *A LINHA DOS QUAIS ACORDO                                        *
      *----------------------------------------------------------------*
       2475-ACUMULAR-TITULO-AGE        SECTION.
      *----------------------------------------------------------------*
           COMPUTE WS-AGE-VLR-ABERTO =
                   BOOKTIT-VLR-PARCELA - BOOKTIT-VLR-PAGO
           COMPUTE WS-AGE-INT-VENC =
                   FUNCTION INTEGER-OF-DATE (BOOKTIT-DT-VENCIMENTO)
           COMPUTE WS-AGE-DIAS = WS-AGE-INT-HOJE - WS-AGE-INT-VENC
           EVALUATE TRUE
              WHEN WS-AGE-DIAS         NOT GREATER ZEROS
                 ADD WS-AGE-VLR-ABERTO TO WS-AGE-FX-CORRENTE
              WHEN WS-AGE-DIAS         NOT GREATER 30
                 ADD WS-AGE-VLR-ABERTO TO WS-AGE-FX-30
              WHEN WS-AGE-DIAS         NOT GREATER 60
                 ADD WS-AGE-VLR-ABERTO TO WS-AGE-FX-60
              WHEN WS-AGE-DIAS         NOT GREATER 90
                 ADD WS-AGE-VLR-ABERTO TO WS-AGE-FX-90
              WHEN OTHER
                 ADD WS-AGE-VLR-ABERTO TO WS-AGE-FX-MAIS
           END-EVALUATE
           IF BOOKTIT-NUM-NOTA         GREATER WS-ACD-FAIXA
           AND WS-AGE-PASSADA          EQUAL 'C'
             MOVE 'S'                  TO WS-AGE-CLI-ACD
             EVALUATE TRUE
                WHEN WS-AGE-DIAS       NOT GREATER ZEROS
                   ADD WS-AGE-VLR-ABERTO
                                       TO WS-AGE-ACD-CORRENTE
                WHEN WS-AGE-DIAS       NOT GREATER 30
                   ADD WS-AGE-VLR-ABERTO
                                       TO WS-AGE-ACD-30
                WHEN WS-AGE-DIAS       NOT GREATER 60
                   ADD WS-AGE-VLR-ABERTO
                                       TO WS-AGE-ACD-60
                WHEN WS-AGE-DIAS       NOT GREATER 90
                   ADD WS-AGE-VLR-ABERTO
                                       TO WS-AGE-ACD-90
                WHEN OTHER
                   ADD WS-AGE-VLR-ABERTO
                                       TO WS-AGE-ACD-MAIS
             END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------*
       2475-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA IMPRIMIR A LINHA DA QUEBRA DE CONTROLE DO AGING E   *
      *REINICIAR AS FAIXAS (O TOTAL GERAL E ACUMULADO SOMENTE NA       *
      *PASSADA POR CLIENTE PARA NAO DUPLICAR)                          *
      *----------------------------------------------------------------*
       2479-QUEBRAR-CONTROLE-AGE       SECTION.
      *----------------------------------------------------------------*
           MOVE WS-AGE-FX-CORRENTE     TO WS-AGE-ED1
           MOVE WS-AGE-FX-30           TO WS-AGE-ED2
           MOVE WS-AGE-FX-60           TO WS-AGE-ED3
           MOVE WS-AGE-FX-90           TO WS-AGE-ED4
           MOVE WS-AGE-FX-MAIS         TO WS-AGE-ED5
           MOVE SPACES                 TO WS-AGE-ROTULO
           IF WS-AGE-PASSADA           EQUAL 'C'
             MOVE WS-AGE-COD-ANT       TO WS-COD-CLI-EDIT
             STRING 'CLIENTE '         DELIMITED BY SIZE
                    WS-COD-CLI-EDIT    DELIMITED BY SIZE
                    INTO WS-AGE-ROTULO
             IF WS-AGE-CLI-ACD         EQUAL 'S'
               MOVE '*'                TO WS-AGE-ROTULO (16:1)
               MOVE 'N'                TO WS-AGE-CLI-ACD
             END-IF
             ADD WS-AGE-FX-CORRENTE    TO WS-AGE-TOT-CORRENTE
             ADD WS-AGE-FX-30          TO WS-AGE-TOT-30
             ADD WS-AGE-FX-60          TO WS-AGE-TOT-60
             ADD WS-AGE-FX-90          TO WS-AGE-TOT-90
             ADD WS-AGE-FX-MAIS        TO WS-AGE-TOT-MAIS
           ELSE
             MOVE WS-AGE-COD-ANT       TO WS-COD-VEND-EDIT
             STRING 'VENDEDOR '        DELIMITED BY SIZE
                    WS-COD-VEND-EDIT   DELIMITED BY SIZE
                    INTO WS-AGE-ROTULO
           END-IF
           PERFORM 2477-GRAVAR-LINHA-AGE
           MOVE ZEROS                  TO WS-AGE-FX-CORRENTE
           MOVE ZEROS                  TO WS-AGE-FX-30
           MOVE ZEROS                  TO WS-AGE-FX-60
           MOVE ZEROS                  TO WS-AGE-FX-90
           MOVE ZEROS                  TO WS-AGE-FX-MAIS
           .
      *----------------------------------------------------------------*
       2479-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DE CHECK-IN DE VISITA: REGISTRA QUE O VENDEDOR VISITOU O *
      *CLIENTE (DATA/HORA, RESULTADO E OBSERVACAO OPCIONAL) - BASE DO  *
      *REALIZADO CONTRA BOOKMET-META-VISITAS                           *
      *----------------------------------------------------------------*
       2480-REGISTRAR-VISITA           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'C H E C K - I N  D E  V I S I T A'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-CHECKIN-VISITA

           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE 'N'                    TO WS-ACHOU-VEND
           PERFORM UNTIL WS-ACHOU-VEND EQUAL 'S'
              ACCEPT SS-COD-VEND-VIS
              MOVE BOOKVIS-COD-VEND    TO BOOKVEN-COD-VEND
              MOVE 'S'                 TO WS-ACHOU-VEND
              READ ARQ-VENDEDOR        KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                 MOVE 'N'              TO WS-ACHOU-VEND
              END-READ
              IF WS-ACHOU-VEND         EQUAL 'N'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "VENDEDOR INFORMADO NAO EXISTE"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM
           DISPLAY BOOKVEN-NOME (1:30) AT 0530

           MOVE 'N'                    TO WS-ACHOU-COD
           PERFORM UNTIL WS-ACHOU-COD  EQUAL 'S'
              ACCEPT SS-COD-CLI-VIS
              MOVE BOOKVIS-COD-CLI     TO BOOKCLI-COD-CLI
              MOVE 'S'                 TO WS-ACHOU-COD
              READ ARQ-CLIENTE         KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                 MOVE 'N'              TO WS-ACHOU-COD
              END-READ
              IF WS-ACHOU-COD          EQUAL 'N'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "CLIENTE INFORMADO NAO EXISTE"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM
           DISPLAY BOOKCLI-RZ-SOCIAL (1:30)
                                       AT 0730

           ACCEPT SS-DT-VIS
           IF BOOKVIS-DT-VISITA        EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKVIS-DT-VISITA
             DISPLAY BOOKVIS-DT-VISITA AT 0934
           END-IF
           ACCEPT SS-HR-VIS
           IF BOOKVIS-HR-VISITA        EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (9:4)
                                       TO BOOKVIS-HR-VISITA
             DISPLAY BOOKVIS-HR-VISITA AT 1134
           END-IF

           MOVE SPACES                 TO BOOKVIS-RESULTADO
           PERFORM UNTIL BOOKVIS-RESULTADO EQUAL 'VE' OR 'EF' OR 'AU'
              ACCEPT SS-RESULTADO-VIS
              IF BOOKVIS-RESULTADO     NOT EQUAL 'VE' AND 'EF' AND 'AU'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "INFORME VE-VENDA EF-SEM VENDA AU-AUSENTE"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM
           ACCEPT SS-OBS-VIS

           WRITE BOOKVIS
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           IF WS-FS-VISITA             EQUAL '22'
             MOVE 'VISITA JA REGISTRADA PARA ESTA DATA/HORA'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           ELSE
             PERFORM 2481-TESTAR-FS-ARQ-VISITA
             IF WS-FS-VISITA           EQUAL ZEROS OR '02'
               MOVE 'VISITA REGISTRADA COM SUCESSO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       2480-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-VISITA      *
      *----------------------------------------------------------------*
       2481-TESTAR-FS-ARQ-VISITA       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-VISITA            NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-VISITA,' OPERACAO: ',
               WS-OPERACAO,' ARQUIVO VISITA'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-VISITA
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO VISITA'
             END-IF
           END-IF

           IF (WS-FS-VISITA            EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-VIS
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2481-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA CONTAR AS VISITAS REALIZADAS PELO VENDEDOR CORRENTE *
      *(BOOKVEN-COD-VEND) NO MES WS-META-ANO/WS-META-MES               *
      *----------------------------------------------------------------*
       2482-CONTAR-VISITAS-MES         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-VIS-QTD-MES
           COMPUTE WS-VIS-DT-INI =
                   (WS-META-ANO * 10000) + (WS-META-MES * 100) + 1
           COMPUTE WS-VIS-DT-FIM =
                   (WS-META-ANO * 10000) + (WS-META-MES * 100) + 31

           MOVE BOOKVEN-COD-VEND       TO BOOKVIS-COD-VEND
           MOVE WS-VIS-DT-INI          TO BOOKVIS-DT-VISITA
           MOVE ZEROS                  TO BOOKVIS-HR-VISITA
           MOVE ZEROS                  TO BOOKVIS-COD-CLI
           START ARQ-VISITA            KEY IS NOT LESS BOOKVIS-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-VIS
           IF WS-FS-VISITA             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-VIS
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-VIS EQUAL 'S'
             READ ARQ-VISITA           NEXT RECORD
             IF WS-FS-VISITA           NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-FIM-ARQ-VIS
             ELSE
               IF BOOKVIS-COD-VEND     NOT EQUAL BOOKVEN-COD-VEND
               OR BOOKVIS-DT-VISITA    GREATER WS-VIS-DT-FIM
                 MOVE 'S'              TO WS-FIM-ARQ-VIS
               ELSE
                 ADD 1                 TO WS-VIS-QTD-MES
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2482-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *ROTINA PARA VERIFICAR SE O VENDEDOR CORRENTE VISITOU O CLIENTE  *
      *EM BOOKCLI-COD-CLI NOS ULTIMOS 30 DIAS (ULTIMO CICLO) - APOIO   *
      *DO ROTEIRO DE VISITAS (WS-VIS-RECENTE = S/N)                    *
      *----------------------------------------------------------------*
       2483-VERIFICAR-VISITA-RECENTE   SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-VIS-RECENTE
           COMPUTE WS-VIS-INT-LIM =
                   FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL
                    (FUNCTION CURRENT-DATE (1:8))) - 30
           COMPUTE WS-VIS-DT-LIMITE =
                   FUNCTION DATE-OF-INTEGER (WS-VIS-INT-LIM)

           MOVE BOOKVEN-COD-VEND       TO BOOKVIS-COD-VEND
           MOVE WS-VIS-DT-LIMITE       TO BOOKVIS-DT-VISITA
           MOVE ZEROS                  TO BOOKVIS-HR-VISITA
           MOVE ZEROS                  TO BOOKVIS-COD-CLI
           START ARQ-VISITA            KEY IS NOT LESS BOOKVIS-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-VIS
           IF WS-FS-VISITA             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-VIS
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-VIS EQUAL 'S'
                         OR WS-VIS-RECENTE EQUAL 'S'
             READ ARQ-VISITA           NEXT RECORD
             IF WS-FS-VISITA           NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-FIM-ARQ-VIS
             ELSE
               IF BOOKVIS-COD-VEND     NOT EQUAL BOOKVEN-COD-VEND
                 MOVE 'S'              TO WS-FIM-ARQ-VIS
               ELSE
                 IF BOOKVIS-COD-CLI    EQUAL BOOKCLI-COD-CLI
                   MOVE 'S'            TO WS-VIS-RECENTE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2483-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DA FILA DE APROVACAO DE PEDIDOS: PERCORRE OS PEDIDOS EM  *
      *SITUACAO 'P' (PENDENTE DE APROVACAO POR VALOR ACIMA DA ALCADA)  *
      *E PERMITE AO PERFIL MASTER APROVAR (VOLTA A 'A') OU REJEITAR    *
      *(VAI A 'C') CADA UM COM MOTIVO, TUDO GRAVADO NA AUDITORIA       *
      *----------------------------------------------------------------*
       2490-APROVAR-PEDIDOS            SECTION.
      *----------------------------------------------------------------*
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'A P R O V A R  P E D I D O S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217

           MOVE ZEROS                  TO ACU-APR-PENDENTES
           MOVE 'N'                    TO WS-APR-FIM
           MOVE ZEROS                  TO BOOKPED-NUM-PED
           START ARQ-PEDIDO            KEY IS NOT LESS BOOKPED-NUM-PED
           IF WS-FS-PEDIDO             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-APR-FIM
           END-IF
           PERFORM UNTIL WS-APR-FIM    EQUAL 'S'
             READ ARQ-PEDIDO
             IF WS-FS-PEDIDO           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-APR-FIM
             ELSE
               IF BOOKPED-SITUACAO     EQUAL 'P'
                 ADD 1                 TO ACU-APR-PENDENTES
                 PERFORM 2492-DECIDIR-PEDIDO-PEND
               END-IF
             END-IF
           END-PERFORM

           DISPLAY WS-LIMPAR-TELA      AT 2302
           IF ACU-APR-PENDENTES        EQUAL ZEROS
             MOVE 'NENHUM PEDIDO PENDENTE DE APROVACAO'
                                       TO WS-MENSAGEM
           ELSE
             MOVE ACU-APR-PENDENTES    TO WS-APR-PEND-EDIT
             MOVE SPACES               TO WS-MENSAGEM
             STRING 'PEDIDOS PENDENTES TRATADOS: '
                                       DELIMITED BY SIZE
                    WS-APR-PEND-EDIT   DELIMITED BY SIZE
                    INTO WS-MENSAGEM
           END-IF
           DISPLAY WS-MENSAGEM         AT 2302
           STOP ' '
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *----------------------------------------------------------------*
       2490-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR NA AUDITORIA A DECISAO DE APROVACAO DO       *
      *PEDIDO CORRENTE COM O MOTIVO INFORMADO PELO APROVADOR           *
      *----------------------------------------------------------------*
       2491-GRAVAR-DECISAO-AUD         SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKPED-NUM-PED        TO WS-AUD-CHAVE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' PEDIDO DECISAO='   DELIMITED BY SIZE
                  WS-APR-DECISAO       DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' MOTIVO=['          DELIMITED BY SIZE
                  WS-APR-MOTIVO        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2491-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR O PEDIDO PENDENTE CORRENTE E ACEITAR A       *
      *DECISAO DO APROVADOR (A-APROVA R-REJEITA P-PULA)                *
      *----------------------------------------------------------------*
       2492-DECIDIR-PEDIDO-PEND        SECTION.
      *----------------------------------------------------------------*
           DISPLAY WS-LIMPAR-TELA      AT 0402
           MOVE BOOKPED-NUM-PED        TO WS-NUM-PED-EDIT
           MOVE BOOKPED-COD-CLI        TO WS-COD-CLI-EDIT
           MOVE BOOKPED-COD-VEND       TO WS-COD-VEND-EDIT
           MOVE BOOKPED-VLR-TOTAL      TO WS-VLR-TOTAL-EDIT
           DISPLAY 'PEDIDO....: '      AT 0505
           DISPLAY WS-NUM-PED-EDIT     AT 0517
           DISPLAY 'CLIENTE...: '      AT 0705
           DISPLAY WS-COD-CLI-EDIT     AT 0717
           DISPLAY 'VENDEDOR..: '      AT 0905
           DISPLAY WS-COD-VEND-EDIT    AT 0917
           DISPLAY 'DATA......: '      AT 1105
           DISPLAY BOOKPED-DT-PEDIDO   AT 1117
           DISPLAY 'VALOR.....: '      AT 1305
           DISPLAY WS-VLR-TOTAL-EDIT   AT 1317

           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'DECISAO: [A]APROVA [R]REJEITA [P]PULA:'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           MOVE SPACES                 TO WS-APR-DECISAO
           PERFORM UNTIL WS-APR-DECISAO EQUAL 'A' OR 'R' OR 'P'
             ACCEPT WS-APR-DECISAO     UPPER AT 2342
             IF WS-APR-DECISAO         NOT EQUAL 'A' AND 'R' AND 'P'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'OPCAO INVALIDA - INFORME A, R OU P'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'DECISAO: [A]APROVA [R]REJEITA [P]PULA:'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
             END-IF
           END-PERFORM

           IF WS-APR-DECISAO           EQUAL 'A' OR 'R'
      *      A DECISAO GRAVA O PEDIDO - VALE A MESMA TRAVA DE PERIODO
      *      CONTABIL FECHADO DE 2265-GRAVAR-PEDIDO
             MOVE BOOKPED-DT-PEDIDO (1:6)
                                       TO WS-FEC-PERIODO
             PERFORM 2972-VERIFICAR-PERIODO
             IF WS-FEC-FECHADO         EQUAL 'S'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE
               'PERIODO CONTABIL FECHADO - OPERACAO NAO PERMITIDA'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             ELSE
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'INFORME O MOTIVO DA DECISAO:'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               MOVE SPACES             TO WS-APR-MOTIVO
               ACCEPT WS-APR-MOTIVO    AT 2332
               MOVE 'A'                TO WS-CRUD
               MOVE BOOKPED            TO WS-BOOKPED-ANTES
               IF WS-APR-DECISAO       EQUAL 'A'
                 MOVE 'A'              TO BOOKPED-SITUACAO
               ELSE
                 MOVE 'C'              TO BOOKPED-SITUACAO
               END-IF
               REWRITE BOOKPED
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
               IF WS-FS-PEDIDO         EQUAL ZEROS OR '02'
                 PERFORM 2268-GRAVAR-AUDITORIA-PED
                 PERFORM 2491-GRAVAR-DECISAO-AUD
                 IF BOOKPED-SITUACAO   EQUAL 'C'
                   MOVE -1             TO WS-STK-SINAL
                   PERFORM 2534-RESERVAR-ESTOQUE-PED
                 END-IF
               END-IF
               DISPLAY WS-LIMPAR-TELA  AT 2302
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2492-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA APURAR A EXPOSICAO EM ABERTO DO CLIENTE CORRENTE    *
      *(BOOKCLI-COD-CLI): SOMA DOS PEDIDOS EM SITUACAO 'A' OU 'P'      *
      *PELA CHAVE ALTERNADA BOOKPED-COD-CLI - PRESERVA E RESTAURA A    *
      *AREA DO PEDIDO EM EDICAO                                        *
      *----------------------------------------------------------------*
       2493-APURAR-EXPOSICAO-CLI       SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKPED                TO WS-BOOKPED-SALVA
           MOVE ZEROS                  TO WS-EXP-VALOR

           MOVE BOOKCLI-COD-CLI        TO BOOKPED-COD-CLI
           START ARQ-PEDIDO            KEY IS NOT LESS BOOKPED-COD-CLI
           MOVE 'N'                    TO WS-EXP-FIM
           IF WS-FS-PEDIDO             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-EXP-FIM
           END-IF
           PERFORM UNTIL WS-EXP-FIM    EQUAL 'S'
             READ ARQ-PEDIDO           NEXT RECORD
             IF WS-FS-PEDIDO           NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-EXP-FIM
             ELSE
               IF BOOKPED-COD-CLI      NOT EQUAL BOOKCLI-COD-CLI
                 MOVE 'S'              TO WS-EXP-FIM
               ELSE
                 IF BOOKPED-SITUACAO   EQUAL 'A' OR 'P'
                   ADD BOOKPED-VLR-TOTAL
                                       TO WS-EXP-VALOR
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           MOVE WS-BOOKPED-SALVA       TO BOOKPED
           .
      *----------------------------------------------------------------*
       2493-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR A TELA DE SERVICOS DE CONTAS A RECEBER       *
      *(BAIXA DE PARCELA, CANCELAMENTO DE NOTA E DEVOLUCAO, ACORDO DE  *
      *RENEGOCIACAO)                                                   *
      *----------------------------------------------------------------*
       2510-OPCOES-TITULO              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE                  WS-OPCAO
           PERFORM                     UNTIL WS-OPCAO
                                       EQUAL 7

             DISPLAY WS-LIMPAR-TELA    AT 2302
             DISPLAY SS-MENU-OPCAO-TITULO
             DISPLAY SS-TELA-SERVICO-TIT
             ACCEPT  WS-OPCAO
             EVALUATE WS-OPCAO
               WHEN 1
                  IF WS-ARQ-TIT-ABERTO
                                      EQUAL 'N'
                    MOVE 'B'          TO WS-RESPOSTA
                    PERFORM 2212-ABRIR-ARQUIVO
                  END-IF
                  PERFORM 2471-BAIXAR-PARCELA
               WHEN 2
      *           CANCELAMENTO E DEVOLUCAO EMITEM DOCUMENTO FISCAL -
      *           RESTRITOS AO USUARIO MASTER
                  MOVE 'M'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    PERFORM 2525-ABRIR-ARQ-NOTA-CRED
                    MOVE 'C'          TO WS-NCR-TIPO
                    PERFORM 2511-CANCELAR-DEVOLVER-NOTA
                  END-IF
               WHEN 3
                  MOVE 'M'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    PERFORM 2525-ABRIR-ARQ-NOTA-CRED
                    MOVE 'D'          TO WS-NCR-TIPO
                    PERFORM 2511-CANCELAR-DEVOLVER-NOTA
                  END-IF
               WHEN 4
      *           LIBERACAO DE CLIENTE BLOQUEADO PELO CICLO DE
      *           COBRANCA - RESTRITA AO USUARIO MASTER
                  MOVE 'M'           TO WS-PERM-NECESSARIA
                  PERFORM 3234-VERIFICAR-PERMISSAO
                  IF WS-PERM-OK       EQUAL 'S'
                    PERFORM 2637-LIBERAR-CLIENTE-COB
                  END-IF
               WHEN 5
                  PERFORM 2570-CONFIRMAR-ENTREGA
               WHEN 6
                  PERFORM 2680-NEGOCIAR-ACORDO
               WHEN OTHER
                   IF WS-OPCAO         NOT EQUAL 7
                       DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                       MOVE
                       'OPCAO INVALIDA - ESCOLHA UMA DAS OPCOES DO MENU'
                                       TO WS-MENSAGEM
                       DISPLAY WS-MENSAGEM
                                       AT 2302
                       STOP ' '
                    ELSE
                       DISPLAY WS-LIMPAR-OPCAO
                                       AT 2322
                       PERFORM 2211-LIMPAR-MENU-OPCAO
                   END-IF
             END-EVALUATE
           END-PERFORM
           .
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CANCELAR UMA NOTA (WS-NCR-TIPO = 'C') OU REGISTRAR  *
      *A DEVOLUCAO DE LINHAS DA NOTA (WS-NCR-TIPO = 'D') - EMITE A     *
      *NOTA DE CREDITO E ABATE OS TITULOS EM ABERTO                    *
      *----------------------------------------------------------------*
       2511-CANCELAR-DEVOLVER-NOTA     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           IF WS-NCR-TIPO              EQUAL 'C'
             MOVE 'C A N C E L A R  N O T A'
                                       TO WS-MENSAGEM
           ELSE
             MOVE 'D E V O L U C A O  D E  N O T A'
                                       TO WS-MENSAGEM
           END-IF
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-NOTA-CRED
           ACCEPT  SS-NUM-NOTA-NCR
           MOVE 'S'                    TO WS-NCR-ACHOU
           READ ARQ-NOTA               KEY IS BOOKNOT-NUM-NOTA
                                       INVALID KEY
              MOVE 'N'                 TO WS-NCR-ACHOU
           END-READ
           IF WS-NCR-ACHOU             EQUAL 'S'
           AND BOOKNOT-SITUACAO        EQUAL 'C'
              MOVE 'X'                 TO WS-NCR-ACHOU
           END-IF

           IF WS-NCR-ACHOU             EQUAL 'S'
             MOVE BOOKNOT-NUM-PED      TO WS-NUM-PED-EDIT
             DISPLAY WS-NUM-PED-EDIT   AT 0720
             MOVE BOOKNOT-COD-CLI      TO WS-COD-CLI-EDIT
             DISPLAY WS-COD-CLI-EDIT   AT 0920
             MOVE BOOKNOT-DT-EMISSAO (7:2)
                                       TO WS-DT-PED-DIA
             MOVE BOOKNOT-DT-EMISSAO (5:2)
                                       TO WS-DT-PED-MES
             MOVE BOOKNOT-DT-EMISSAO (1:4)
                                       TO WS-DT-PED-ANO
             DISPLAY WS-DT-PEDIDO-EDIT AT 1120
             MOVE BOOKNOT-VLR-TOTAL    TO WS-VLR-TOTAL-EDIT
             DISPLAY WS-VLR-TOTAL-EDIT AT 1320
             PERFORM 2517-APURAR-CREDITOS-NOTA
             IF WS-NCR-VLR-ANTERIOR    GREATER ZEROS
               MOVE WS-NCR-VLR-ANTERIOR
                                       TO WS-VLR-TOTAL-EDIT
               DISPLAY 'JA CREDITADO: '
                                       AT 1340
               DISPLAY WS-VLR-TOTAL-EDIT
                                       AT 1354
             END-IF

             PERFORM 2526-VERIFICAR-PERIODO-NC
             IF WS-FEC-BLOQUEADO       EQUAL 'S'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
             ELSE
               MOVE 'N'                TO WS-NCR-MOTIVO-OK
               PERFORM UNTIL WS-NCR-MOTIVO-OK EQUAL 'S'
                 MOVE SPACES           TO WS-NCR-MOTIVO
                 ACCEPT SS-MOTIVO-NCR
                 PERFORM 2522-VALIDAR-MOTIVO-NC
                 IF WS-NCR-MOTIVO-OK   NOT EQUAL 'S'
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                   MOVE
                   'MOTIVO INVALIDO - INFORME UM DOS CODIGOS LISTADOS'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2302
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                 END-IF
               END-PERFORM

               PERFORM 2514-SELECIONAR-LINHAS-DEV
               IF WS-NCR-VLR-CREDITO   GREATER ZEROS
                 MOVE WS-NCR-VLR-CREDITO
                                       TO WS-VLR-TOTAL-EDIT
                 DISPLAY 'VLR CREDITO..: '
                                       AT 2105
                 DISPLAY WS-VLR-TOTAL-EDIT
                                       AT 2120
                 DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                 MOVE 'CONFIRMA A EMISSAO DA NOTA DE CREDITO [S/N]:'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2302
                 MOVE SPACES           TO WS-NCR-CONFIRMA
                 ACCEPT WS-NCR-CONFIRMA
                                       UPPER AT 2347
                 DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                 IF WS-NCR-CONFIRMA    EQUAL 'S'
                   PERFORM 2515-EMITIR-NOTA-CRED
                   IF WS-NCR-FALHA     EQUAL 'N'
                     MOVE BOOKNCR-NUM-NC
                                       TO WS-NUM-NC-EDIT
                     MOVE 'NOTA DE CREDITO EMITIDA: '
                                       TO WS-MENSAGEM
                     DISPLAY WS-MENSAGEM
                                       AT 2315
                     DISPLAY WS-NUM-NC-EDIT
                                       AT 2340
                   ELSE
                     DISPLAY WS-MENSAGEM
                                       AT 2302
                   END-IF
                 ELSE
                   MOVE 'OPERACAO CANCELADA PELO USUARIO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                 END-IF
               ELSE
                 DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                 MOVE 'NENHUM VALOR A CREDITAR PARA ESTA NOTA'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
               END-IF
               STOP ' '
             END-IF
           ELSE
             IF WS-NCR-ACHOU           EQUAL 'X'
               MOVE "NOTA JA ESTA CANCELADA"
                                       TO WS-MENSAGEM
             ELSE
               MOVE "NOTA NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
             END-IF
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       2511-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER O ULTIMO NUMERO EMITIDO DA SERIE DE NOTAS DE    *
      *CREDITO (ARQUIVO INEXISTENTE = SERIE INICIANDO DO ZERO)         *
      *----------------------------------------------------------------*
       2512-LER-SERIE-NC               SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-NCR-ULTIMA
           OPEN INPUT                  ARQ-SERIE-NC
           IF WS-FS-SERIE-NC           EQUAL ZEROS
             READ ARQ-SERIE-NC
             IF WS-FS-SERIE-NC         EQUAL ZEROS
             AND FD-ARQ-SERIE-NC       NUMERIC
               MOVE FD-ARQ-SERIE-NC    TO WS-NCR-ULTIMA
             END-IF
             CLOSE ARQ-SERIE-NC
           END-IF
           .
      *----------------------------------------------------------------*
       2512-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR O ULTIMO NUMERO EMITIDO DA SERIE DE NOTAS  *
      *DE CREDITO                                                      *
      *----------------------------------------------------------------*
       2513-GRAVAR-SERIE-NC            SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT                 ARQ-SERIE-NC
           IF WS-FS-SERIE-NC           EQUAL ZEROS
             MOVE WS-NCR-ULTIMA        TO FD-ARQ-SERIE-NC
             WRITE FD-ARQ-SERIE-NC
             CLOSE ARQ-SERIE-NC
           ELSE
             MOVE 'S'                  TO WS-NCR-FALHA
             DISPLAY
             'ERRO AO REGRAVAR A SERIE DE NOTAS DE CREDITO - FS: '
                     WS-FS-SERIE-NC
           END-IF
           .
      *----------------------------------------------------------------*
       2513-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA MONTAR EM WS-TAB-DEVOLUCAO AS LINHAS DO PEDIDO DA   *
      *NOTA A CREDITAR - NO CANCELAMENTO ENTRA TODO O SALDO NAO        *
      *DEVOLVIDO DE CADA LINHA, NA DEVOLUCAO O OPERADOR INFORMA A      *
      *QUANTIDADE DEVOLVIDA LINHA A LINHA (ZERO = NAO DEVOLVE)         *
      *----------------------------------------------------------------*
       2514-SELECIONAR-LINHAS-DEV      SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                  WS-TAB-DEVOLUCAO
           MOVE ZEROS                  TO WS-NCR-QTD-LINHAS
                                          WS-NCR-VLR-CREDITO

           MOVE BOOKNOT-NUM-PED        TO BOOKIPD-NUM-PED
           MOVE ZEROS                  TO BOOKIPD-NUM-LINHA
           START ARQ-ITEM-PED          KEY IS NOT LESS BOOKIPD-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-IPD
           IF WS-FS-ITEM-PED           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-IPD
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-IPD EQUAL 'S'
             READ ARQ-ITEM-PED         NEXT RECORD
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-IPD
             ELSE
               IF BOOKIPD-NUM-PED      NOT EQUAL BOOKNOT-NUM-PED
               OR WS-NCR-QTD-LINHAS    EQUAL 50
                 MOVE 'S'              TO WS-FIM-ARQ-IPD
               ELSE
                 PERFORM 2524-APURAR-DEVOLVIDO-LINHA
                 IF BOOKIPD-QTD        GREATER WS-NCR-QTD-JA-DEV
                   COMPUTE WS-NCR-QTD-SALDO =
                           BOOKIPD-QTD - WS-NCR-QTD-JA-DEV
                 ELSE
                   MOVE ZEROS          TO WS-NCR-QTD-SALDO
                 END-IF
                 IF WS-NCR-TIPO        EQUAL 'C'
                   MOVE WS-NCR-QTD-SALDO
                                       TO WS-NCR-QTD-DEV
                 ELSE
                   MOVE ZEROS          TO WS-NCR-QTD-DEV
                   IF WS-NCR-QTD-SALDO GREATER ZEROS
                     PERFORM 2529-INFORMAR-QTD-DEV
                   END-IF
                 END-IF
                 IF WS-NCR-QTD-DEV     GREATER ZEROS
                   ADD 1               TO WS-NCR-QTD-LINHAS
                   MOVE WS-NCR-QTD-LINHAS
                                       TO WS-NCR-IND
                   MOVE BOOKIPD-NUM-LINHA
                                       TO WS-DEV-NUM-LINHA (WS-NCR-IND)
                   MOVE BOOKIPD-COD-ITEM
                                       TO WS-DEV-COD-ITEM (WS-NCR-IND)
                   MOVE WS-NCR-QTD-DEV TO WS-DEV-QTD (WS-NCR-IND)
                   MOVE BOOKIPD-VLR-UNIT
                                       TO WS-DEV-VLR-UNIT (WS-NCR-IND)
                   MOVE ZEROS          TO WS-NCR-VLR-IPI-DEV
                   IF BOOKIPD-QTD      GREATER ZEROS
                     COMPUTE WS-NCR-VLR-IPI-DEV ROUNDED =
                             BOOKIPD-VLR-IPI * WS-NCR-QTD-DEV
                           / BOOKIPD-QTD
                   END-IF
                   COMPUTE WS-DEV-VLR-LINHA (WS-NCR-IND) =
                           WS-NCR-QTD-DEV * BOOKIPD-VLR-UNIT
                         + WS-NCR-VLR-IPI-DEV
                   ADD WS-DEV-VLR-LINHA (WS-NCR-IND)
                                       TO WS-NCR-VLR-CREDITO
                 END-IF
               END-IF
             END-IF
           END-PERFORM

      *    NOTA COM DESCONTO A VISTA DA CONDICAO DE PAGAMENTO CREDITA
      *    AS LINHAS DEVOLVIDAS PELO VALOR LIQUIDO (MESMA PROPORCAO)
           IF BOOKNOT-VLR-DESCONTO     GREATER ZEROS
             COMPUTE WS-NCR-VLR-CREDITO ROUNDED =
                     WS-NCR-VLR-CREDITO * BOOKNOT-VLR-TOTAL
                   / (BOOKNOT-VLR-TOTAL + BOOKNOT-VLR-DESCONTO)
           END-IF

      *    O CANCELAMENTO CREDITA TODO O SALDO AINDA NAO CREDITADO DA
      *    NOTA (INCLUSIVE NOTAS SEM LINHAS); A DEVOLUCAO NUNCA PASSA
      *    DESSE SALDO
           IF WS-NCR-TIPO              EQUAL 'C'
           OR WS-NCR-VLR-CREDITO       GREATER WS-NCR-VLR-SALDO-NOTA
             MOVE WS-NCR-VLR-SALDO-NOTA
                                       TO WS-NCR-VLR-CREDITO
           END-IF
           .
      *----------------------------------------------------------------*
       2514-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EMITIR A NOTA DE CREDITO DA NOTA CORRENTE (BOOKNOT) *
      *COM O VALOR WS-NCR-VLR-CREDITO E AS LINHAS DE WS-TAB-DEVOLUCAO, *
      *ABATER OS TITULOS EM ABERTO E ATUALIZAR A SITUACAO DA NOTA -    *
      *SEM INTERACAO COM A TELA (WS-NCR-FALHA = 'S' EM CASO DE ERRO,   *
      *COM O MOTIVO EM WS-MENSAGEM)                                    *
      *----------------------------------------------------------------*
       2515-EMITIR-NOTA-CRED           SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-NCR-FALHA
           PERFORM 2526-VERIFICAR-PERIODO-NC
           IF WS-FEC-BLOQUEADO         EQUAL 'S'
             MOVE 'S'                  TO WS-NCR-FALHA
           ELSE
             PERFORM 2512-LER-SERIE-NC
             ADD 1                     TO WS-NCR-ULTIMA
             INITIALIZE                BOOKNCR
             MOVE WS-NCR-ULTIMA        TO BOOKNCR-NUM-NC
             MOVE BOOKNOT-NUM-NOTA     TO BOOKNCR-NUM-NOTA
             MOVE BOOKNOT-NUM-PED      TO BOOKNCR-NUM-PED
             MOVE BOOKNOT-COD-CLI      TO BOOKNCR-COD-CLI
             MOVE BOOKNOT-COD-VEND     TO BOOKNCR-COD-VEND
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKNCR-DT-EMISSAO
             MOVE WS-NCR-TIPO          TO BOOKNCR-TIPO
             MOVE WS-NCR-MOTIVO        TO BOOKNCR-COD-MOTIVO
             MOVE WS-NCR-VLR-CREDITO   TO BOOKNCR-VLR-TOTAL
             MOVE ZEROS                TO BOOKNCR-VLR-ABATIDO
             MOVE 'A'                  TO BOOKNCR-SITUACAO
             WRITE BOOKNCR
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2520-TESTAR-FS-ARQ-NOTA-CRED
             IF WS-FS-NOTA-CRED        EQUAL ZEROS OR '02'
               PERFORM 2513-GRAVAR-SERIE-NC
               PERFORM 2523-GRAVAR-LINHAS-DEV
               PERFORM 2518-ABATER-TITULOS-NOTA
      *        O VALOR NAO ABATIDO EM TITULOS FICA COMO CREDITO DO
      *        CLIENTE (BOOKNCR-VLR-TOTAL - BOOKNCR-VLR-ABATIDO)
               REWRITE BOOKNCR
               PERFORM 2520-TESTAR-FS-ARQ-NOTA-CRED
               MOVE 'I'                TO WS-CRUD
               PERFORM 2516-GRAVAR-AUDITORIA-NCR
               PERFORM 2527-ATUALIZAR-SITUACAO-NOTA
               IF WS-NCR-FALHA         EQUAL 'S'
                 MOVE
                 'NOTA DE CREDITO EMITIDA COM ERROS - VER AUDITORIA'
                                       TO WS-MENSAGEM
               END-IF
             ELSE
               MOVE 'S'                TO WS-NCR-FALHA
               MOVE 'ERRO NA GRAVACAO DA NOTA DE CREDITO'
                                       TO WS-MENSAGEM
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2515-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE NOTAS DE      *
      *CREDITO (FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)*
      *----------------------------------------------------------------*
       2516-GRAVAR-AUDITORIA-NCR       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKNCR-NUM-NC         TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKNCR          TO WS-AUD-DEPOIS
              WHEN 'D'
                 MOVE BOOKNCR          TO WS-AUD-ANTES
                 MOVE SPACES           TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' NOTACRED CRUD='    DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2516-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA APURAR O VALOR JA CREDITADO DA NOTA CORRENTE EM     *
      *NOTAS DE CREDITO ATIVAS (CHAVE ALTERNADA BOOKNCR-NUM-NOTA) E O  *
      *SALDO AINDA CREDITAVEL (WS-NCR-VLR-SALDO-NOTA)                  *
      *----------------------------------------------------------------*
       2517-APURAR-CREDITOS-NOTA       SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-NCR-VLR-ANTERIOR
                                          WS-NCR-VLR-SALDO-NOTA

           MOVE BOOKNOT-NUM-NOTA       TO BOOKNCR-NUM-NOTA
           START ARQ-NOTA-CRED         KEY IS NOT LESS BOOKNCR-NUM-NOTA
           MOVE 'N'                    TO WS-FIM-ARQ-NCR
           IF WS-FS-NOTA-CRED          NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-NCR
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-NCR EQUAL 'S'
             READ ARQ-NOTA-CRED        NEXT RECORD
             IF WS-FS-NOTA-CRED        NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-FIM-ARQ-NCR
             ELSE
               IF BOOKNCR-NUM-NOTA     NOT EQUAL BOOKNOT-NUM-NOTA
                 MOVE 'S'              TO WS-FIM-ARQ-NCR
               ELSE
                 IF BOOKNCR-SITUACAO   EQUAL 'A'
                   ADD BOOKNCR-VLR-TOTAL
                                       TO WS-NCR-VLR-ANTERIOR
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           IF BOOKNOT-VLR-TOTAL        GREATER WS-NCR-VLR-ANTERIOR
             COMPUTE WS-NCR-VLR-SALDO-NOTA =
                     BOOKNOT-VLR-TOTAL - WS-NCR-VLR-ANTERIOR
           END-IF
           .
      *----------------------------------------------------------------*
       2517-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABATER O VALOR DA NOTA DE CREDITO DOS TITULOS EM    *
      *ABERTO DA NOTA, DA ULTIMA PARCELA PARA A PRIMEIRA - PARCELA     *
      *ZERADA SEM PAGAMENTO FICA CANCELADA ('C') E SAI DO AGING, COM   *
      *PAGAMENTO PARCIAL FICA QUITADA ('P'); PARCELA JA ENVIADA AO     *
      *BANCO QUE CONTINUA ABERTA FICA COM ABATIMENTO PENDENTE ('A')    *
      *----------------------------------------------------------------*
       2518-ABATER-TITULOS-NOTA        SECTION.
      *----------------------------------------------------------------*
           MOVE WS-NCR-VLR-CREDITO     TO WS-NCR-VLR-RESTANTE
           MOVE 99                     TO WS-NCR-PARCELA
           PERFORM UNTIL WS-NCR-PARCELA EQUAL ZEROS
                      OR WS-NCR-VLR-RESTANTE EQUAL ZEROS
             MOVE BOOKNOT-NUM-NOTA     TO BOOKTIT-NUM-NOTA
             MOVE WS-NCR-PARCELA       TO BOOKTIT-NUM-PARCELA
             MOVE 'S'                  TO WS-TIT-ACHOU
             READ ARQ-TITULO           KEY IS BOOKTIT-CHAVE
                                       INVALID KEY
                MOVE 'N'               TO WS-TIT-ACHOU
             END-READ
             IF WS-TIT-ACHOU           EQUAL 'S'
             AND BOOKTIT-SITUACAO      EQUAL 'A'
               MOVE BOOKTIT            TO WS-BOOKTIT-ANTES
               COMPUTE WS-NCR-VLR-ABERTO =
                       BOOKTIT-VLR-PARCELA - BOOKTIT-VLR-PAGO
               IF WS-NCR-VLR-ABERTO    GREATER WS-NCR-VLR-RESTANTE
                 MOVE WS-NCR-VLR-RESTANTE
                                       TO WS-NCR-VLR-ABATER
               ELSE
                 MOVE WS-NCR-VLR-ABERTO
                                       TO WS-NCR-VLR-ABATER
               END-IF
               SUBTRACT WS-NCR-VLR-ABATER
                                       FROM BOOKTIT-VLR-PARCELA
               IF BOOKTIT-VLR-PARCELA  NOT GREATER BOOKTIT-VLR-PAGO
                 IF BOOKTIT-VLR-PAGO   EQUAL ZEROS
                   MOVE 'C'            TO BOOKTIT-SITUACAO
                 ELSE
                   MOVE 'P'            TO BOOKTIT-SITUACAO
                 END-IF
               ELSE
                 IF BOOKTIT-SIT-BANCO  EQUAL 'E' OR 'R'
                   MOVE 'A'            TO BOOKTIT-SIT-BANCO
                 END-IF
               END-IF
               MOVE 'A'                TO WS-CRUD
               REWRITE BOOKTIT
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2472-TESTAR-FS-ARQ-TITULO
               IF WS-FS-TITULO         EQUAL ZEROS OR '02'
                 PERFORM 2473-GRAVAR-AUDITORIA-TIT
                 SUBTRACT WS-NCR-VLR-ABATER
                                       FROM WS-NCR-VLR-RESTANTE
                 ADD WS-NCR-VLR-ABATER TO BOOKNCR-VLR-ABATIDO
               ELSE
                 MOVE 'S'              TO WS-NCR-FALHA
               END-IF
             END-IF
             SUBTRACT 1                FROM WS-NCR-PARCELA
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2518-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE NOTAS         *
      *(FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)        *
      *----------------------------------------------------------------*
       2519-GRAVAR-AUDITORIA-NOT       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKNOT-NUM-NOTA       TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKNOT          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKNOT-ANTES TO WS-AUD-ANTES
                 MOVE BOOKNOT          TO WS-AUD-DEPOIS
              WHEN 'D'
                 MOVE BOOKNOT          TO WS-AUD-ANTES
                 MOVE SPACES           TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' NOTA CRUD='        DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2519-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-NOTA-CRED   *
      *----------------------------------------------------------------*
       2520-TESTAR-FS-ARQ-NOTA-CRED    SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-NOTA-CRED         NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-NOTA-CRED,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO NOTA-CRED'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-NOTA-CRED
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO NOTA-CRED'
             END-IF
           END-IF

           IF (WS-FS-NOTA-CRED         EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-NCR
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-DEVOLUCAO   *
      *----------------------------------------------------------------*
       2521-TESTAR-FS-ARQ-DEVOLUCAO    SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-DEVOLUCAO         NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-DEVOLUCAO,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO DEVOLUCAO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-DEVOLUCAO
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO DEVOLUCAO'
             END-IF
           END-IF

           IF (WS-FS-DEVOLUCAO         EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-DEV
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2521-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VALIDAR O MOTIVO INFORMADO (WS-NCR-MOTIVO) NA       *
      *TABELA DE MOTIVOS DE NOTA DE CREDITO                            *
      *----------------------------------------------------------------*
       2522-VALIDAR-MOTIVO-NC          SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-NCR-MOTIVO-OK
           PERFORM VARYING WS-NCR-IND  FROM 1 BY 1
                   UNTIL WS-NCR-IND    GREATER 5
             IF WS-MOT-NC-COD (WS-NCR-IND)
                                       EQUAL WS-NCR-MOTIVO
               MOVE 'S'                TO WS-NCR-MOTIVO-OK
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2522-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR AS LINHAS DEVOLVIDAS (WS-TAB-DEVOLUCAO) DA   *
      *NOTA DE CREDITO CORRENTE EM ARQ-DEVOLUCAO                       *
      *----------------------------------------------------------------*
       2523-GRAVAR-LINHAS-DEV          SECTION.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-NCR-IND  FROM 1 BY 1
                   UNTIL WS-NCR-IND    GREATER WS-NCR-QTD-LINHAS
             INITIALIZE                BOOKDEV
             MOVE BOOKNCR-NUM-NC       TO BOOKDEV-NUM-NC
             MOVE WS-DEV-NUM-LINHA (WS-NCR-IND)
                                       TO BOOKDEV-NUM-LINHA
             MOVE BOOKNCR-NUM-PED      TO BOOKDEV-NUM-PED
             MOVE WS-DEV-COD-ITEM (WS-NCR-IND)
                                       TO BOOKDEV-COD-ITEM
             MOVE WS-DEV-QTD (WS-NCR-IND)
                                       TO BOOKDEV-QTD
             MOVE WS-DEV-VLR-UNIT (WS-NCR-IND)
                                       TO BOOKDEV-VLR-UNIT
             MOVE WS-DEV-VLR-LINHA (WS-NCR-IND)
                                       TO BOOKDEV-VLR-LINHA
             WRITE BOOKDEV
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2521-TESTAR-FS-ARQ-DEVOLUCAO
             IF WS-FS-DEVOLUCAO        NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-NCR-FALHA
             ELSE
      *        A MERCADORIA DEVOLVIDA RETORNA AO ESTOQUE FISICO
               INITIALIZE              BOOKMOV
               MOVE BOOKDEV-COD-ITEM   TO BOOKMOV-COD-ITEM
               MOVE 'D'                TO BOOKMOV-TIPO
               MOVE BOOKDEV-QTD        TO BOOKMOV-QTD
               MOVE BOOKDEV-NUM-NC     TO BOOKMOV-NUM-DOC
               MOVE 'DEVOLUCAO POR NOTA DE CREDITO'
                                       TO BOOKMOV-HISTORICO
               PERFORM 2531-GRAVAR-MOVIMENTO-EST
               IF WS-STK-FALHA         EQUAL 'S'
                 MOVE 'S'              TO WS-NCR-FALHA
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2523-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA APURAR A QUANTIDADE JA DEVOLVIDA DA LINHA DE PEDIDO *
      *CORRENTE (BOOKIPD) EM NOTAS DE CREDITO ANTERIORES - PERCORRE A  *
      *CHAVE ALTERNADA BOOKDEV-NUM-PED                                 *
      *----------------------------------------------------------------*
       2524-APURAR-DEVOLVIDO-LINHA     SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-NCR-QTD-JA-DEV

           MOVE BOOKIPD-NUM-PED        TO BOOKDEV-NUM-PED
           START ARQ-DEVOLUCAO         KEY IS NOT LESS BOOKDEV-NUM-PED
           MOVE 'N'                    TO WS-FIM-ARQ-DEV
           IF WS-FS-DEVOLUCAO          NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-DEV
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-DEV EQUAL 'S'
             READ ARQ-DEVOLUCAO        NEXT RECORD
             IF WS-FS-DEVOLUCAO        NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-FIM-ARQ-DEV
             ELSE
               IF BOOKDEV-NUM-PED      NOT EQUAL BOOKIPD-NUM-PED
                 MOVE 'S'              TO WS-FIM-ARQ-DEV
               ELSE
                 IF BOOKDEV-NUM-LINHA  EQUAL BOOKIPD-NUM-LINHA
                   ADD BOOKDEV-QTD     TO WS-NCR-QTD-JA-DEV
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2524-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR OS ARQUIVOS USADOS NA EMISSAO DE NOTA DE      *
      *CREDITO (NOTAS, TITULOS, LINHAS DO PEDIDO, NOTAS DE CREDITO E   *
      *DEVOLUCOES)                                                     *
      *----------------------------------------------------------------*
       2525-ABRIR-ARQ-NOTA-CRED        SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-NOT-ABERTO        EQUAL 'N'
             MOVE 'N'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'B'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-IPD-ABERTO        EQUAL 'N'
             MOVE 'D'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-NCR-ABERTO        EQUAL 'N'
             MOVE 'Q'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-DEV-ABERTO        EQUAL 'N'
             MOVE 'Y'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           PERFORM 2543-ABRIR-ARQ-ESTOQUE
           .
      *----------------------------------------------------------------*
       2525-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VERIFICAR A TRAVA DE PERIODO CONTABIL DA NOTA DE    *
      *CREDITO: O PERIODO CORRENTE (EMISSAO) PRECISA ESTAR ABERTO E O  *
      *CANCELAMENTO EXIGE TAMBEM O PERIODO DE EMISSAO DA NOTA ABERTO - *
      *NOTA DE PERIODO FECHADO SO PODE SER DEVOLVIDA                   *
      *----------------------------------------------------------------*
       2526-VERIFICAR-PERIODO-NC       SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-FEC-BLOQUEADO
           MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO WS-FEC-PERIODO
           PERFORM 2972-VERIFICAR-PERIODO
           IF WS-FEC-FECHADO           EQUAL 'S'
             MOVE 'S'                  TO WS-FEC-BLOQUEADO
             MOVE 'PERIODO CONTABIL FECHADO - OPERACAO NAO PERMITIDA'
                                       TO WS-MENSAGEM
           ELSE
             IF WS-NCR-TIPO            EQUAL 'C'
               MOVE BOOKNOT-DT-EMISSAO (1:6)
                                       TO WS-FEC-PERIODO
               PERFORM 2972-VERIFICAR-PERIODO
               IF WS-FEC-FECHADO       EQUAL 'S'
                 MOVE 'S'              TO WS-FEC-BLOQUEADO
                 MOVE 'NOTA DE PERIODO FECHADO - UTILIZE A DEVOLUCAO'
                                       TO WS-MENSAGEM
               END-IF
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2526-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ATUALIZAR A SITUACAO DA NOTA APOS A NOTA DE CREDITO:*
      *'C' CANCELADA (CANCELAMENTO OU CREDITO DO VALOR TOTAL) OU       *
      *'D' DEVOLVIDA PARCIALMENTE                                      *
      *----------------------------------------------------------------*
       2527-ATUALIZAR-SITUACAO-NOTA    SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKNOT                TO WS-BOOKNOT-ANTES
           IF WS-NCR-TIPO              EQUAL 'C'
           OR WS-NCR-VLR-CREDITO       NOT LESS WS-NCR-VLR-SALDO-NOTA
             MOVE 'C'                  TO BOOKNOT-SITUACAO
           ELSE
             MOVE 'D'                  TO BOOKNOT-SITUACAO
           END-IF
           MOVE 'A'                    TO WS-CRUD
           REWRITE BOOKNOT
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2842-TESTAR-FS-ARQ-NOTA
           IF WS-FS-NOTA               EQUAL ZEROS OR '02'
             PERFORM 2519-GRAVAR-AUDITORIA-NOT
           ELSE
             MOVE 'S'                  TO WS-NCR-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2527-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR A LINHA DO PEDIDO CORRENTE E ACEITAR A       *
      *QUANTIDADE DEVOLVIDA (ATE O SALDO NAO DEVOLVIDO DA LINHA)       *
      *----------------------------------------------------------------*
       2529-INFORMAR-QTD-DEV           SECTION.
      *----------------------------------------------------------------*
           DISPLAY WS-LIMPAR-TELA      AT 1702
           DISPLAY WS-LIMPAR-TELA      AT 1902
           MOVE BOOKIPD-NUM-LINHA      TO WS-NCR-LINHA-EDIT
           DISPLAY 'LINHA: '           AT 1705
           DISPLAY WS-NCR-LINHA-EDIT   AT 1712
           MOVE BOOKIPD-COD-ITEM       TO WS-NCR-QTD-EDIT
           DISPLAY 'ITEM: '            AT 1717
           DISPLAY WS-NCR-QTD-EDIT     AT 1723
           MOVE BOOKIPD-QTD            TO WS-NCR-QTD-EDIT
           DISPLAY 'FATURADO: '        AT 1730
           DISPLAY WS-NCR-QTD-EDIT     AT 1740
           MOVE WS-NCR-QTD-JA-DEV      TO WS-NCR-QTD-EDIT
           DISPLAY 'JA DEVOLVIDO: '    AT 1747
           DISPLAY WS-NCR-QTD-EDIT     AT 1761
           DISPLAY 'QTD DEVOLVIDA: '   AT 1905

           MOVE 99999                  TO WS-NCR-QTD-DEV
           PERFORM UNTIL WS-NCR-QTD-DEV NOT GREATER WS-NCR-QTD-SALDO
             MOVE ZEROS                TO WS-NCR-QTD-DEV
             ACCEPT WS-NCR-QTD-DEV     AT 1920
             IF WS-NCR-QTD-DEV         GREATER WS-NCR-QTD-SALDO
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE
               'QUANTIDADE MAIOR QUE O SALDO NAO DEVOLVIDO DA LINHA'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2529-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGISTRAR MOVIMENTO MANUAL DE ESTOQUE DE UM ITEM    *
      *(E-ENTRADA / A-AJUSTE DE INVENTARIO) - EXIBE O SALDO FISICO,    *
      *RESERVADO E DISPONIVEL E GRAVA MOVIMENTO E AUDITORIA            *
      *----------------------------------------------------------------*
       2530-MOVIMENTAR-ESTOQUE         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'M O V I M E N T A R  E S T O Q U E'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-MOV-ESTOQUE
           ACCEPT  SS-COD-ITEM-EST
           MOVE BOOKSLD-COD-ITEM       TO BOOKITM-COD-ITEM
           MOVE 'S'                    TO WS-ITEM-ACHOU
           READ ARQ-ITEM               KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
              MOVE 'N'                 TO WS-ITEM-ACHOU
           END-READ

           IF WS-ITEM-ACHOU            EQUAL 'S'
             DISPLAY BOOKITM-DESCRICAO (1:30)
                                       AT 0720
             PERFORM 2532-LER-SALDO-EST
             MOVE BOOKSLD-QTD-FISICA   TO WS-STK-FIS-EDIT
             MOVE BOOKSLD-QTD-RESERVADA
                                       TO WS-STK-RES-EDIT
             MOVE WS-STK-DISPONIVEL    TO WS-STK-DISP-EDIT
             DISPLAY WS-STK-FIS-EDIT   AT 0920
             DISPLAY WS-STK-RES-EDIT   AT 1120
             DISPLAY WS-STK-DISP-EDIT  AT 1320

             MOVE SPACES               TO WS-STK-TIPO
             PERFORM UNTIL WS-STK-TIPO EQUAL 'E' OR 'A'
                ACCEPT SS-TIPO-MOV-EST
                IF WS-STK-TIPO         NOT EQUAL 'E' AND 'A'
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME E-ENTRADA OU A-AJUSTE"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             MOVE ZEROS                TO WS-STK-QTD-INF
             PERFORM UNTIL WS-STK-QTD-INF GREATER ZEROS
                ACCEPT SS-QTD-MOV-EST
                IF WS-STK-QTD-INF      EQUAL ZEROS
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME UMA QUANTIDADE MAIOR QUE ZERO"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             MOVE '+'                  TO WS-STK-SINAL-INF
             IF WS-STK-TIPO            EQUAL 'A'
               MOVE SPACES             TO WS-STK-SINAL-INF
               PERFORM UNTIL WS-STK-SINAL-INF EQUAL '+' OR '-'
                  ACCEPT SS-SINAL-MOV-EST
                  IF WS-STK-SINAL-INF  NOT EQUAL '+' AND '-'
                     DISPLAY WS-LIMPAR-TELA AT 2302
                     DISPLAY "INFORME + (SOBRA) OU - (FALTA)"
                                       AT 2315
                     STOP ' '
                     DISPLAY WS-LIMPAR-TELA AT 2302
                  END-IF
               END-PERFORM
             END-IF
             MOVE SPACES               TO WS-STK-HISTORICO
             ACCEPT SS-HIST-MOV-EST

      *      AJUSTE DE FALTA NAO PODE DEIXAR O SALDO FISICO NEGATIVO
             IF WS-STK-SINAL-INF       EQUAL '-'
             AND WS-STK-QTD-INF        GREATER BOOKSLD-QTD-FISICA
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE
               'AJUSTE DEIXARIA O ESTOQUE FISICO NEGATIVO - RECUSADO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             ELSE
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'CONFIRMA O MOVIMENTO (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               MOVE SPACES             TO WS-STK-CONFIRMA
               PERFORM UNTIL WS-STK-CONFIRMA EQUAL 'S' OR 'N'
                 ACCEPT WS-STK-CONFIRMA UPPER AT 2340
               END-PERFORM
               DISPLAY WS-LIMPAR-TELA  AT 2302
               IF WS-STK-CONFIRMA      EQUAL 'S'
                 INITIALIZE            BOOKMOV
                 MOVE BOOKITM-COD-ITEM TO BOOKMOV-COD-ITEM
                 MOVE WS-STK-TIPO      TO BOOKMOV-TIPO
                 IF WS-STK-SINAL-INF   EQUAL '-'
                   COMPUTE BOOKMOV-QTD = WS-STK-QTD-INF * -1
                 ELSE
                   MOVE WS-STK-QTD-INF TO BOOKMOV-QTD
                 END-IF
                 MOVE ZEROS            TO BOOKMOV-NUM-DOC
                 MOVE WS-STK-HISTORICO TO BOOKMOV-HISTORICO
                 PERFORM 2531-GRAVAR-MOVIMENTO-EST
                 IF WS-STK-FALHA       EQUAL 'N'
                   MOVE 'I'            TO WS-CRUD
                   PERFORM 2542-GRAVAR-AUDITORIA-MOV
                   MOVE BOOKMOV-NUM-MOV
                                       TO WS-STK-NUM-EDIT
                   MOVE 'MOVIMENTO DE ESTOQUE REGISTRADO - NUMERO: '
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2302
                   DISPLAY WS-STK-NUM-EDIT
                                       AT 2345
                 ELSE
                   MOVE 'ERRO NA GRAVACAO DO MOVIMENTO DE ESTOQUE'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2302
                 END-IF
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA
                                       AT 2302
               END-IF
             END-IF
           ELSE
             MOVE "ITEM NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       2530-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UM MOVIMENTO DE ESTOQUE JA MONTADO EM BOOKMOV*
      *(ITEM, TIPO, QUANTIDADE COM SINAL, DOCUMENTO E HISTORICO) -     *
      *ATUALIZA O SALDO DO ITEM (A SAIDA POR FATURAMENTO CONSOME       *
      *TAMBEM A RESERVA) E NUMERA O MOVIMENTO PELA SERIE MOVSERIE      *
      *----------------------------------------------------------------*
       2531-GRAVAR-MOVIMENTO-EST       SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-STK-FALHA
           MOVE BOOKMOV-COD-ITEM       TO BOOKSLD-COD-ITEM
           PERFORM 2532-LER-SALDO-EST
           ADD BOOKMOV-QTD             TO BOOKSLD-QTD-FISICA
           IF BOOKMOV-TIPO             EQUAL 'S'
             ADD BOOKMOV-QTD           TO BOOKSLD-QTD-RESERVADA
             IF BOOKSLD-QTD-RESERVADA  LESS ZEROS
               MOVE ZEROS              TO BOOKSLD-QTD-RESERVADA
             END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKSLD-DT-ULT-MOVTO
           MOVE BOOKSLD-DT-ULT-MOVTO   TO BOOKMOV-DT-MOVTO
           PERFORM 2533-GRAVAR-SALDO-EST

           IF WS-STK-FALHA             EQUAL 'N'
             PERFORM 2537-LER-SERIE-MOV
             ADD 1                     TO WS-STK-ULTIMA
             MOVE WS-STK-ULTIMA        TO BOOKMOV-NUM-MOV
             MOVE WS-USUARIO-ID        TO BOOKMOV-USUARIO
             WRITE BOOKMOV
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2540-TESTAR-FS-ARQ-MOV-EST
             IF WS-FS-MOV-EST          EQUAL ZEROS OR '02'
               PERFORM 2538-GRAVAR-SERIE-MOV
             ELSE
               MOVE 'S'                TO WS-STK-FALHA
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2531-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER O SALDO DO ITEM BOOKSLD-COD-ITEM - ITEM AINDA   *
      *SEM SALDO VOLTA ZERADO (WS-STK-ACHOU = 'N') E E CRIADO NA       *
      *PRIMEIRA GRAVACAO - CALCULA O DISPONIVEL (FISICO - RESERVADO)   *
      *----------------------------------------------------------------*
       2532-LER-SALDO-EST              SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-STK-ACHOU
           IF WS-ARQ-SLD-ABERTO        EQUAL 'S'
             MOVE 'S'                  TO WS-STK-ACHOU
             READ ARQ-SALDO-EST        KEY IS BOOKSLD-COD-ITEM
                                       INVALID KEY
                MOVE 'N'               TO WS-STK-ACHOU
             END-READ
           END-IF
           IF WS-STK-ACHOU             EQUAL 'N'
             MOVE ZEROS                TO BOOKSLD-QTD-FISICA
                                          BOOKSLD-QTD-RESERVADA
                                          BOOKSLD-DT-ULT-MOVTO
           END-IF
           COMPUTE WS-STK-DISPONIVEL = BOOKSLD-QTD-FISICA
                                     - BOOKSLD-QTD-RESERVADA
           .
      *----------------------------------------------------------------*
       2532-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR (INCLUIR OU REGRAVAR) O SALDO DO ITEM        *
      *CORRENTE EM ARQ-SALDO-EST                                       *
      *----------------------------------------------------------------*
       2533-GRAVAR-SALDO-EST           SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-SLD-ABERTO        NOT EQUAL 'S'
             MOVE 'S'                  TO WS-STK-FALHA
           ELSE
             IF WS-STK-ACHOU           EQUAL 'S'
               REWRITE BOOKSLD
             ELSE
               WRITE BOOKSLD
             END-IF
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2539-TESTAR-FS-ARQ-SALDO-EST
             IF WS-FS-SALDO-EST        EQUAL ZEROS OR '02'
               MOVE 'S'                TO WS-STK-ACHOU
             ELSE
               MOVE 'S'                TO WS-STK-FALHA
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2533-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA RESERVAR (WS-STK-SINAL = +1) OU LIBERAR (-1) O      *
      *ESTOQUE DAS LINHAS DO PEDIDO CORRENTE (BOOKPED-NUM-PED) - A     *
      *RESERVA NUNCA FICA NEGATIVA                                     *
      *----------------------------------------------------------------*
       2534-RESERVAR-ESTOQUE-PED       SECTION.
      *----------------------------------------------------------------*
           PERFORM 2543-ABRIR-ARQ-ESTOQUE
           IF WS-ARQ-IPD-ABERTO        EQUAL 'N'
             MOVE 'D'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE BOOKPED-NUM-PED        TO BOOKIPD-NUM-PED
           MOVE ZEROS                  TO BOOKIPD-NUM-LINHA
           START ARQ-ITEM-PED          KEY IS NOT LESS BOOKIPD-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-IPD
           IF WS-FS-ITEM-PED           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-IPD
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-IPD EQUAL 'S'
             READ ARQ-ITEM-PED         NEXT RECORD
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-IPD
             ELSE
               IF BOOKIPD-NUM-PED      NOT EQUAL BOOKPED-NUM-PED
                 MOVE 'S'              TO WS-FIM-ARQ-IPD
               ELSE
                 MOVE BOOKIPD-COD-ITEM TO BOOKSLD-COD-ITEM
                 PERFORM 2532-LER-SALDO-EST
                 COMPUTE BOOKSLD-QTD-RESERVADA =
                         BOOKSLD-QTD-RESERVADA
                       + (WS-STK-SINAL * BOOKIPD-QTD)
                 IF BOOKSLD-QTD-RESERVADA
                                       LESS ZEROS
                   MOVE ZEROS          TO BOOKSLD-QTD-RESERVADA
                 END-IF
                 PERFORM 2533-GRAVAR-SALDO-EST
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2534-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA AVISAR NA DIGITACAO DO PEDIDO QUANDO A QUANTIDADE   *
      *DA LINHA (BOOKIPD-QTD) SUPERA O DISPONIVEL DO ITEM, DESCONTADO  *
      *O QUE O PROPRIO PEDIDO JA PEDIU DO MESMO ITEM - A LINHA E       *
      *ACEITA MESMO ASSIM (A RESERVA FICA ACIMA DO FISICO)             *
      *----------------------------------------------------------------*
       2535-VERIFICAR-DISPONIVEL       SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-SLD-ABERTO        EQUAL 'S'
             MOVE BOOKIPD-COD-ITEM     TO BOOKSLD-COD-ITEM
             PERFORM 2532-LER-SALDO-EST
             MOVE ZEROS                TO WS-STK-QTD-PED
             PERFORM VARYING WS-STK-IND FROM 1 BY 1
                     UNTIL WS-STK-IND  GREATER WS-IPD-QTD-LINHAS
               IF WS-IPD-COD-ITEM (WS-STK-IND)
                                       EQUAL BOOKIPD-COD-ITEM
                 ADD WS-IPD-QTD (WS-STK-IND)
                                       TO WS-STK-QTD-PED
               END-IF
             END-PERFORM
             SUBTRACT WS-STK-QTD-PED   FROM WS-STK-DISPONIVEL
             IF WS-STK-DISPONIVEL      LESS BOOKIPD-QTD
               MOVE WS-STK-DISPONIVEL  TO WS-STK-DISP-EDIT
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'ESTOQUE INSUFICIENTE - DISPONIVEL: '
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               DISPLAY WS-STK-DISP-EDIT
                                       AT 2337
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2535-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA BAIXAR DO ESTOQUE AS LINHAS DO PEDIDO FATURADO      *
      *(BOOKPED-NUM-PED) - UM MOVIMENTO DE SAIDA POR LINHA COM O       *
      *NUMERO DA NOTA (BOOKNOT-NUM-NOTA) COMO DOCUMENTO                *
      *----------------------------------------------------------------*
       2536-BAIXAR-ESTOQUE-PED         SECTION.
      *----------------------------------------------------------------*
           PERFORM 2543-ABRIR-ARQ-ESTOQUE
           IF WS-ARQ-IPD-ABERTO        EQUAL 'N'
             MOVE 'D'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE BOOKPED-NUM-PED        TO BOOKIPD-NUM-PED
           MOVE ZEROS                  TO BOOKIPD-NUM-LINHA
           START ARQ-ITEM-PED          KEY IS NOT LESS BOOKIPD-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-IPD
           IF WS-FS-ITEM-PED           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-IPD
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-IPD EQUAL 'S'
             READ ARQ-ITEM-PED         NEXT RECORD
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-IPD
             ELSE
               IF BOOKIPD-NUM-PED      NOT EQUAL BOOKPED-NUM-PED
                 MOVE 'S'              TO WS-FIM-ARQ-IPD
               ELSE
                 INITIALIZE            BOOKMOV
                 MOVE BOOKIPD-COD-ITEM TO BOOKMOV-COD-ITEM
                 MOVE 'S'              TO BOOKMOV-TIPO
                 COMPUTE BOOKMOV-QTD = BOOKIPD-QTD * -1
                 MOVE BOOKNOT-NUM-NOTA TO BOOKMOV-NUM-DOC
                 MOVE 'SAIDA POR FATURAMENTO'
                                       TO BOOKMOV-HISTORICO
                 PERFORM 2531-GRAVAR-MOVIMENTO-EST
                 IF WS-STK-FALHA       EQUAL 'S'
                   MOVE 'S'            TO WS-FAT-FALHA
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2536-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER O ULTIMO NUMERO GRAVADO DA SERIE DE MOVIMENTOS  *
      *DE ESTOQUE                                                      *
      *----------------------------------------------------------------*
       2537-LER-SERIE-MOV              SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-STK-ULTIMA
           OPEN INPUT                  ARQ-SERIE-MOV
           IF WS-FS-SERIE-MOV          EQUAL ZEROS
             READ ARQ-SERIE-MOV
             IF WS-FS-SERIE-MOV        EQUAL ZEROS
             AND FD-ARQ-SERIE-MOV      NUMERIC
               MOVE FD-ARQ-SERIE-MOV   TO WS-STK-ULTIMA
             END-IF
             CLOSE ARQ-SERIE-MOV
           END-IF
           .
      *----------------------------------------------------------------*
       2537-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR O ULTIMO NUMERO GRAVADO DA SERIE DE        *
      *MOVIMENTOS DE ESTOQUE                                           *
      *----------------------------------------------------------------*
       2538-GRAVAR-SERIE-MOV           SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT                 ARQ-SERIE-MOV
           IF WS-FS-SERIE-MOV          EQUAL ZEROS
             MOVE WS-STK-ULTIMA        TO FD-ARQ-SERIE-MOV
             WRITE FD-ARQ-SERIE-MOV
             CLOSE ARQ-SERIE-MOV
           ELSE
             MOVE 'S'                  TO WS-STK-FALHA
             DISPLAY
             'ERRO AO REGRAVAR A SERIE DE MOVIMENTOS DE ESTOQUE - FS: '
                     WS-FS-SERIE-MOV
           END-IF
           .
      *----------------------------------------------------------------*
       2538-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-SALDO-EST   *
      *----------------------------------------------------------------*
       2539-TESTAR-FS-ARQ-SALDO-EST    SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-SALDO-EST         NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-SALDO-EST,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO SALDO-EST'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-SALDO-EST
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO SALDO-EST'
             END-IF
           END-IF

           IF (WS-FS-SALDO-EST         EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-SLD
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2539-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-MOV-EST     *
      *----------------------------------------------------------------*
       2540-TESTAR-FS-ARQ-MOV-EST      SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-MOV-EST           NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-MOV-EST,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO MOV-EST'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-MOV-EST
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO MOV-EST'
             END-IF
           END-IF

           IF (WS-FS-MOV-EST           EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-MOV
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2540-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EMITIR O RELATORIO DE POSICAO DE ESTOQUE - FISICO,  *
      *RESERVADO E DISPONIVEL DE CADA ITEM ATIVO DO CADASTRO (ITEM COM *
      *DISPONIVEL NEGATIVO SAI MARCADO COMO FALTA)                     *
      *----------------------------------------------------------------*
       2541-RELATORIO-POSICAO-EST      SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-ITM-ABERTO        EQUAL 'N'
             MOVE 'M'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           PERFORM 2543-ABRIR-ARQ-ESTOQUE

           MOVE 'ESTOQUE'              TO WS-SPOOL-TIPO
           PERFORM 2321-ABRIR-ARQ-RELAT
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             MOVE 'POSICAO DE ESTOQUE' TO WS-TITULO-RELAT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'ITEM   DESCRICAO                       '
                                       DELIMITED BY SIZE
                    'UN      FISICO  RESERVADO  DISPONIVEL'
                                       DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE ZEROS                TO BOOKITM-COD-ITEM
             START ARQ-ITEM            KEY IS NOT LESS BOOKITM-COD-ITEM
             MOVE 'N'                  TO WS-FIM-ARQ-ITM
             IF WS-FS-ITEM             NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-ITM
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-ITM EQUAL 'S'
               READ ARQ-ITEM           NEXT RECORD
               IF WS-FS-ITEM           NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-ITM
               ELSE
                 IF BOOKITM-SITUACAO   NOT EQUAL 'I'
                   MOVE BOOKITM-COD-ITEM
                                       TO BOOKSLD-COD-ITEM
                   PERFORM 2532-LER-SALDO-EST
                   MOVE BOOKITM-COD-ITEM
                                       TO WS-COD-ITEM-EDIT
                   MOVE BOOKSLD-QTD-FISICA
                                       TO WS-STK-FIS-EDIT
                   MOVE BOOKSLD-QTD-RESERVADA
                                       TO WS-STK-RES-EDIT
                   MOVE WS-STK-DISPONIVEL
                                       TO WS-STK-DISP-EDIT
                   MOVE SPACES         TO WS-STK-AVISO
                   IF WS-STK-DISPONIVEL LESS ZEROS
                     MOVE '  FALTA'    TO WS-STK-AVISO
                   END-IF
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING WS-COD-ITEM-EDIT
                                       DELIMITED BY SIZE
                          '  '         DELIMITED BY SIZE
                          BOOKITM-DESCRICAO (1:30)
                                       DELIMITED BY SIZE
                          '  '         DELIMITED BY SIZE
                          BOOKITM-UNIDADE
                                       DELIMITED BY SIZE
                          '  '         DELIMITED BY SIZE
                          WS-STK-FIS-EDIT
                                       DELIMITED BY SIZE
                          '   '        DELIMITED BY SIZE
                          WS-STK-RES-EDIT
                                       DELIMITED BY SIZE
                          '    '       DELIMITED BY SIZE
                          WS-STK-DISP-EDIT
                                       DELIMITED BY SIZE
                          WS-STK-AVISO DELIMITED BY SIZE
                          INTO WS-LINHA-RELAT
                   PERFORM 2369-GRAVAR-LINHA-RES
                 END-IF
               END-IF
             END-PERFORM
             PERFORM 2324-FECHAR-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2541-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO MOVIMENTO MANUAL DE      *
      *ESTOQUE (FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)*
      *----------------------------------------------------------------*
       2542-GRAVAR-AUDITORIA-MOV       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKMOV-NUM-MOV        TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKMOV          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' MOVESTOQ CRUD='    DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2542-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR OS ARQUIVOS DE SALDO E DE MOVIMENTOS DE       *
      *ESTOQUE QUANDO AINDA FECHADOS                                   *
      *----------------------------------------------------------------*
       2543-ABRIR-ARQ-ESTOQUE          SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-SLD-ABERTO        EQUAL 'N'
             MOVE 'H'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-MOV-ABERTO        EQUAL 'N'
             MOVE 'L'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2543-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA MANTER A TABELA DE PRECOS DE UM ITEM - A CHAVE E    *
      *ITEM + TIPO (C-CLIENTE U-UF G-GERAL) + CLIENTE/UF + INICIO DA   *
      *VIGENCIA + QTD MINIMA DA FAIXA; CHAVE EXISTENTE E ALTERADA      *
      *(FIM DA VIGENCIA, PRECO E SITUACAO), CHAVE NOVA E INCLUIDA      *
      *----------------------------------------------------------------*
       2550-MANTER-TABELA-PRECO        SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'T A B E L A  D E  P R E C O S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           INITIALIZE                  BOOKPRC
           DISPLAY SS-TELA-TABELA-PRECO
           ACCEPT  SS-COD-ITEM-PRC
           MOVE BOOKPRC-COD-ITEM       TO BOOKITM-COD-ITEM
           MOVE 'S'                    TO WS-ITEM-ACHOU
           READ ARQ-ITEM               KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
              MOVE 'N'                 TO WS-ITEM-ACHOU
           END-READ

           IF WS-ITEM-ACHOU            EQUAL 'S'
             DISPLAY BOOKITM-DESCRICAO (1:30)
                                       AT 0527
             MOVE SPACES               TO BOOKPRC-TIPO
             PERFORM UNTIL BOOKPRC-TIPO EQUAL 'C' OR 'U' OR 'G'
                ACCEPT SS-TIPO-PRC
                IF BOOKPRC-TIPO        NOT EQUAL 'C' AND 'U' AND 'G'
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME C-CLIENTE, U-UF OU G-GERAL"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             MOVE ZEROS                TO BOOKPRC-COD-CLI
             MOVE SPACES               TO BOOKPRC-UF
             IF BOOKPRC-TIPO           EQUAL 'C'
               MOVE 'N'                TO WS-ACHOU-COD
               PERFORM UNTIL WS-ACHOU-COD EQUAL 'S'
                  ACCEPT SS-COD-CLI-PRC
                  MOVE BOOKPRC-COD-CLI TO BOOKCLI-COD-CLI
                  MOVE 'S'             TO WS-ACHOU-COD
                  READ ARQ-CLIENTE     KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                     MOVE 'N'          TO WS-ACHOU-COD
                  END-READ
                  IF WS-ACHOU-COD      EQUAL 'N'
                     DISPLAY WS-LIMPAR-TELA AT 2302
                     DISPLAY "CLIENTE INFORMADO NAO EXISTE"
                                       AT 2315
                     STOP ' '
                     DISPLAY WS-LIMPAR-TELA AT 2302
                  END-IF
               END-PERFORM
             END-IF
             IF BOOKPRC-TIPO           EQUAL 'U'
               PERFORM UNTIL BOOKPRC-UF NOT EQUAL SPACES
                  ACCEPT SS-UF-PRC
                  IF BOOKPRC-UF        EQUAL SPACES
                     DISPLAY WS-LIMPAR-TELA AT 2302
                     DISPLAY "INFORME A UF DA TABELA"
                                       AT 2315
                     STOP ' '
                     DISPLAY WS-LIMPAR-TELA AT 2302
                  END-IF
               END-PERFORM
             END-IF
             PERFORM UNTIL BOOKPRC-DT-INICIO GREATER ZEROS
                ACCEPT SS-DT-INICIO-PRC
                IF BOOKPRC-DT-INICIO   EQUAL ZEROS
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME A DATA DE INICIO DA VIGENCIA"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             ACCEPT SS-QTD-MIN-PRC

             MOVE 'S'                  TO WS-PRC-EXISTE
             READ ARQ-PRECO            KEY IS BOOKPRC-CHAVE
                                       INVALID KEY
                MOVE 'N'               TO WS-PRC-EXISTE
             END-READ
             IF WS-PRC-EXISTE          EQUAL 'S'
               MOVE 'A'                TO WS-CRUD
               MOVE BOOKPRC            TO WS-BOOKPRC-ANTES
               DISPLAY BOOKPRC-DT-FIM  AT 1733
               MOVE BOOKPRC-VLR-UNIT   TO WS-PRC-VLR-EDIT
               DISPLAY WS-PRC-VLR-EDIT AT 1920
               DISPLAY BOOKPRC-SITUACAO
                                       AT 2136
             ELSE
               MOVE 'I'                TO WS-CRUD
             END-IF

             MOVE 'N'                  TO WS-PRC-DATA-OK
             PERFORM UNTIL WS-PRC-DATA-OK EQUAL 'S'
                MOVE ZEROS             TO BOOKPRC-DT-FIM
                ACCEPT SS-DT-FIM-PRC
                IF BOOKPRC-DT-FIM      NOT EQUAL ZEROS
                AND BOOKPRC-DT-FIM     LESS BOOKPRC-DT-INICIO
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                ELSE
                   MOVE 'S'            TO WS-PRC-DATA-OK
                END-IF
             END-PERFORM
             MOVE ZEROS                TO BOOKPRC-VLR-UNIT
             PERFORM UNTIL BOOKPRC-VLR-UNIT GREATER ZEROS
                ACCEPT SS-VLR-PRC
                IF BOOKPRC-VLR-UNIT    EQUAL ZEROS
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME UM PRECO UNITARIO MAIOR QUE ZERO"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM
             MOVE SPACES               TO BOOKPRC-SITUACAO
             PERFORM UNTIL BOOKPRC-SITUACAO EQUAL 'A' OR 'I'
                ACCEPT SS-SIT-PRC
                IF BOOKPRC-SITUACAO    NOT EQUAL 'A' AND 'I'
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME A-ATIVO OU I-INATIVO"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM

             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'CONFIRMA A GRAVACAO DO PRECO (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-PRC-CONFIRMA
             PERFORM UNTIL WS-PRC-CONFIRMA EQUAL 'S' OR 'N'
               ACCEPT WS-PRC-CONFIRMA  UPPER AT 2348
             END-PERFORM
             DISPLAY WS-LIMPAR-TELA    AT 2302
             IF WS-PRC-CONFIRMA        EQUAL 'S'
               PERFORM 2553-GRAVAR-PRECO
             END-IF
           ELSE
             MOVE "ITEM NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       2550-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA BUSCAR O PRECO UNITARIO DO ITEM WS-PRC-COD-ITEM     *
      *PARA O CLIENTE WS-PRC-COD-CLI / UF WS-PRC-UF NA DATA            *
      *WS-PRC-DATA E QUANTIDADE WS-PRC-QTD - PRIORIDADE: TABELA DO     *
      *CLIENTE, TABELA DA UF, TABELA GERAL E POR FIM O PRECO DO        *
      *CADASTRO (BOOKITM JA LIDO) - WS-PRC-ORIGEM = C/U/G/L            *
      *----------------------------------------------------------------*
       2551-BUSCAR-PRECO               SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-PRC-ACHOU
           IF WS-PRC-DATA              EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-PRC-DATA
           END-IF
           IF WS-ARQ-PRC-ABERTO        EQUAL 'S'
             MOVE 'C'                  TO WS-PRC-TIPO-BUSCA
             PERFORM 2552-PESQUISAR-FAIXA-PRECO
             IF WS-PRC-ACHOU           EQUAL 'N'
               MOVE 'U'                TO WS-PRC-TIPO-BUSCA
               PERFORM 2552-PESQUISAR-FAIXA-PRECO
             END-IF
             IF WS-PRC-ACHOU           EQUAL 'N'
               MOVE 'G'                TO WS-PRC-TIPO-BUSCA
               PERFORM 2552-PESQUISAR-FAIXA-PRECO
             END-IF
           END-IF
           IF WS-PRC-ACHOU             EQUAL 'N'
             MOVE 'L'                  TO WS-PRC-ORIGEM
             MOVE BOOKITM-PRECO-UNIT   TO WS-PRC-VLR-UNIT
           END-IF
           .
      *----------------------------------------------------------------*
       2551-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA PESQUISAR NA TABELA DE PRECOS DO TIPO               *
      *WS-PRC-TIPO-BUSCA A FAIXA VIGENTE NA DATA - VENCE A MAIOR QTD   *
      *MINIMA ATENDIDA PELA QUANTIDADE E, NO EMPATE, O INICIO DE       *
      *VIGENCIA MAIS RECENTE                                           *
      *----------------------------------------------------------------*
       2552-PESQUISAR-FAIXA-PRECO      SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-PRC-QTD-MELHOR
           MOVE ZEROS                  TO WS-PRC-DT-MELHOR
           INITIALIZE                  BOOKPRC
           MOVE WS-PRC-COD-ITEM        TO BOOKPRC-COD-ITEM
           MOVE WS-PRC-TIPO-BUSCA      TO BOOKPRC-TIPO
           EVALUATE WS-PRC-TIPO-BUSCA
              WHEN 'C'
                 MOVE WS-PRC-COD-CLI   TO BOOKPRC-COD-CLI
              WHEN 'U'
                 MOVE WS-PRC-UF        TO BOOKPRC-UF
           END-EVALUATE
           MOVE BOOKPRC-CHAVE (1:15)   TO WS-PRC-CHAVE-BASE

           START ARQ-PRECO             KEY IS NOT LESS BOOKPRC-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-PRC
           IF WS-FS-PRECO              NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-PRC
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-PRC EQUAL 'S'
             READ ARQ-PRECO            NEXT RECORD
             IF WS-FS-PRECO            NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-PRC
             ELSE
               IF BOOKPRC-CHAVE (1:15) NOT EQUAL WS-PRC-CHAVE-BASE
                 MOVE 'S'              TO WS-FIM-ARQ-PRC
               ELSE
                 IF BOOKPRC-SITUACAO   EQUAL 'A'
                 AND BOOKPRC-DT-INICIO NOT GREATER WS-PRC-DATA
                 AND (BOOKPRC-DT-FIM   EQUAL ZEROS
                   OR BOOKPRC-DT-FIM   NOT LESS WS-PRC-DATA)
                 AND BOOKPRC-QTD-MINIMA
                                       NOT GREATER WS-PRC-QTD
                   IF WS-PRC-ACHOU     EQUAL 'N'
                   OR BOOKPRC-QTD-MINIMA
                                       GREATER WS-PRC-QTD-MELHOR
                   OR (BOOKPRC-QTD-MINIMA
                                       EQUAL WS-PRC-QTD-MELHOR
                   AND BOOKPRC-DT-INICIO
                                       GREATER WS-PRC-DT-MELHOR)
                     MOVE 'S'          TO WS-PRC-ACHOU
                     MOVE BOOKPRC-QTD-MINIMA
                                       TO WS-PRC-QTD-MELHOR
                     MOVE BOOKPRC-DT-INICIO
                                       TO WS-PRC-DT-MELHOR
                     MOVE BOOKPRC-VLR-UNIT
                                       TO WS-PRC-VLR-UNIT
                     MOVE WS-PRC-TIPO-BUSCA
                                       TO WS-PRC-ORIGEM
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2552-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR (INCLUIR OU ALTERAR) O PRECO CORRENTE EM     *
      *ARQ-PRECO COM LOG DE AUDITORIA                                  *
      *----------------------------------------------------------------*
       2553-GRAVAR-PRECO               SECTION.
      *----------------------------------------------------------------*
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           IF WS-CRUD                  EQUAL 'I'
             WRITE BOOKPRC
           ELSE
             REWRITE BOOKPRC
           END-IF
           PERFORM 2556-TESTAR-FS-ARQ-PRECO
           IF WS-FS-PRECO              EQUAL ZEROS OR '02'
             PERFORM 2554-GRAVAR-AUDITORIA-PRC
             MOVE 'PRECO GRAVADO COM SUCESSO'
                                       TO WS-MENSAGEM
           ELSE
             MOVE 'NAO FOI POSSIVEL COMPLETAR A ACAO'
                                       TO WS-MENSAGEM
           END-IF
           DISPLAY WS-MENSAGEM         AT 2315
           STOP ' '
           .
      *----------------------------------------------------------------*
       2553-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE TABELA DE     *
      *PRECOS (FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO) *
      *- A CHAVE DA TABELA (28 POSICOES) VAI INTEIRA PARA A LINHA      *
      *----------------------------------------------------------------*
       2554-GRAVAR-AUDITORIA-PRC       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKPRC          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKPRC-ANTES TO WS-AUD-ANTES
                 MOVE BOOKPRC          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' PRECO    CRUD='    DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  BOOKPRC-CHAVE        DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2554-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VALIDAR E PRECIFICAR AS LINHAS DE ITENS DO REGISTRO *
      *DE IMPORTACAO DE PEDIDO (ATE 10 LINHAS - QTD DE LINHAS EM       *
      *BRANCO OU ZERO = REGISTRO SO DE CABECALHO) - MONTA              *
      *WS-TAB-ITENS-PED E SUBSTITUI A QTD E O VALOR TOTAL INFORMADOS   *
      *----------------------------------------------------------------*
       2555-PRECIFICAR-LINHAS-IMP      SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-PRC-ITENS-OK
           MOVE ZEROS                  TO WS-IPD-QTD-LINHAS
           MOVE ZEROS                  TO WS-IPD-TOT-QTD
           MOVE ZEROS                  TO WS-IPD-TOT-VLR
           INITIALIZE                  WS-TAB-ITENS-PED
           IF WS-IMP-QTD-LINHAS        NOT NUMERIC
             MOVE ZEROS                TO WS-IMP-QTD-LINHAS
           END-IF
           IF WS-IMP-QTD-LINHAS        GREATER 10
             MOVE 'N'                  TO WS-PRC-ITENS-OK
           END-IF

           PERFORM VARYING WS-PRC-IND  FROM 1 BY 1
                   UNTIL WS-PRC-IND    GREATER WS-IMP-QTD-LINHAS
                      OR WS-PRC-ITENS-OK EQUAL 'N'
             MOVE 'S'                  TO WS-ITEM-ACHOU
             IF WS-IMP-COD-ITEM (WS-PRC-IND) NOT NUMERIC
             OR WS-IMP-QTD (WS-PRC-IND)      NOT NUMERIC
               MOVE 'N'                TO WS-ITEM-ACHOU
             ELSE
               IF WS-IMP-QTD (WS-PRC-IND)    EQUAL ZEROS
                 MOVE 'N'              TO WS-ITEM-ACHOU
               ELSE
                 MOVE WS-IMP-COD-ITEM (WS-PRC-IND)
                                       TO BOOKITM-COD-ITEM
                 READ ARQ-ITEM         KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
                    MOVE 'N'           TO WS-ITEM-ACHOU
                 END-READ
                 IF WS-ITEM-ACHOU      EQUAL 'S'
                 AND BOOKITM-SITUACAO  EQUAL 'I'
                   MOVE 'N'            TO WS-ITEM-ACHOU
                 END-IF
               END-IF
             END-IF

             IF WS-ITEM-ACHOU          EQUAL 'N'
               MOVE 'N'                TO WS-PRC-ITENS-OK
             ELSE
               MOVE BOOKITM-COD-ITEM   TO WS-PRC-COD-ITEM
               MOVE WS-COD-CLI-PED     TO WS-PRC-COD-CLI
               MOVE BOOKCLI-UF         TO WS-PRC-UF
               MOVE WS-DT-PEDIDO       TO WS-PRC-DATA
               MOVE WS-IMP-QTD (WS-PRC-IND)
                                       TO WS-PRC-QTD
               PERFORM 2551-BUSCAR-PRECO
               ADD 1                   TO WS-IPD-QTD-LINHAS
               MOVE BOOKITM-COD-ITEM   TO WS-IPD-COD-ITEM
                                          (WS-IPD-QTD-LINHAS)
               MOVE WS-PRC-QTD         TO WS-IPD-QTD
                                          (WS-IPD-QTD-LINHAS)
               MOVE WS-PRC-VLR-UNIT    TO WS-IPD-VLR-UNIT
                                          (WS-IPD-QTD-LINHAS)
               COMPUTE WS-IPD-VLR-LINHA (WS-IPD-QTD-LINHAS) =
                       WS-PRC-QTD * WS-PRC-VLR-UNIT
               ADD WS-PRC-QTD          TO WS-IPD-TOT-QTD
               ADD WS-IPD-VLR-LINHA (WS-IPD-QTD-LINHAS)
                                       TO WS-IPD-TOT-VLR
             END-IF
           END-PERFORM

           IF WS-PRC-ITENS-OK          EQUAL 'S'
           AND WS-IPD-QTD-LINHAS       GREATER ZEROS
             MOVE WS-IPD-TOT-QTD       TO WS-QTD-ITENS
             MOVE WS-IPD-TOT-VLR       TO WS-VLR-TOTAL
           END-IF
           .
      *----------------------------------------------------------------*
       2555-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-PRECO       *
      *----------------------------------------------------------------*
       2556-TESTAR-FS-ARQ-PRECO        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-PRECO             NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-PRECO,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO PRECO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-PRECO
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO PRECO'
             END-IF
           END-IF

           IF (WS-FS-PRECO             EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-PRC
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2556-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DO ROMANEIO DE ENTREGA: INCLUI NO ROMANEIO AS NOTAS      *
      *EMITIDAS NA DATA INFORMADA E IMPRIME, POR REGIAO DE ENTREGA     *
      *(UF + SETOR DO CEP), A CARGA TOTAL POR ITEM E AS PARADAS COM    *
      *AS NOTAS DE CADA CLIENTE                                        *
      *----------------------------------------------------------------*
       2560-RELATORIO-ROMANEIO         SECTION.
      *----------------------------------------------------------------*
           PERFORM 2568-ABRIR-ARQ-ENTREGA
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'DATA DE EMISSAO DAS NOTAS (AAAAMMDD - ZEROS = HOJE):'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0505
           MOVE ZEROS                  TO WS-ENT-DATA
           ACCEPT WS-ENT-DATA          AT 0559
           PERFORM 2566-VALIDAR-DATA-ROM

           IF WS-ENT-FALHA             EQUAL 'S'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'DATA INVALIDA - INFORME AAAAMMDD ATE A DATA DE HOJE'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           ELSE
             IF WS-ARQ-ENT-ABERTO      EQUAL 'N'
             OR WS-ARQ-NOT-ABERTO      EQUAL 'N'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'ERRO NA ABERTURA DO ARQUIVO DE ENTREGAS'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             ELSE
               PERFORM 2561-GERAR-ROMANEIO
               MOVE 'ROMANEIO'         TO WS-SPOOL-TIPO
               PERFORM 2321-ABRIR-ARQ-RELAT
               IF WS-ARQ-RELAT-ABERTO  EQUAL 'S'
                 PERFORM 2563-IMPRIMIR-ROMANEIO
                 PERFORM 2324-FECHAR-ARQ-RELAT
               END-IF
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-RELATORIO
           .
      *----------------------------------------------------------------*
       2560-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA INCLUIR NO ROMANEIO DA DATA WS-ENT-DATA AS NOTAS    *
      *EMITIDAS NESSA DATA AINDA SEM REGISTRO DE ENTREGA (NOTA JA      *
      *INCLUIDA E MANTIDA - O ROMANEIO PODE SER REEMITIDO)             *
      *----------------------------------------------------------------*
       2561-GERAR-ROMANEIO             SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-ENT-INCLUIDAS
           MOVE ZEROS                  TO BOOKNOT-NUM-NOTA
           START ARQ-NOTA              KEY IS NOT LESS BOOKNOT-NUM-NOTA
           MOVE 'N'                    TO WS-ENT-FIM
           IF WS-FS-NOTA               NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-ENT-FIM
           END-IF
           PERFORM UNTIL WS-ENT-FIM    EQUAL 'S'
             READ ARQ-NOTA             NEXT RECORD
             IF WS-FS-NOTA             NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-ENT-FIM
             ELSE
               IF BOOKNOT-DT-EMISSAO   EQUAL WS-ENT-DATA
               AND BOOKNOT-SITUACAO    NOT EQUAL 'C'
                 PERFORM 2562-INCLUIR-NOTA-ROMANEIO
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2561-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O REGISTRO DE ENTREGA PENDENTE DA NOTA       *
      *CORRENTE (BOOKNOT) COM A REGIAO E O CEP DO CLIENTE (AUDITADO)   *
      *----------------------------------------------------------------*
       2562-INCLUIR-NOTA-ROMANEIO      SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKNOT-NUM-NOTA       TO BOOKENT-NUM-NOTA
           MOVE 'S'                    TO WS-ENT-ACHOU
           READ ARQ-ENTREGA            KEY IS BOOKENT-NUM-NOTA
                                       INVALID KEY
              MOVE 'N'                 TO WS-ENT-ACHOU
           END-READ

           IF WS-ENT-ACHOU             EQUAL 'N'
             INITIALIZE                BOOKENT
             MOVE BOOKNOT-NUM-NOTA     TO BOOKENT-NUM-NOTA
                                          BOOKENT-NOTA-ROM
             MOVE WS-ENT-DATA          TO BOOKENT-DT-ROMANEIO
             MOVE BOOKNOT-COD-CLI      TO BOOKENT-COD-CLI
                                          BOOKCLI-COD-CLI
             MOVE 'S'                  TO WS-ENT-NOTA-ACHOU
             READ ARQ-CLIENTE          KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                MOVE 'N'               TO WS-ENT-NOTA-ACHOU
             END-READ
             IF WS-ENT-NOTA-ACHOU      EQUAL 'S'
               MOVE BOOKCLI-UF         TO BOOKENT-UF
               MOVE BOOKCLI-CEP        TO BOOKENT-CEP
               MOVE BOOKCLI-CEP (1:3)  TO BOOKENT-SETOR-CEP
             ELSE
               MOVE BOOKNOT-UF-DESTINO TO BOOKENT-UF
             END-IF
             MOVE 'P'                  TO BOOKENT-SITUACAO
             MOVE WS-USUARIO-ID        TO BOOKENT-USUARIO
             WRITE BOOKENT
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2569-TESTAR-FS-ARQ-ENTREGA
             IF WS-FS-ENTREGA          EQUAL ZEROS OR '02'
               MOVE 'I'                TO WS-CRUD
               PERFORM 2574-GRAVAR-AUDITORIA-ENT
               ADD 1                   TO ACU-ENT-INCLUIDAS
             ELSE
               MOVE 'S'                TO WS-ENT-FALHA
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2562-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA IMPRIMIR O ROMANEIO DA DATA WS-ENT-DATA NO ARQUIVO  *
      *DE RELATORIO JA ABERTO, UMA REGIAO DE ENTREGA POR VEZ NA ORDEM  *
      *DA CHAVE ALTERNATIVA (REGIAO, CEP, CLIENTE, NOTA)               *
      *----------------------------------------------------------------*
       2563-IMPRIMIR-ROMANEIO          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-ENT-NOTAS-ROM
                                          ACU-ENT-REGIOES
                                          ACU-ENT-PARADAS
           MOVE WS-ENT-DATA (7:2)      TO WS-DT-PED-DIA
           MOVE WS-ENT-DATA (5:2)      TO WS-DT-PED-MES
           MOVE WS-ENT-DATA (1:4)      TO WS-DT-PED-ANO
           MOVE SPACES                 TO WS-TITULO-RELAT
           STRING 'ROMANEIO DE ENTREGA - NOTAS EMITIDAS EM '
                                       DELIMITED BY SIZE
                  WS-DT-PEDIDO-EDIT    DELIMITED BY SIZE
                  INTO WS-TITULO-RELAT

           MOVE WS-ENT-DATA            TO BOOKENT-DT-ROMANEIO
           MOVE SPACES                 TO BOOKENT-UF
           MOVE ZEROS                  TO BOOKENT-SETOR-CEP
                                          BOOKENT-CEP
                                          BOOKENT-COD-CLI
                                          BOOKENT-NOTA-ROM
           START ARQ-ENTREGA           KEY IS NOT LESS BOOKENT-CHAVE-ROM
           MOVE 'N'                    TO WS-ENT-FIM
           IF WS-FS-ENTREGA            NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-ENT-FIM
           ELSE
             PERFORM 2567-LER-PROXIMA-ENTREGA
           END-IF
           PERFORM UNTIL WS-ENT-FIM    EQUAL 'S'
             PERFORM 2564-IMPRIMIR-REGIAO-ROM
           END-PERFORM

           IF ACU-ENT-REGIOES          EQUAL ZEROS
             PERFORM 2368-GRAVAR-CABECALHO-RES
             MOVE 'NENHUMA NOTA EMITIDA NA DATA'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
           END-IF
           MOVE SPACES                 TO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-ENT-NOTAS-ROM      TO WS-ENT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTAS NO ROMANEIO..........: '
                                       DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-ENT-REGIOES        TO WS-ENT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'REGIOES DE ENTREGA.........: '
                                       DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-ENT-PARADAS        TO WS-ENT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PARADAS....................: '
                                       DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-ENT-INCLUIDAS      TO WS-ENT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTAS INCLUIDAS NESTA EMISSAO: '
                                       DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2563-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA IMPRIMIR A REGIAO DO REGISTRO DE ENTREGA CORRENTE:  *
      *1A PASSADA ACUMULA A CARGA POR ITEM, 2A PASSADA (REPOSICIONADA  *
      *NO INICIO DA REGIAO) LISTA AS PARADAS E AS NOTAS - AO TERMINAR  *
      *BOOKENT CONTEM O PRIMEIRO REGISTRO DA REGIAO SEGUINTE           *
      *----------------------------------------------------------------*
       2564-IMPRIMIR-REGIAO-ROM        SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKENT-REGIAO         TO WS-ENT-REGIAO-ATUAL
           MOVE BOOKENT-CHAVE-ROM      TO WS-ENT-CHAVE-REGIAO
           ADD 1                       TO ACU-ENT-REGIOES
           MOVE ZEROS                  TO WS-ENT-QTD-CARGA
                                          WS-ENT-VLR-REGIAO
                                          ACU-ENT-NOTAS-REG
           MOVE 'N'                    TO WS-ENT-CARGA-EXCEDE
           MOVE 'N'                    TO WS-ENT-FIM-REG
           PERFORM UNTIL WS-ENT-FIM-REG EQUAL 'S'
             PERFORM 2565-ACUMULAR-CARGA-NOTA
             PERFORM 2567-LER-PROXIMA-ENTREGA
           END-PERFORM
           ADD ACU-ENT-NOTAS-REG       TO ACU-ENT-NOTAS-ROM

           PERFORM 2368-GRAVAR-CABECALHO-RES
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'REGIAO DE ENTREGA: '
                                       DELIMITED BY SIZE
                  WS-ENT-REGIAO-ATUAL (1:2)
                                       DELIMITED BY SIZE
                  ' - CEP '            DELIMITED BY SIZE
                  WS-ENT-REGIAO-ATUAL (3:3)
                                       DELIMITED BY SIZE
                  'XX-XXX'             DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE 'CARGA DA REGIAO'      TO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING '  ITEM   DESCRICAO                       '
                                       DELIMITED BY SIZE
                  'UN   QUANTIDADE'    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           PERFORM VARYING WS-ENT-IND  FROM 1 BY 1
                   UNTIL WS-ENT-IND    GREATER WS-ENT-QTD-CARGA
             MOVE WS-CRG-COD-ITEM (WS-ENT-IND)
                                       TO BOOKITM-COD-ITEM
             READ ARQ-ITEM             KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
                MOVE SPACES            TO BOOKITM-DESCRICAO
                                          BOOKITM-UNIDADE
             END-READ
             MOVE WS-CRG-COD-ITEM (WS-ENT-IND)
                                       TO WS-COD-ITEM-EDIT
             MOVE WS-CRG-QTD (WS-ENT-IND)
                                       TO WS-ENT-QTD-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING '  '               DELIMITED BY SIZE
                    WS-COD-ITEM-EDIT   DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    BOOKITM-DESCRICAO (1:30)
                                       DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    BOOKITM-UNIDADE    DELIMITED BY SIZE
                    '     '            DELIMITED BY SIZE
                    WS-ENT-QTD-EDIT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
           END-PERFORM
           IF WS-ENT-CARGA-EXCEDE      EQUAL 'S'
             MOVE '  CARGA PARCIAL - MAIS DE 300 ITENS NA REGIAO'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
           END-IF
           MOVE SPACES                 TO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES

           MOVE 'PARADAS'              TO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE WS-ENT-CHAVE-REGIAO    TO BOOKENT-CHAVE-ROM
           START ARQ-ENTREGA           KEY IS NOT LESS BOOKENT-CHAVE-ROM
           MOVE ZEROS                  TO WS-ENT-CLI-ATUAL
                                          WS-ENT-SEQ
           MOVE 'N'                    TO WS-ENT-FIM
           PERFORM 2567-LER-PROXIMA-ENTREGA
           PERFORM UNTIL WS-ENT-FIM-REG EQUAL 'S'
             IF BOOKENT-COD-CLI        NOT EQUAL WS-ENT-CLI-ATUAL
               PERFORM 2582-IMPRIMIR-PARADA-ROM
             END-IF
             MOVE BOOKENT-NUM-NOTA     TO BOOKNOT-NUM-NOTA
             MOVE 'S'                  TO WS-ENT-NOTA-ACHOU
             READ ARQ-NOTA             KEY IS BOOKNOT-NUM-NOTA
                                       INVALID KEY
                MOVE 'N'               TO WS-ENT-NOTA-ACHOU
             END-READ
             IF WS-ENT-NOTA-ACHOU      EQUAL 'S'
               MOVE BOOKNOT-NUM-NOTA   TO WS-ENT-NOTA-EDIT
               MOVE BOOKNOT-NUM-PED    TO WS-NUM-PED-EDIT
               MOVE BOOKNOT-VLR-TOTAL  TO WS-VLR-TOTAL-EDIT
               PERFORM 2584-DESCREVER-SIT-ENTREGA
               IF BOOKNOT-SITUACAO     EQUAL 'C'
                 MOVE 'NOTA CANCELADA - NAO CARREGAR'
                                       TO WS-ENT-SIT-DESC
               END-IF
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING '         NOTA ' DELIMITED BY SIZE
                      WS-ENT-NOTA-EDIT DELIMITED BY SIZE
                      '  PEDIDO '      DELIMITED BY SIZE
                      WS-NUM-PED-EDIT  DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-VLR-TOTAL-EDIT
                                       DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-ENT-SIT-DESC  DELIMITED BY SIZE
                      INTO WS-LINHA-RELAT
               PERFORM 2369-GRAVAR-LINHA-RES
             END-IF
             PERFORM 2567-LER-PROXIMA-ENTREGA
           END-PERFORM

           MOVE ACU-ENT-NOTAS-REG      TO WS-ENT-EDIT
           MOVE WS-ENT-VLR-REGIAO      TO WS-VLR-TOTAL-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL DA REGIAO: '  DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  ' NOTAS  VALOR '     DELIMITED BY SIZE
                  WS-VLR-TOTAL-EDIT    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2564-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA SOMAR NA CARGA DA REGIAO AS LINHAS DA NOTA DO       *
      *REGISTRO DE ENTREGA CORRENTE (NOTA CANCELADA NAO E CARREGADA)   *
      *----------------------------------------------------------------*
       2565-ACUMULAR-CARGA-NOTA        SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKENT-NUM-NOTA       TO BOOKNOT-NUM-NOTA
           MOVE 'S'                    TO WS-ENT-NOTA-ACHOU
           READ ARQ-NOTA               KEY IS BOOKNOT-NUM-NOTA
                                       INVALID KEY
              MOVE 'N'                 TO WS-ENT-NOTA-ACHOU
           END-READ
           IF WS-ENT-NOTA-ACHOU        EQUAL 'S'
           AND BOOKNOT-SITUACAO        NOT EQUAL 'C'
             ADD 1                     TO ACU-ENT-NOTAS-REG
             ADD BOOKNOT-VLR-TOTAL     TO WS-ENT-VLR-REGIAO
             MOVE BOOKNOT-NUM-PED      TO BOOKIPD-NUM-PED
             MOVE ZEROS                TO BOOKIPD-NUM-LINHA
             START ARQ-ITEM-PED        KEY IS NOT LESS BOOKIPD-CHAVE
             MOVE 'N'                  TO WS-FIM-ARQ-IPD
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-IPD
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-IPD EQUAL 'S'
               READ ARQ-ITEM-PED       NEXT RECORD
               IF WS-FS-ITEM-PED       NOT EQUAL ZEROS
               OR BOOKIPD-NUM-PED      NOT EQUAL BOOKNOT-NUM-PED
                 MOVE 'S'              TO WS-FIM-ARQ-IPD
               ELSE
                 PERFORM 2580-SOMAR-ITEM-CARGA
               END-IF
             END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
       2565-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VALIDAR A DATA DO ROMANEIO (ZEROS = HOJE; NAO PODE  *
      *SER POSTERIOR A DATA DE HOJE) - WS-ENT-FALHA = 'S' SE INVALIDA  *
      *----------------------------------------------------------------*
       2566-VALIDAR-DATA-ROM           SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-ENT-FALHA
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-ENT-DT-HOJE
           IF WS-ENT-DATA              EQUAL ZEROS
             MOVE WS-ENT-DT-HOJE       TO WS-ENT-DATA
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-ENT-DATA)
                                       NOT EQUAL ZEROS
             OR WS-ENT-DATA            GREATER WS-ENT-DT-HOJE
               MOVE 'S'                TO WS-ENT-FALHA
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2566-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER O PROXIMO REGISTRO DE ENTREGA DO ROMANEIO PELA  *
      *CHAVE ALTERNATIVA: WS-ENT-FIM = 'S' NO FIM DO ROMANEIO DA DATA, *
      *WS-ENT-FIM-REG = 'S' NO FIM DA REGIAO WS-ENT-REGIAO-ATUAL       *
      *----------------------------------------------------------------*
       2567-LER-PROXIMA-ENTREGA        SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-ENT-FIM-REG
           READ ARQ-ENTREGA            NEXT RECORD
           IF WS-FS-ENTREGA            NOT EQUAL ZEROS AND '02'
             MOVE 'S'                  TO WS-ENT-FIM
             MOVE 'S'                  TO WS-ENT-FIM-REG
           ELSE
             IF BOOKENT-DT-ROMANEIO    NOT EQUAL WS-ENT-DATA
               MOVE 'S'                TO WS-ENT-FIM
               MOVE 'S'                TO WS-ENT-FIM-REG
             ELSE
               IF BOOKENT-REGIAO       NOT EQUAL WS-ENT-REGIAO-ATUAL
                 MOVE 'S'              TO WS-ENT-FIM-REG
               END-IF
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2567-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR OS ARQUIVOS DO ROMANEIO E DA CONFIRMACAO DE   *
      *ENTREGA QUANDO AINDA FECHADOS                                   *
      *----------------------------------------------------------------*
       2568-ABRIR-ARQ-ENTREGA          SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-NOT-ABERTO        EQUAL 'N'
             MOVE 'N'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-IPD-ABERTO        EQUAL 'N'
             MOVE 'D'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-ITM-ABERTO        EQUAL 'N'
             MOVE 'M'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-ENT-ABERTO        EQUAL 'N'
             MOVE '4'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2568-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-ENTREGA     *
      *----------------------------------------------------------------*
       2569-TESTAR-FS-ARQ-ENTREGA      SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-ENTREGA           NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-ENTREGA,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO ENTREGA'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-ENTREGA
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO ENTREGA'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2569-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONFIRMAR PELA TELA A ENTREGA DE UMA NOTA DO        *
      *ROMANEIO (ENTREGUE, PARCIAL OU RECUSADA) - A RECUSA E RESTRITA  *
      *AO USUARIO MASTER POIS EMITE A NOTA DE CREDITO DE CANCELAMENTO  *
      *----------------------------------------------------------------*
       2570-CONFIRMAR-ENTREGA          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2568-ABRIR-ARQ-ENTREGA
           PERFORM 2525-ABRIR-ARQ-NOTA-CRED
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'C O N F I R M A R  E N T R E G A'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-ENTREGA
           ACCEPT  SS-NUM-NOTA-ENT
           PERFORM 2585-LER-NOTA-ENTREGA

           IF WS-ENT-NOTA-ACHOU        EQUAL 'S'
           AND WS-ENT-ACHOU            EQUAL 'S'
             MOVE BOOKNOT-COD-CLI      TO WS-COD-CLI-EDIT
             DISPLAY WS-COD-CLI-EDIT   AT 0720
             MOVE BOOKNOT-DT-EMISSAO (7:2)
                                       TO WS-DT-PED-DIA
             MOVE BOOKNOT-DT-EMISSAO (5:2)
                                       TO WS-DT-PED-MES
             MOVE BOOKNOT-DT-EMISSAO (1:4)
                                       TO WS-DT-PED-ANO
             DISPLAY WS-DT-PEDIDO-EDIT AT 0920
             MOVE BOOKNOT-VLR-TOTAL    TO WS-VLR-TOTAL-EDIT
             DISPLAY WS-VLR-TOTAL-EDIT AT 1120
             MOVE BOOKENT-DT-ROMANEIO (7:2)
                                       TO WS-DT-PED-DIA
             MOVE BOOKENT-DT-ROMANEIO (5:2)
                                       TO WS-DT-PED-MES
             MOVE BOOKENT-DT-ROMANEIO (1:4)
                                       TO WS-DT-PED-ANO
             DISPLAY WS-DT-PEDIDO-EDIT AT 1320
             DISPLAY 'REGIAO: '        AT 1333
             DISPLAY BOOKENT-UF        AT 1341
             DISPLAY BOOKENT-SETOR-CEP AT 1344
             PERFORM 2584-DESCREVER-SIT-ENTREGA
             IF BOOKNOT-SITUACAO       EQUAL 'C'
               MOVE 'NOTA CANCELADA'   TO WS-ENT-SIT-DESC
             END-IF
             DISPLAY WS-ENT-SIT-DESC   AT 1520

             MOVE SPACES               TO WS-ENT-SIT-NOVA
             ACCEPT WS-ENT-SIT-NOVA    UPPER AT 1720
             MOVE ZEROS                TO WS-ENT-DT-NOVA
             ACCEPT SS-DT-ENT
             MOVE SPACES               TO WS-ENT-MOTIVO-NOVO
             ACCEPT WS-ENT-MOTIVO-NOVO UPPER AT 2120

             MOVE 'S'                  TO WS-PERM-OK
             IF WS-ENT-SIT-NOVA        EQUAL 'R'
               MOVE 'M'                TO WS-PERM-NECESSARIA
               PERFORM 3234-VERIFICAR-PERMISSAO
             END-IF
             IF WS-PERM-OK             EQUAL 'S'
               PERFORM 2571-VALIDAR-CONFIRMACAO
               DISPLAY WS-LIMPAR-TELA  AT 2302
               IF WS-ENT-EXC-MOTIVO    NOT EQUAL SPACES
                 MOVE WS-ENT-EXC-MOTIVO
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
               ELSE
                 IF WS-ENT-REPETIDA    EQUAL 'S'
                   MOVE 'CONFIRMACAO JA REGISTRADA PARA ESTA NOTA'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                 ELSE
                   MOVE 'CONFIRMA O REGISTRO DA ENTREGA [S/N]:'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2302
                   MOVE SPACES         TO WS-ENT-CONFIRMA
                   ACCEPT WS-ENT-CONFIRMA
                                       UPPER AT 2340
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                   IF WS-ENT-CONFIRMA  EQUAL 'S'
                     MOVE 'D'          TO WS-ENT-ORIGEM
                     PERFORM 2572-APLICAR-CONFIRMACAO
                     EVALUATE TRUE
                       WHEN WS-ENT-FALHA
                                       EQUAL 'S'
                         MOVE 'ERRO NA GRAVACAO DO REGISTRO DE ENTREGA'
                                       TO WS-MENSAGEM
                         DISPLAY WS-MENSAGEM
                                       AT 2302
                       WHEN WS-ENT-EXC-MOTIVO
                                       NOT EQUAL SPACES
                         MOVE WS-ENT-EXC-MOTIVO
                                       TO WS-MENSAGEM
                         DISPLAY WS-MENSAGEM
                                       AT 2302
                       WHEN BOOKENT-NUM-NC
                                       GREATER ZEROS
                         MOVE BOOKENT-NUM-NC
                                       TO WS-NUM-NC-EDIT
                         MOVE 'RECUSA REGISTRADA - NOTA DE CREDITO: '
                                       TO WS-MENSAGEM
                         DISPLAY WS-MENSAGEM
                                       AT 2302
                         DISPLAY WS-NUM-NC-EDIT
                                       AT 2339
                       WHEN OTHER
                         MOVE 'ENTREGA REGISTRADA COM SUCESSO'
                                       TO WS-MENSAGEM
                         DISPLAY WS-MENSAGEM
                                       AT 2315
                     END-EVALUATE
                   ELSE
                     MOVE 'OPERACAO CANCELADA PELO USUARIO'
                                       TO WS-MENSAGEM
                     DISPLAY WS-MENSAGEM
                                       AT 2315
                   END-IF
                 END-IF
               END-IF
               STOP ' '
             END-IF
           ELSE
             DISPLAY WS-LIMPAR-TELA    AT 2302
             IF WS-ENT-NOTA-ACHOU      EQUAL 'N'
               MOVE "NOTA NAO EXISTE NO ARQUIVO"
                                       TO WS-MENSAGEM
             ELSE
               MOVE "NOTA NAO CONSTA DE ROMANEIO DE ENTREGA"
                                       TO WS-MENSAGEM
             END-IF
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       2570-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VALIDAR A CONFIRMACAO DE ENTREGA (WS-ENT-SIT-NOVA,  *
      *WS-ENT-DT-NOVA E WS-ENT-MOTIVO-NOVO) CONTRA A NOTA E O REGISTRO *
      *DE ENTREGA LIDOS - WS-ENT-EXC-MOTIVO = SPACES SE VALIDA E       *
      *WS-ENT-REPETIDA = 'S' SE A MESMA CONFIRMACAO JA FOI REGISTRADA  *
      *----------------------------------------------------------------*
       2571-VALIDAR-CONFIRMACAO        SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-ENT-EXC-MOTIVO
           MOVE 'N'                    TO WS-ENT-REPETIDA
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-ENT-DT-HOJE
           IF WS-ENT-DT-NOVA           EQUAL ZEROS
             MOVE WS-ENT-DT-HOJE       TO WS-ENT-DT-NOVA
           END-IF

           EVALUATE TRUE
             WHEN WS-ENT-NOTA-ACHOU    EQUAL 'N'
               MOVE 'NOTA NAO ENCONTRADA'
                                       TO WS-ENT-EXC-MOTIVO
             WHEN WS-ENT-ACHOU         EQUAL 'N'
               MOVE 'NOTA NAO CONSTA DE ROMANEIO'
                                       TO WS-ENT-EXC-MOTIVO
             WHEN WS-ENT-SIT-NOVA      NOT EQUAL 'E' AND 'T' AND 'R'
               MOVE 'SITUACAO INVALIDA - INFORME E, T OU R'
                                       TO WS-ENT-EXC-MOTIVO
             WHEN BOOKENT-SITUACAO     EQUAL WS-ENT-SIT-NOVA
             AND BOOKENT-DT-ENTREGA    EQUAL WS-ENT-DT-NOVA
               MOVE 'S'                TO WS-ENT-REPETIDA
             WHEN BOOKENT-SITUACAO     NOT EQUAL 'P'
               MOVE 'ENTREGA JA CONFIRMADA PARA ESTA NOTA'
                                       TO WS-ENT-EXC-MOTIVO
             WHEN BOOKNOT-SITUACAO     EQUAL 'C'
               MOVE 'NOTA CANCELADA'   TO WS-ENT-EXC-MOTIVO
             WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-ENT-DT-NOVA)
                                       NOT EQUAL ZEROS
               MOVE 'DATA DE ENTREGA INVALIDA'
                                       TO WS-ENT-EXC-MOTIVO
             WHEN WS-ENT-DT-NOVA       LESS BOOKNOT-DT-EMISSAO
               MOVE 'DATA DE ENTREGA ANTERIOR A EMISSAO'
                                       TO WS-ENT-EXC-MOTIVO
             WHEN WS-ENT-DT-NOVA       GREATER WS-ENT-DT-HOJE
               MOVE 'DATA DE ENTREGA POSTERIOR A HOJE'
                                       TO WS-ENT-EXC-MOTIVO
             WHEN WS-ENT-SIT-NOVA      NOT EQUAL 'E'
             AND WS-ENT-MOTIVO-NOVO    EQUAL SPACES
               MOVE 'MOTIVO OBRIGATORIO P/ PARCIAL OU RECUSA'
                                       TO WS-ENT-EXC-MOTIVO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2571-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR A CONFIRMACAO VALIDADA NO REGISTRO DE        *
      *ENTREGA (AUDITADO) - A RECUSA CANCELA A NOTA COM EMISSAO DA     *
      *NOTA DE CREDITO; A ENTREGA PARCIAL FICA PENDENTE DE DEVOLUCAO   *
      *----------------------------------------------------------------*
       2572-APLICAR-CONFIRMACAO        SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-ENT-FALHA
           MOVE BOOKENT                TO WS-BOOKENT-ANTES
           MOVE WS-ENT-SIT-NOVA        TO BOOKENT-SITUACAO
           MOVE WS-ENT-DT-NOVA         TO BOOKENT-DT-ENTREGA
           MOVE WS-ENT-MOTIVO-NOVO     TO BOOKENT-MOTIVO
           MOVE WS-ENT-ORIGEM          TO BOOKENT-ORIGEM
           MOVE WS-ENT-DT-HOJE         TO BOOKENT-DT-CONFIRMACAO
           MOVE WS-USUARIO-ID          TO BOOKENT-USUARIO
           IF WS-ENT-SIT-NOVA          EQUAL 'R'
             PERFORM 2573-CANCELAR-NOTA-RECUSADA
           END-IF

           REWRITE BOOKENT
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2569-TESTAR-FS-ARQ-ENTREGA
           IF WS-FS-ENTREGA            EQUAL ZEROS OR '02'
             MOVE 'A'                  TO WS-CRUD
             PERFORM 2574-GRAVAR-AUDITORIA-ENT
             EVALUATE WS-ENT-SIT-NOVA
               WHEN 'E'
                 ADD 1                 TO ACU-ENT-ENTREGUES
               WHEN 'T'
                 ADD 1                 TO ACU-ENT-PARCIAIS
               WHEN 'R'
                 ADD 1                 TO ACU-ENT-RECUSADAS
             END-EVALUATE
           ELSE
             MOVE 'S'                  TO WS-ENT-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2572-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CANCELAR A NOTA RECUSADA NA ENTREGA PELO PROCESSO   *
      *DE CANCELAMENTO (MOTIVO 01 - RECUSA NA ENTREGA) - SE A NOTA DE  *
      *CREDITO NAO PUDER SER EMITIDA O AVISO VOLTA EM WS-ENT-EXC-MOTIVO*
      *E A NOTA FICA NO RELATORIO DE ENTREGAS PENDENTES                *
      *----------------------------------------------------------------*
       2573-CANCELAR-NOTA-RECUSADA     SECTION.
      *----------------------------------------------------------------*
           MOVE 'C'                    TO WS-NCR-TIPO
           MOVE '01'                   TO WS-NCR-MOTIVO
           PERFORM 2517-APURAR-CREDITOS-NOTA
           PERFORM 2514-SELECIONAR-LINHAS-DEV
           IF WS-NCR-VLR-CREDITO       GREATER ZEROS
             PERFORM 2515-EMITIR-NOTA-CRED
             IF WS-NCR-FALHA           EQUAL 'N'
               MOVE BOOKNCR-NUM-NC     TO BOOKENT-NUM-NC
             ELSE
               MOVE SPACES             TO WS-ENT-EXC-MOTIVO
               STRING 'NC NAO EMITIDA: '
                                       DELIMITED BY SIZE
                      WS-MENSAGEM      DELIMITED BY SIZE
                      INTO WS-ENT-EXC-MOTIVO
             END-IF
           ELSE
             MOVE 'NC NAO EMITIDA: SEM SALDO A CREDITAR'
                                       TO WS-ENT-EXC-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2573-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE ENTREGAS      *
      *(FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)        *
      *----------------------------------------------------------------*
       2574-GRAVAR-AUDITORIA-ENT       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKENT-NUM-NOTA       TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKENT          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKENT-ANTES TO WS-AUD-ANTES
                 MOVE BOOKENT          TO WS-AUD-DEPOIS
              WHEN 'D'
                 MOVE BOOKENT          TO WS-AUD-ANTES
                 MOVE SPACES           TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' ENTREGA CRUD='     DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2574-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA PROCESSAR O ARQUIVO DE CONFIRMACOES DE ENTREGA DOS  *
      *MOTORISTAS (WS-ARQ-CONF-ENT) GERANDO O RELATORIO DE EXCECOES EM *
      *WS-ARQ-RELAT - REPROCESSAR O MESMO ARQUIVO NAO ALTERA NADA      *
      *WS-ENT-RET-VALIDO: S-PROCESSADO  A-ARQUIVO AUSENTE              *
      *----------------------------------------------------------------*
       2575-PROCESSAR-CONF-ENTREGA     SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-ENT-RET-VALIDO
           MOVE ZEROS                  TO ACU-ENT-ENTREGUES
                                          ACU-ENT-PARCIAIS
                                          ACU-ENT-RECUSADAS
                                          ACU-ENT-REPETIDAS
                                          ACU-ENT-EXCECOES

           OPEN INPUT                  ARQ-CONF-ENT
           IF WS-FS-CONF-ENT           NOT EQUAL ZEROS
             MOVE 'A'                  TO WS-ENT-RET-VALIDO
             DISPLAY 'CONFIRMACAO DE ENTREGA NAO PROCESSADA - ARQUIVO '
                     WS-ARQ-CONF-ENT ' NAO ENCONTRADO'
           ELSE
             PERFORM 2568-ABRIR-ARQ-ENTREGA
             PERFORM 2525-ABRIR-ARQ-NOTA-CRED
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-NOT-ABERTO      EQUAL 'N'
             OR WS-ARQ-ENT-ABERTO      EQUAL 'N'
             OR WS-ARQ-RELAT-ABERTO    NOT EQUAL 'S'
               MOVE 'S'                TO WS-ENT-FALHA
               DISPLAY 'CONFIRMACAO DE ENTREGA NAO PROCESSADA - ERRO '
                       'NA ABERTURA DOS ARQUIVOS'
             ELSE
               MOVE ZEROS              TO ACU-RELAT
               MOVE ZEROS              TO WS-PAGINA-RELAT
               MOVE 99                 TO WS-LINHAS-PAGINA
               MOVE 'N'                TO WS-ENT-FIM
               PERFORM UNTIL WS-ENT-FIM EQUAL 'S'
                 MOVE SPACES           TO WS-REG-CONF-ENT
                 READ ARQ-CONF-ENT     INTO WS-REG-CONF-ENT
                 IF WS-FS-CONF-ENT     NOT EQUAL ZEROS
                   MOVE 'S'            TO WS-ENT-FIM
                 ELSE
                   IF WS-CNF-TIPO-REG  EQUAL '1'
                     PERFORM 2576-TRATAR-CONF-ARQUIVO
                   END-IF
                 END-IF
               END-PERFORM
               PERFORM 2579-FECHAR-RELAT-EXC-ENT
             END-IF
             CLOSE ARQ-CONF-ENT
           END-IF
           .
      *----------------------------------------------------------------*
       2575-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA TRATAR UMA LINHA DO ARQUIVO DE CONFIRMACOES DE      *
      *ENTREGA (DATA EM BRANCO = HOJE)                                 *
      *----------------------------------------------------------------*
       2576-TRATAR-CONF-ARQUIVO        SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-ENT-EXC-MOTIVO
           MOVE 'N'                    TO WS-ENT-REPETIDA
           MOVE WS-CNF-SITUACAO        TO WS-ENT-SIT-NOVA
           MOVE WS-CNF-MOTIVO          TO WS-ENT-MOTIVO-NOVO
           MOVE ZEROS                  TO WS-ENT-DT-NOVA

           IF WS-CNF-NUM-NOTA          NOT NUMERIC
             MOVE 'NUMERO DA NOTA INVALIDO'
                                       TO WS-ENT-EXC-MOTIVO
           ELSE
             IF WS-CNF-DT-ENTREGA      NOT EQUAL SPACES
             AND WS-CNF-DT-ENTREGA     NOT NUMERIC
               MOVE 'DATA DE ENTREGA INVALIDA'
                                       TO WS-ENT-EXC-MOTIVO
             ELSE
               IF WS-CNF-DT-ENTREGA    NOT EQUAL SPACES
                 MOVE WS-CNF-DT-ENTREGA-N
                                       TO WS-ENT-DT-NOVA
               END-IF
               MOVE WS-CNF-NUM-NOTA-N  TO BOOKNOT-NUM-NOTA
               PERFORM 2585-LER-NOTA-ENTREGA
               PERFORM 2571-VALIDAR-CONFIRMACAO
               IF WS-ENT-EXC-MOTIVO    EQUAL SPACES
                 IF WS-ENT-REPETIDA    EQUAL 'S'
                   ADD 1               TO ACU-ENT-REPETIDAS
                 ELSE
                   MOVE 'A'            TO WS-ENT-ORIGEM
                   PERFORM 2572-APLICAR-CONFIRMACAO
                   IF WS-ENT-FALHA     EQUAL 'S'
                     MOVE 'ERRO NA GRAVACAO DO REGISTRO DE ENTREGA'
                                       TO WS-ENT-EXC-MOTIVO
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF

      *    AVISO DE NOTA DE CREDITO NAO EMITIDA NA RECUSA TAMBEM VAI
      *    PARA O RELATORIO (A CONFIRMACAO FICA REGISTRADA)
           IF WS-ENT-EXC-MOTIVO        NOT EQUAL SPACES
             PERFORM 2578-GRAVAR-EXCECAO-ENT
           END-IF
           .
      *----------------------------------------------------------------*
       2576-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO RELATORIO DE EXCECOES DA      *
      *CONFIRMACAO DE ENTREGA                                          *
      *----------------------------------------------------------------*
       2577-GRAVAR-CABECALHO-EXC-ENT   SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES              TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT       FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'EXCECOES DA CONFIRMACAO DE ENTREGA'
                                             DELIMITED BY SIZE
                  '  -  ARQUIVO '            DELIMITED BY SIZE
                  WS-ARQ-CONF-ENT            DELIMITED BY SPACE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTA       S  DATA      MOTIVO DO MOTORISTA'
                                             DELIMITED BY SIZE
                  '             EXCECAO'     DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2577-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DO RELATORIO DE EXCECOES DA        *
      *CONFIRMACAO DE ENTREGA (LINHA CORRENTE + WS-ENT-EXC-MOTIVO)     *
      *----------------------------------------------------------------*
       2578-GRAVAR-EXCECAO-ENT         SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2577-GRAVAR-CABECALHO-EXC-ENT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-CNF-NUM-NOTA      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-CNF-SITUACAO      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-CNF-DT-ENTREGA    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-CNF-MOTIVO        DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-ENT-EXC-MOTIVO    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA
           ADD 1                       TO ACU-ENT-EXCECOES
           .
      *----------------------------------------------------------------*
       2578-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR OS TOTAIS E FECHAR O RELATORIO DE EXCECOES   *
      *DA CONFIRMACAO DE ENTREGA (SEM PARADA DE TELA)                  *
      *----------------------------------------------------------------*
       2579-FECHAR-RELAT-EXC-ENT       SECTION.
      *----------------------------------------------------------------*
           IF WS-PAGINA-RELAT          EQUAL ZEROS
              PERFORM 2577-GRAVAR-CABECALHO-EXC-ENT
              MOVE 'NENHUMA EXCECAO NAS CONFIRMACOES'
                                       TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT       FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE ACU-ENT-ENTREGUES      TO WS-ENT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTAS ENTREGUES............: '
                                       DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-ENT-PARCIAIS       TO WS-ENT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'ENTREGAS PARCIAIS..........: '
                                       DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-ENT-RECUSADAS      TO WS-ENT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'ENTREGAS RECUSADAS.........: '
                                       DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-ENT-REPETIDAS      TO WS-ENT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'LINHAS JA PROCESSADAS......: '
                                       DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-ENT-EXCECOES       TO WS-ENT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'LINHAS DE EXCECAO..........: '
                                       DELIMITED BY SIZE
                  WS-ENT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE WS-FECHAMENTO          TO WS-OPERACAO
           CLOSE ARQ-RELAT
           MOVE 'N'                    TO WS-ARQ-RELAT-ABERTO
           .
      *----------------------------------------------------------------*
       2579-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA SOMAR A LINHA CORRENTE DO PEDIDO (BOOKIPD) NA CARGA *
      *DA REGIAO, MANTENDO A TABELA EM ORDEM DE CODIGO DO ITEM         *
      *----------------------------------------------------------------*
       2580-SOMAR-ITEM-CARGA           SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-ENT-POS-OK
           MOVE 'N'                    TO WS-ENT-ITEM-EXISTE
           MOVE 1                      TO WS-ENT-IND
           PERFORM UNTIL WS-ENT-POS-OK EQUAL 'S'
             IF WS-ENT-IND             GREATER WS-ENT-QTD-CARGA
               MOVE 'S'                TO WS-ENT-POS-OK
             ELSE
               IF WS-CRG-COD-ITEM (WS-ENT-IND)
                                       EQUAL BOOKIPD-COD-ITEM
                 MOVE 'S'              TO WS-ENT-POS-OK
                 MOVE 'S'              TO WS-ENT-ITEM-EXISTE
               ELSE
                 IF WS-CRG-COD-ITEM (WS-ENT-IND)
                                       GREATER BOOKIPD-COD-ITEM
                   MOVE 'S'            TO WS-ENT-POS-OK
                 ELSE
                   ADD 1               TO WS-ENT-IND
                 END-IF
               END-IF
             END-IF
           END-PERFORM

           IF WS-ENT-ITEM-EXISTE       EQUAL 'S'
             ADD BOOKIPD-QTD           TO WS-CRG-QTD (WS-ENT-IND)
           ELSE
             IF WS-ENT-QTD-CARGA       EQUAL 300
               MOVE 'S'                TO WS-ENT-CARGA-EXCEDE
             ELSE
               PERFORM VARYING WS-ENT-IND2
                       FROM WS-ENT-QTD-CARGA BY -1
                       UNTIL WS-ENT-IND2 LESS WS-ENT-IND
                 MOVE WS-CRG-ENT (WS-ENT-IND2)
                                       TO WS-CRG-ENT (WS-ENT-IND2 + 1)
               END-PERFORM
               ADD 1                   TO WS-ENT-QTD-CARGA
               MOVE BOOKIPD-COD-ITEM   TO WS-CRG-COD-ITEM (WS-ENT-IND)
               MOVE BOOKIPD-QTD        TO WS-CRG-QTD (WS-ENT-IND)
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2580-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DO RELATORIO DE ENTREGAS PENDENTES: NOTAS FATURADAS SEM  *
      *CONFIRMACAO DE ENTREGA (SEM ROMANEIO OU EM ROTA), PARCIAIS SEM  *
      *DEVOLUCAO REGISTRADA E RECUSADAS AINDA NAO CANCELADAS           *
      *----------------------------------------------------------------*
       2581-RELATORIO-ENT-PENDENTES    SECTION.
      *----------------------------------------------------------------*
           PERFORM 2568-ABRIR-ARQ-ENTREGA
           MOVE 'ENTPEND'              TO WS-SPOOL-TIPO
           PERFORM 2321-ABRIR-ARQ-RELAT
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             MOVE ZEROS                TO ACU-ENT-PENDENTES
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-ENT-DT-HOJE
             MOVE 'ENTREGAS PENDENTES DE CONFIRMACAO'
                                       TO WS-TITULO-RELAT
             PERFORM 2368-GRAVAR-CABECALHO-RES
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'NOTA       EMISSAO     CLIENTE  '
                                       DELIMITED BY SIZE
                    '            VALOR NOTA  DIAS  SITUACAO'
                                       DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE ZEROS                TO BOOKNOT-NUM-NOTA
             START ARQ-NOTA            KEY IS NOT LESS BOOKNOT-NUM-NOTA
             MOVE 'N'                  TO WS-ENT-FIM
             IF WS-FS-NOTA             NOT EQUAL ZEROS
               MOVE 'S'                TO WS-ENT-FIM
             END-IF
             PERFORM UNTIL WS-ENT-FIM  EQUAL 'S'
               READ ARQ-NOTA           NEXT RECORD
               IF WS-FS-NOTA           NOT EQUAL ZEROS AND '02'
                 MOVE 'S'              TO WS-ENT-FIM
               ELSE
                 IF BOOKNOT-SITUACAO   NOT EQUAL 'C'
                   MOVE BOOKNOT-NUM-NOTA
                                       TO BOOKENT-NUM-NOTA
                   MOVE 'S'            TO WS-ENT-ACHOU
                   READ ARQ-ENTREGA    KEY IS BOOKENT-NUM-NOTA
                                       INVALID KEY
                      MOVE 'N'         TO WS-ENT-ACHOU
                   END-READ
                   MOVE SPACES         TO WS-ENT-SIT-DESC
                   EVALUATE TRUE
                     WHEN WS-ENT-ACHOU EQUAL 'N'
                       MOVE 'SEM ROMANEIO'
                                       TO WS-ENT-SIT-DESC
                     WHEN BOOKENT-SITUACAO
                                       EQUAL 'P'
                       MOVE 'EM ROTA'  TO WS-ENT-SIT-DESC
                     WHEN BOOKENT-SITUACAO
                                       EQUAL 'T'
                     AND BOOKNOT-SITUACAO
                                       EQUAL 'A'
                       MOVE 'PARCIAL - DEVOLUCAO PENDENTE'
                                       TO WS-ENT-SIT-DESC
                     WHEN BOOKENT-SITUACAO
                                       EQUAL 'R'
                       MOVE 'RECUSADA - CANCELAMENTO PENDENTE'
                                       TO WS-ENT-SIT-DESC
                   END-EVALUATE
                   IF WS-ENT-SIT-DESC  NOT EQUAL SPACES
                     ADD 1             TO ACU-ENT-PENDENTES
                     COMPUTE WS-ENT-DIAS =
                             FUNCTION INTEGER-OF-DATE (WS-ENT-DT-HOJE)
                           - FUNCTION INTEGER-OF-DATE
                             (BOOKNOT-DT-EMISSAO)
                     MOVE WS-ENT-DIAS  TO WS-ENT-DIAS-EDIT
                     MOVE BOOKNOT-NUM-NOTA
                                       TO WS-ENT-NOTA-EDIT
                     MOVE BOOKNOT-DT-EMISSAO (7:2)
                                       TO WS-DT-PED-DIA
                     MOVE BOOKNOT-DT-EMISSAO (5:2)
                                       TO WS-DT-PED-MES
                     MOVE BOOKNOT-DT-EMISSAO (1:4)
                                       TO WS-DT-PED-ANO
                     MOVE BOOKNOT-COD-CLI
                                       TO WS-COD-CLI-EDIT
                     MOVE BOOKNOT-VLR-TOTAL
                                       TO WS-VLR-TOTAL-EDIT
                     MOVE SPACES       TO WS-LINHA-RELAT
                     STRING WS-ENT-NOTA-EDIT
                                       DELIMITED BY SIZE
                            '  '       DELIMITED BY SIZE
                            WS-DT-PEDIDO-EDIT
                                       DELIMITED BY SIZE
                            '  '       DELIMITED BY SIZE
                            WS-COD-CLI-EDIT
                                       DELIMITED BY SIZE
                            '  '       DELIMITED BY SIZE
                            WS-VLR-TOTAL-EDIT
                                       DELIMITED BY SIZE
                            ' '        DELIMITED BY SIZE
                            WS-ENT-DIAS-EDIT
                                       DELIMITED BY SIZE
                            '  '       DELIMITED BY SIZE
                            WS-ENT-SIT-DESC
                                       DELIMITED BY SIZE
                            INTO WS-LINHA-RELAT
                     PERFORM 2369-GRAVAR-LINHA-RES
                   END-IF
                 END-IF
               END-IF
             END-PERFORM

             MOVE SPACES               TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE ACU-ENT-PENDENTES    TO WS-ENT-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'NOTAS PENDENTES............: '
                                       DELIMITED BY SIZE
                    WS-ENT-EDIT        DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             PERFORM 2324-FECHAR-ARQ-RELAT
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-RELATORIO
           .
      *----------------------------------------------------------------*
       2581-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA IMPRIMIR O CABECALHO DA PARADA (CLIENTE E ENDERECO) *
      *DO REGISTRO DE ENTREGA CORRENTE NO ROMANEIO                     *
      *----------------------------------------------------------------*
       2582-IMPRIMIR-PARADA-ROM        SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKENT-COD-CLI        TO WS-ENT-CLI-ATUAL
                                          BOOKCLI-COD-CLI
           ADD 1                       TO WS-ENT-SEQ
           ADD 1                       TO ACU-ENT-PARADAS
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE SPACES              TO BOOKCLI-RZ-SOCIAL
                                          BOOKCLI-LOGRADOURO
                                          BOOKCLI-NUM-END
                                          BOOKCLI-MUNICIPIO
           END-READ
           MOVE WS-ENT-SEQ             TO WS-ENT-SEQ-EDIT
           MOVE BOOKENT-COD-CLI        TO WS-COD-CLI-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PARADA '            DELIMITED BY SIZE
                  WS-ENT-SEQ-EDIT      DELIMITED BY SIZE
                  '  CLIENTE '         DELIMITED BY SIZE
                  WS-COD-CLI-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  BOOKCLI-RZ-SOCIAL    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING '           '        DELIMITED BY SIZE
                  BOOKCLI-LOGRADOURO   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  BOOKCLI-NUM-END      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  BOOKCLI-MUNICIPIO    DELIMITED BY SIZE
                  ' CEP '              DELIMITED BY SIZE
                  BOOKENT-CEP          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2582-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO ROMANEIO DA DATA WS-ENT-DATA: INCLUI AS NOTAS   *
      *DA DATA E GRAVA O ROMANEIO NO SPOOL DE RELATORIOS               *
      *----------------------------------------------------------------*
       2583-ROMANEIO-BATCH             SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-ENT-FALHA
           PERFORM 2568-ABRIR-ARQ-ENTREGA
           IF WS-ARQ-ENT-ABERTO        EQUAL 'N'
           OR WS-ARQ-NOT-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-ENT-FALHA
             DISPLAY 'ROMANEIO NAO EMITIDO - ERRO NA ABERTURA DOS '
                     'ARQUIVOS'
           ELSE
             PERFORM 2561-GERAR-ROMANEIO
             MOVE 'ROMANEIO'           TO WS-SPOOL-TIPO
             PERFORM 2381-GERAR-NOME-RELAT
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-RELAT-ABERTO    NOT EQUAL 'S'
               MOVE 'S'                TO WS-ENT-FALHA
             ELSE
               MOVE ZEROS              TO ACU-RELAT
               MOVE ZEROS              TO WS-PAGINA-RELAT
               PERFORM 2563-IMPRIMIR-ROMANEIO
               MOVE WS-FECHAMENTO      TO WS-OPERACAO
               CLOSE ARQ-RELAT
               MOVE 'N'                TO WS-ARQ-RELAT-ABERTO
               PERFORM 2385-REGISTRAR-SPOOL
               DISPLAY 'ROMANEIO DE ENTREGA DE ' WS-ENT-DATA
               DISPLAY '  NOTAS INCLUIDAS.............: '
                       ACU-ENT-INCLUIDAS
               DISPLAY '  NOTAS NO ROMANEIO...........: '
                       ACU-ENT-NOTAS-ROM
               DISPLAY '  REGIOES DE ENTREGA..........: '
                       ACU-ENT-REGIOES
               DISPLAY '  GERACAO DO SPOOL............: ' WS-ARQ-RELAT
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2583-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA DESCREVER EM WS-ENT-SIT-DESC A SITUACAO DE ENTREGA  *
      *DO REGISTRO CORRENTE (BOOKENT)                                  *
      *----------------------------------------------------------------*
       2584-DESCREVER-SIT-ENTREGA      SECTION.
      *----------------------------------------------------------------*
           EVALUATE BOOKENT-SITUACAO
             WHEN 'P'
               MOVE 'EM ROTA'          TO WS-ENT-SIT-DESC
             WHEN 'E'
               MOVE 'ENTREGUE'         TO WS-ENT-SIT-DESC
             WHEN 'T'
               MOVE 'ENTREGA PARCIAL'  TO WS-ENT-SIT-DESC
             WHEN 'R'
               MOVE 'RECUSADA'         TO WS-ENT-SIT-DESC
             WHEN OTHER
               MOVE SPACES             TO WS-ENT-SIT-DESC
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2584-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER A NOTA BOOKNOT-NUM-NOTA E O SEU REGISTRO DE     *
      *ENTREGA (WS-ENT-NOTA-ACHOU E WS-ENT-ACHOU = 'S' SE EXISTEM)     *
      *----------------------------------------------------------------*
       2585-LER-NOTA-ENTREGA           SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-ENT-NOTA-ACHOU
           MOVE 'N'                    TO WS-ENT-ACHOU
           READ ARQ-NOTA               KEY IS BOOKNOT-NUM-NOTA
                                       INVALID KEY
              MOVE 'N'                 TO WS-ENT-NOTA-ACHOU
           END-READ
           IF WS-ENT-NOTA-ACHOU        EQUAL 'S'
             MOVE BOOKNOT-NUM-NOTA     TO BOOKENT-NUM-NOTA
             MOVE 'S'                  TO WS-ENT-ACHOU
             READ ARQ-ENTREGA          KEY IS BOOKENT-NUM-NOTA
                                       INVALID KEY
                MOVE 'N'               TO WS-ENT-ACHOU
             END-READ
           END-IF
           .
      *----------------------------------------------------------------*
       2585-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA MANUTENCAO DAS CONDICOES DE PAGAMENTO (INCLUSAO OU  *
      *ALTERACAO): CODIGO, DESCRICAO, PARCELAS COM PRAZO E PERCENTUAL  *
      *E DESCONTO PARA PAGAMENTO A VISTA                               *
      *----------------------------------------------------------------*
       2586-MANTER-COND-PAG            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'C O N D I C O E S   D E   P A G A M E N T O'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-COND-PAG

           IF WS-ARQ-CPG-ABERTO        EQUAL 'N'
             MOVE '5'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CPG-ABERTO        EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'ERRO NA ABERTURA DO ARQUIVO DE COND. PAGAMENTO'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2310
             STOP ' '
           ELSE
             MOVE SPACES               TO BOOKCPG-COD-CONDPAG
             PERFORM UNTIL BOOKCPG-COD-CONDPAG NOT EQUAL SPACES
               ACCEPT SS-COD-CPG
               MOVE FUNCTION UPPER-CASE (BOOKCPG-COD-CONDPAG)
                                       TO BOOKCPG-COD-CONDPAG
             END-PERFORM

             MOVE 'S'                  TO WS-CPG-EXISTE
             READ ARQ-COND-PAG         KEY IS BOOKCPG-COD-CONDPAG
                                       INVALID KEY
                MOVE 'N'               TO WS-CPG-EXISTE
             END-READ

             IF WS-CPG-EXISTE          EQUAL 'S'
               MOVE BOOKCPG            TO WS-BOOKCPG-ANTES
               DISPLAY BOOKCPG-DESCRICAO
                                       AT 0720
               MOVE BOOKCPG-QTD-PARCELAS
                                       TO WS-CPG-PARC-EDIT
               DISPLAY WS-CPG-PARC-EDIT
                                       AT 0920
               DISPLAY BOOKCPG-SITUACAO
                                       AT 0958
               MOVE BOOKCPG-PERC-DESC  TO WS-CPG-DESC-EDIT
               DISPLAY WS-CPG-DESC-EDIT
                                       AT 1120
               PERFORM 2588-LISTAR-PARCELAS-CPG
             ELSE
               MOVE SPACES             TO BOOKCPG-DESCRICAO
               MOVE ZEROS              TO BOOKCPG-QTD-PARCELAS
                                          BOOKCPG-PERC-DESC
               INITIALIZE                 BOOKCPG-PARCELAS
               MOVE 'A'                TO BOOKCPG-SITUACAO
             END-IF

             ACCEPT SS-DESCRICAO-CPG
             MOVE 'N'                  TO WS-CPG-VALIDA
             PERFORM UNTIL WS-CPG-VALIDA EQUAL 'S'
               ACCEPT SS-QTD-PARC-CPG
               IF BOOKCPG-QTD-PARCELAS GREATER ZEROS
               AND BOOKCPG-QTD-PARCELAS NOT GREATER 12
                 MOVE 'S'              TO WS-CPG-VALIDA
               ELSE
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "INFORME DE 1 A 12 PARCELAS"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
               END-IF
             END-PERFORM
             MOVE SPACES               TO WS-CPG-SITUACAO
             PERFORM UNTIL WS-CPG-SITUACAO EQUAL 'A' OR 'I'
               ACCEPT WS-CPG-SITUACAO  UPPER AT 0958
             END-PERFORM
             MOVE WS-CPG-SITUACAO      TO BOOKCPG-SITUACAO
             ACCEPT SS-PERC-DESC-CPG
             PERFORM 2587-INFORMAR-PARCELAS-CPG
             PERFORM 2589-VALIDAR-COND-PAG

             IF WS-CPG-VALIDA          EQUAL 'N'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               DISPLAY WS-MENSAGEM     AT 2305
               STOP ' '
             ELSE
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKCPG-DT-ALTERACAO
               MOVE WS-USUARIO-ID      TO BOOKCPG-USUARIO
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               IF WS-CPG-EXISTE        EQUAL 'S'
                 MOVE 'A'              TO WS-CRUD
                 REWRITE BOOKCPG
                 PERFORM 2591-TESTAR-FS-ARQ-COND-PAG
                 IF WS-FS-COND-PAG     EQUAL ZEROS
                   PERFORM 2595-GRAVAR-AUDITORIA-CPG
                   MOVE 'CONDICAO DE PAGAMENTO ALTERADA COM SUCESSO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 END-IF
               ELSE
                 MOVE 'I'              TO WS-CRUD
                 WRITE BOOKCPG
                 PERFORM 2591-TESTAR-FS-ARQ-COND-PAG
                 IF WS-FS-COND-PAG     EQUAL ZEROS
                   PERFORM 2595-GRAVAR-AUDITORIA-CPG
                   MOVE 'CONDICAO DE PAGAMENTO INCLUIDA COM SUCESSO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-MANUTENCAO
           .
      *----------------------------------------------------------------*
       2586-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ACEITAR O PRAZO (DIAS DA EMISSAO) E O PERCENTUAL DE *
      *CADA PARCELA DA CONDICAO CORRENTE - AS POSICOES ALEM DA         *
      *QUANTIDADE DE PARCELAS FICAM ZERADAS                            *
      *----------------------------------------------------------------*
       2587-INFORMAR-PARCELAS-CPG      SECTION.
      *----------------------------------------------------------------*
           PERFORM 2588-LISTAR-PARCELAS-CPG
           MOVE ZEROS                  TO WS-CPG-IND
           PERFORM UNTIL WS-CPG-IND    NOT LESS BOOKCPG-QTD-PARCELAS
             ADD 1                     TO WS-CPG-IND
             DISPLAY SS-TELA-PARCELA-CPG
             MOVE WS-CPG-IND           TO WS-CPG-PARC-EDIT
             DISPLAY WS-CPG-PARC-EDIT  AT 2113
             MOVE BOOKCPG-DIAS (WS-CPG-IND)
                                       TO WS-CPG-ENT-DIAS
                                          WS-CPG-DIAS-EDIT
             MOVE BOOKCPG-PERC (WS-CPG-IND)
                                       TO WS-CPG-ENT-PERC
                                          WS-CPG-PERC-EDIT
             DISPLAY WS-CPG-DIAS-EDIT  AT 2132
             DISPLAY WS-CPG-PERC-EDIT  AT 2151
             ACCEPT SS-DIAS-PARC-CPG
             ACCEPT SS-PERC-PARC-CPG
             MOVE WS-CPG-ENT-DIAS      TO BOOKCPG-DIAS (WS-CPG-IND)
             MOVE WS-CPG-ENT-PERC      TO BOOKCPG-PERC (WS-CPG-IND)
             PERFORM 2588-LISTAR-PARCELAS-CPG
           END-PERFORM
           PERFORM UNTIL WS-CPG-IND    NOT LESS 12
             ADD 1                     TO WS-CPG-IND
             MOVE ZEROS                TO BOOKCPG-DIAS (WS-CPG-IND)
                                          BOOKCPG-PERC (WS-CPG-IND)
           END-PERFORM
           DISPLAY WS-LIMPAR-TELA      AT 2102
           .
      *----------------------------------------------------------------*
       2587-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR AS PARCELAS DA CONDICAO CORRENTE EM DUAS     *
      *COLUNAS (PARCELAS 1 A 6 E 7 A 12, LINHAS 14 A 19)               *
      *----------------------------------------------------------------*
       2588-LISTAR-PARCELAS-CPG        SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'PARC  DIAS   PERC %'  AT 1305
           DISPLAY 'PARC  DIAS   PERC %'  AT 1342
           MOVE ZEROS                  TO WS-CPG-IND
           PERFORM UNTIL WS-CPG-IND    NOT LESS 12
             ADD 1                     TO WS-CPG-IND
             MOVE SPACES               TO WS-CPG-LINHA
             IF WS-CPG-IND             NOT GREATER BOOKCPG-QTD-PARCELAS
               MOVE WS-CPG-IND         TO WS-CPG-PARC-EDIT
               MOVE BOOKCPG-DIAS (WS-CPG-IND)
                                       TO WS-CPG-DIAS-EDIT
               MOVE BOOKCPG-PERC (WS-CPG-IND)
                                       TO WS-CPG-PERC-EDIT
               STRING ' '              DELIMITED BY SIZE
                      WS-CPG-PARC-EDIT DELIMITED BY SIZE
                      '   '            DELIMITED BY SIZE
                      WS-CPG-DIAS-EDIT DELIMITED BY SIZE
                      '   '            DELIMITED BY SIZE
                      WS-CPG-PERC-EDIT DELIMITED BY SIZE
                      INTO WS-CPG-LINHA
             END-IF
             IF WS-CPG-IND             NOT GREATER 6
               COMPUTE WS-CPG-POS-DISPLAY =
                       ((13 + WS-CPG-IND) * 100) + 5
             ELSE
               COMPUTE WS-CPG-POS-DISPLAY =
                       ((7 + WS-CPG-IND) * 100) + 42
             END-IF
             DISPLAY WS-CPG-LINHA      AT WS-CPG-POS-DISPLAY
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2588-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CRITICAR A CONDICAO CORRENTE ANTES DA GRAVACAO:     *
      *DESCRICAO INFORMADA, PERCENTUAIS POSITIVOS SOMANDO 100%, PRAZOS *
      *EM ORDEM CRESCENTE E DESCONTO SOMENTE COM PARCELA A VISTA       *
      *(WS-CPG-VALIDA = S/N, MOTIVO EM WS-MENSAGEM)                    *
      *----------------------------------------------------------------*
       2589-VALIDAR-COND-PAG           SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-CPG-VALIDA
           MOVE SPACES                 TO WS-MENSAGEM
           MOVE ZEROS                  TO WS-CPG-SOMA-PERC
                                          WS-CPG-DIAS-ANT
           MOVE 'N'                    TO WS-CPG-TEM-VISTA

           MOVE ZEROS                  TO WS-CPG-IND
           PERFORM UNTIL WS-CPG-IND    NOT LESS BOOKCPG-QTD-PARCELAS
             ADD 1                     TO WS-CPG-IND
             ADD BOOKCPG-PERC (WS-CPG-IND)
                                       TO WS-CPG-SOMA-PERC
             IF BOOKCPG-PERC (WS-CPG-IND)
                                       EQUAL ZEROS
               MOVE 'N'                TO WS-CPG-VALIDA
               MOVE 'TODA PARCELA DEVE TER PERCENTUAL MAIOR QUE ZERO'
                                       TO WS-MENSAGEM
             END-IF
             IF BOOKCPG-DIAS (WS-CPG-IND)
                                       LESS WS-CPG-DIAS-ANT
               MOVE 'N'                TO WS-CPG-VALIDA
               MOVE 'PRAZOS DAS PARCELAS DEVEM SER CRESCENTES'
                                       TO WS-MENSAGEM
             END-IF
             IF BOOKCPG-DIAS (WS-CPG-IND)
                                       EQUAL ZEROS
               MOVE 'S'                TO WS-CPG-TEM-VISTA
             END-IF
             MOVE BOOKCPG-DIAS (WS-CPG-IND)
                                       TO WS-CPG-DIAS-ANT
           END-PERFORM

           IF WS-CPG-SOMA-PERC         NOT EQUAL 100
             MOVE 'N'                  TO WS-CPG-VALIDA
             MOVE WS-CPG-SOMA-PERC     TO WS-CPG-SOMA-EDIT
             MOVE SPACES               TO WS-MENSAGEM
             STRING 'PERCENTUAIS DAS PARCELAS SOMAM '
                                       DELIMITED BY SIZE
                    WS-CPG-SOMA-EDIT   DELIMITED BY SIZE
                    '% - DEVEM SOMAR 100%'
                                       DELIMITED BY SIZE
                    INTO WS-MENSAGEM
           END-IF
           IF BOOKCPG-PERC-DESC        GREATER ZEROS
           AND WS-CPG-TEM-VISTA        EQUAL 'N'
             MOVE 'N'                  TO WS-CPG-VALIDA
             MOVE 'DESCONTO A VISTA EXIGE PARCELA COM PRAZO ZERO'
                                       TO WS-MENSAGEM
           END-IF
           IF BOOKCPG-DESCRICAO        EQUAL SPACES
             MOVE 'N'                  TO WS-CPG-VALIDA
             MOVE 'INFORME A DESCRICAO DA CONDICAO DE PAGAMENTO'
                                       TO WS-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
       2589-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA APURAR AS PARCELAS DE WS-CPG-VLR-BRUTO PELA CONDICAO*
      *WS-CPG-COD-BUSCA (ATIVA EM ARQ-COND-PAG) - CODIGO EM BRANCO,    *
      *INEXISTENTE OU INATIVO USA O PARAMETRO GERAL (PARCELAS IGUAIS A *
      *CADA WS-PAR-DIAS-PRAZO DIAS). DEVOLVE EM WS-CPG-VIGENTE O PRAZO *
      *E O VALOR DE CADA PARCELA (A ULTIMA ABSORVE O ARREDONDAMENTO),  *
      *O DESCONTO DAS PARCELAS A VISTA E O VALOR LIQUIDO               *
      *----------------------------------------------------------------*
       2590-OBTER-COND-PAG             SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-CPV-COD-CONDPAG
           MOVE ZEROS                  TO WS-CPV-QTD-PARCELAS
                                          WS-CPV-PERC-DESC
                                          WS-CPV-VLR-DESCONTO
                                          WS-CPG-VLR-ACUM
           MOVE 'N'                    TO WS-CPG-ACHOU
           IF WS-CPG-COD-BUSCA         NOT EQUAL SPACES
           AND WS-ARQ-CPG-ABERTO       EQUAL 'S'
             MOVE WS-CPG-COD-BUSCA     TO BOOKCPG-COD-CONDPAG
             MOVE 'S'                  TO WS-CPG-ACHOU
             READ ARQ-COND-PAG         KEY IS BOOKCPG-COD-CONDPAG
                                       INVALID KEY
                MOVE 'N'               TO WS-CPG-ACHOU
             END-READ
             IF WS-CPG-ACHOU           EQUAL 'S'
               IF BOOKCPG-SITUACAO     NOT EQUAL 'A'
               OR BOOKCPG-QTD-PARCELAS EQUAL ZEROS
               OR BOOKCPG-QTD-PARCELAS GREATER 12
                 MOVE 'N'              TO WS-CPG-ACHOU
               END-IF
             END-IF
           END-IF

           IF WS-CPG-ACHOU             EQUAL 'S'
             MOVE BOOKCPG-COD-CONDPAG  TO WS-CPV-COD-CONDPAG
             MOVE BOOKCPG-QTD-PARCELAS TO WS-CPV-QTD-PARCELAS
             MOVE BOOKCPG-PERC-DESC    TO WS-CPV-PERC-DESC
           ELSE
             MOVE WS-PAR-QTD-PARCELAS  TO WS-CPV-QTD-PARCELAS
             IF WS-CPV-QTD-PARCELAS    EQUAL ZEROS
               MOVE 1                  TO WS-CPV-QTD-PARCELAS
             END-IF
           END-IF

           MOVE ZEROS                  TO WS-CPG-IND
           PERFORM UNTIL WS-CPG-IND    NOT LESS WS-CPV-QTD-PARCELAS
             ADD 1                     TO WS-CPG-IND
             IF WS-CPG-ACHOU           EQUAL 'S'
               MOVE BOOKCPG-DIAS (WS-CPG-IND)
                                       TO WS-CPV-DIAS (WS-CPG-IND)
               COMPUTE WS-CPG-VLR-PARC ROUNDED =
                       WS-CPG-VLR-BRUTO * BOOKCPG-PERC (WS-CPG-IND)
                     / 100
             ELSE
               COMPUTE WS-CPV-DIAS (WS-CPG-IND) =
                       WS-CPG-IND * WS-PAR-DIAS-PRAZO
               COMPUTE WS-CPG-VLR-PARC ROUNDED =
                       WS-CPG-VLR-BRUTO / WS-CPV-QTD-PARCELAS
             END-IF
             IF WS-CPG-IND             EQUAL WS-CPV-QTD-PARCELAS
               IF WS-CPG-VLR-BRUTO     GREATER WS-CPG-VLR-ACUM
                 COMPUTE WS-CPG-VLR-PARC =
                         WS-CPG-VLR-BRUTO - WS-CPG-VLR-ACUM
               ELSE
                 MOVE ZEROS            TO WS-CPG-VLR-PARC
               END-IF
             END-IF
             ADD WS-CPG-VLR-PARC       TO WS-CPG-VLR-ACUM

      *      PARCELA A VISTA (PRAZO ZERO) RECEBE O DESCONTO DA CONDICAO
             MOVE ZEROS                TO WS-CPG-VLR-DESC-PARC
             IF WS-CPV-PERC-DESC       GREATER ZEROS
             AND WS-CPV-DIAS (WS-CPG-IND) EQUAL ZEROS
               COMPUTE WS-CPG-VLR-DESC-PARC ROUNDED =
                       WS-CPG-VLR-PARC * WS-CPV-PERC-DESC / 100
             END-IF
             COMPUTE WS-CPV-VALOR (WS-CPG-IND) =
                     WS-CPG-VLR-PARC - WS-CPG-VLR-DESC-PARC
             ADD WS-CPG-VLR-DESC-PARC  TO WS-CPV-VLR-DESCONTO
           END-PERFORM

           COMPUTE WS-CPV-VLR-LIQUIDO  =
                   WS-CPG-VLR-BRUTO - WS-CPV-VLR-DESCONTO
           .
      *----------------------------------------------------------------*
       2590-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-COND-PAG    *
      *----------------------------------------------------------------*
       2591-TESTAR-FS-ARQ-COND-PAG     SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-COND-PAG          NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-COND-PAG,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO COND. PAGAMENTO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-COND-PAG
                       ' OPERACAO: ' WS-OPERACAO
                       ' ARQUIVO COND. PAGAMENTO'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2591-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ACEITAR A CONDICAO DE PAGAMENTO DO PEDIDO CORRENTE -*
      *SUGERE A CONDICAO PADRAO DO CLIENTE; EM BRANCO ASSUME O PADRAO  *
      *----------------------------------------------------------------*
       2592-INFORMAR-COND-PAG-PED      SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           MOVE SPACES                 TO WS-CPG-COD-PADRAO
           MOVE BOOKPED-COD-CLI        TO BOOKCLI-COD-CLI
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              CONTINUE
              NOT INVALID KEY
              MOVE BOOKCLI-COD-CONDPAG TO WS-CPG-COD-PADRAO
           END-READ
           IF BOOKPED-COD-CONDPAG      EQUAL SPACES
             MOVE WS-CPG-COD-PADRAO    TO BOOKPED-COD-CONDPAG
           END-IF
           DISPLAY BOOKPED-COD-CONDPAG AT 1920

           MOVE 'N'                    TO WS-CPG-VALIDA
           PERFORM UNTIL WS-CPG-VALIDA EQUAL 'S'
             ACCEPT SS-COND-PAG-PEDIDO
             MOVE FUNCTION UPPER-CASE (BOOKPED-COD-CONDPAG)
                                       TO BOOKPED-COD-CONDPAG
             IF BOOKPED-COD-CONDPAG    EQUAL SPACES
               MOVE WS-CPG-COD-PADRAO  TO BOOKPED-COD-CONDPAG
             END-IF
             MOVE BOOKPED-COD-CONDPAG  TO WS-CPG-COD-BUSCA
             PERFORM 2593-CONFERIR-COND-PAG
           END-PERFORM
           DISPLAY BOOKPED-COD-CONDPAG AT 1920
           IF BOOKPED-COD-CONDPAG      EQUAL SPACES
             MOVE 'PARAMETRO GERAL'    TO WS-CPG-DESCRICAO
           END-IF
           DISPLAY WS-CPG-DESCRICAO    AT 1930
           .
      *----------------------------------------------------------------*
       2592-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONFERIR SE A CONDICAO WS-CPG-COD-BUSCA EXISTE E    *
      *ESTA ATIVA (BRANCOS = SEM CONDICAO, ACEITO) - WS-CPG-VALIDA =   *
      *S/N E DESCRICAO EM WS-CPG-DESCRICAO                             *
      *----------------------------------------------------------------*
       2593-CONFERIR-COND-PAG          SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-CPG-VALIDA
           MOVE SPACES                 TO WS-CPG-DESCRICAO
           IF WS-CPG-COD-BUSCA         NOT EQUAL SPACES
             IF WS-ARQ-CPG-ABERTO      EQUAL 'N'
               MOVE '5'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             MOVE 'N'                  TO WS-CPG-VALIDA
             IF WS-ARQ-CPG-ABERTO      EQUAL 'S'
               MOVE WS-CPG-COD-BUSCA   TO BOOKCPG-COD-CONDPAG
               MOVE 'S'                TO WS-CPG-VALIDA
               READ ARQ-COND-PAG       KEY IS BOOKCPG-COD-CONDPAG
                                       INVALID KEY
                  MOVE 'N'             TO WS-CPG-VALIDA
               END-READ
               IF WS-CPG-VALIDA        EQUAL 'S'
                 IF BOOKCPG-SITUACAO   EQUAL 'A'
                   MOVE BOOKCPG-DESCRICAO
                                       TO WS-CPG-DESCRICAO
                 ELSE
                   MOVE 'N'            TO WS-CPG-VALIDA
                 END-IF
               END-IF
             END-IF
             IF WS-CPG-VALIDA          EQUAL 'N'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               DISPLAY "CONDICAO DE PAGAMENTO INEXISTENTE OU INATIVA"
                                       AT 2315
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2593-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ACEITAR A CONDICAO DE PAGAMENTO PADRAO DO CLIENTE   *
      *CORRENTE (EM BRANCO MANTEM A ATUAL; SEM CONDICAO VALE O         *
      *PARAMETRO GERAL)                                                *
      *----------------------------------------------------------------*
       2594-INFORMAR-COND-PAG-CLI      SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKCLI-COD-CONDPAG    TO WS-CPG-COD-PADRAO
           MOVE 'N'                    TO WS-CPG-VALIDA
           PERFORM UNTIL WS-CPG-VALIDA EQUAL 'S'
             ACCEPT SS-COND-PAG-CLI
             MOVE FUNCTION UPPER-CASE (BOOKCLI-COD-CONDPAG)
                                       TO BOOKCLI-COD-CONDPAG
             IF BOOKCLI-COD-CONDPAG    EQUAL SPACES
               MOVE WS-CPG-COD-PADRAO  TO BOOKCLI-COD-CONDPAG
             END-IF
             MOVE BOOKCLI-COD-CONDPAG  TO WS-CPG-COD-BUSCA
             PERFORM 2593-CONFERIR-COND-PAG
           END-PERFORM
           DISPLAY BOOKCLI-COD-CONDPAG AT 2156
           .
      *----------------------------------------------------------------*
       2594-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE CONDICOES DE  *
      *PAGAMENTO (FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE    *
      *ERRO)                                                           *
      *----------------------------------------------------------------*
       2595-GRAVAR-AUDITORIA-CPG       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKCPG-COD-CONDPAG    TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKCPG          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKCPG-ANTES TO WS-AUD-ANTES
                 MOVE BOOKCPG          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' CONDPAG CRUD='     DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2595-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA FINALIZAR PROGRAMA                                  *
      *----------------------------------------------------------------*
       2300-FAZER-RELATORIO            SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                  WS-OPCAO
           
           PERFORM                     UNTIL WS-OPCAO
                                       EQUAL 14
              DISPLAY WS-LIMPAR-OPCAO  AT 2322
              DISPLAY WS-LIMPAR-TELA   AT 2302
              DISPLAY SS-SUB-MENU
              DISPLAY SS-TELA-RELATORIO
              ACCEPT  WS-OPCAO
              EVALUATE WS-OPCAO
                 WHEN 1
                   PERFORM 2310-OPCOES-RELATORIO
                 WHEN 2
                   PERFORM 2330-OPCOES-RELATORIO-RAZAO
                 WHEN 3
                   PERFORM 2350-OPCOES-RELATORIO-VENDEDOR
                 WHEN 4
                   PERFORM 2366-RELATORIO-RESUMO
                 WHEN 5
                   PERFORM 2360-RELATORIO-PEDIDOS
                 WHEN 6
                   PERFORM 2363-RELATORIO-CLIENTES-UF
                 WHEN 7
                   PERFORM 2371-RELATORIO-ROTEIRO
                 WHEN 8
                   PERFORM 2376-RELATORIO-METAS
                 WHEN 9
                   PERFORM 2470-RELATORIO-AGING
                 WHEN 10
                   PERFORM 2950-CONSULTAR-AUDITORIA
                 WHEN 11
                   PERFORM 2952-RESUMO-AUDITORIA
                 WHEN 12
                   PERFORM 2380-CONSULTAR-SPOOL
                 WHEN 13
                   PERFORM 2977-RELATORIO-ESTATISTICAS
                 WHEN 15
                   PERFORM 2541-RELATORIO-POSICAO-EST
                 WHEN 16
                   PERFORM 2650-EXTRATO-CLIENTE
                 WHEN 17
                   PERFORM 2670-FLUXO-CAIXA
                 WHEN 18
                   PERFORM 2740-CURVA-ABC
                 WHEN 19
                   PERFORM 2560-RELATORIO-ROMANEIO
                 WHEN 20
                   PERFORM 2581-RELATORIO-ENT-PENDENTES
                 WHEN OTHER
                   IF WS-OPCAO NOT EQUAL 14
                     DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                     DISPLAY
                       "OPCAO INVALIDA - ESCOLHA UMA DAS OPCOES DO MENU"
                                       AT 2302
                     STOP ' '                  
                   ELSE
                     
                      DISPLAY WS-LIMPAR-OPCAO
                                       AT 2322
                      PERFORM 2100-LIMPAR-SUB-MENU                 
                   END-IF
           
           END-PERFORM.
           .
           .
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*    
                                                                        
      *----------------------------------------------------------------*
      *ROTINA PARA OPCOES DE FILTROS DO RELATORIO                      *
      *----------------------------------------------------------------*
       2310-OPCOES-RELATORIO           SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                  WS-OPCAO
           PERFORM UNTIL WS-OPCAO      EQUAL 5
             
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY SS-MENU-OPCAO-CLIENTE
           DISPLAY SS-TELA-FILTRO
           MOVE 'F I L T R O S'        TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 1361    
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'UTILIZE [S-SIM] OU [N] PARA SELECIONAR OS FILTROS'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2310
           MOVE SPACE                  TO WS-ASC
           PERFORM UNTIL WS-ASC EQUAL 'S' OR 'N'
               ACCEPT  SS-ASC
               IF WS-ASC               NOT EQUAL 'S' AND 'N'
                 DISPLAY WS-LIMPAR-TELA    AT 2302
                 MOVE ' OPCAO INVALIDA ULTILIZE [S] OU [N]'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2310
                 STOP ' ' 
                 DISPLAY WS-LIMPAR-TELA    AT 2302
                 MOVE 
                     'UTILIZE [S-SIM] OU [N] PARA SELECIONAR OS FILTROS'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2310                      
               ELSE
                  IF WS-ASC            EQUAL 'S'
                    MOVE 'N'           TO WS-DESC
                    DISPLAY 'N'        AT 1677
                  ELSE
                    MOVE 'S'           TO WS-DESC
                    DISPLAY 'S'        AT 1677
                  END-IF
               END-IF
           END-PERFORM

           MOVE 'N'                    TO WS-IMPRIME-RELAT
           ACCEPT  SS-IMPRIME
           MOVE 'N'                    TO WS-INCLUI-INATIVOS
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INCLUIR CLIENTES INATIVOS [S/N]:'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           ACCEPT WS-INCLUI-INATIVOS   UPPER AT 2336

          DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME O CODIGO DO CLIENTE OU ZEROS PARA LISTAR TODOS'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2310
           
           ACCEPT  SS-CODIGO-RELAT
           MOVE 'S'                    TO WS-ACHOU-COD
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF BOOKCLI-COD-CLI          EQUAL ZEROS
           
              READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
              END-READ
           END-IF
           
           IF WS-ACHOU-COD             EQUAL 'S'
           AND BOOKCLI-COD-CLI         EQUAL ZEROS
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'CODIGO NAO ENCONTRADO'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2310
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
             DISPLAY WS-LIMPAR-OPCAO
                                       AT 2322
             PERFORM 2211-LIMPAR-MENU-OPCAO
           ELSE
             MOVE '1'                 TO WS-TIPO-FILTRO-RELAT
             PERFORM 2320-VISUALIZAR-RELATORIO
           END-IF
           
           
           .                                                            
      *                                                                 
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.                            
      *----------------------------------------------------------------*  
                                                                          
      *----------------------------------------------------------------*
      *ROTINA PARA GERAR RELATORIO (ASC/DESC, COM NAVEGACAO N/P/X)     *
      *ATENDE OS FILTROS POR CODIGO (1), RAZAO SOCIAL (2) E VENDEDOR (3)*
      *ATRAVES DE WS-TIPO-FILTRO-RELAT, TESTADO EM 2325-TESTAR-FILTRO  *
      *----------------------------------------------------------------*
       2320-VISUALIZAR-RELATORIO       SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-FIM-ARQ-CLI
           IF WS-IMPRIME-RELAT         EQUAL 'S'
              MOVE 'CLIENTES'          TO WS-SPOOL-TIPO
              PERFORM 2321-ABRIR-ARQ-RELAT
           END-IF

           IF WS-ASC                   EQUAL 'S'
              PERFORM 2326-POSICIONAR-INICIO-ASC
           ELSE
              PERFORM 2327-POSICIONAR-INICIO-DESC
           END-IF

           PERFORM UNTIL WS-FIM-ARQ-CLI EQUAL 'S'
                                       OR WS-FS-CLIENTE NOT EQUAL ZEROS

              IF WS-IMPRIME-RELAT      EQUAL 'S'
                 PERFORM 2323-GRAVAR-DETALHE-RELAT
                 PERFORM 2329-LER-PROXIMO-COM-FILTRO
              ELSE
                 PERFORM 2220-LIMPAR-FUNDO
                 DISPLAY WS-LIMPAR-TELA      AT 2302
                 DISPLAY WS-LIMPAR-TELA      AT 0202
                 MOVE 'R E L A T O R I O'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM         AT 0217

                 DISPLAY SS-TELA-INSERIR-CLIENTE
                 DISPLAY BOOKCLI-COD-CLI  AT 0520
                 EVALUATE BOOKCLI-TIPO-DOC
                    WHEN 'CPF'
                       DISPLAY BOOKCLI-CPF  AT 0820
                    WHEN OTHER
                       DISPLAY BOOKCLI-CNPJ AT 0720
                 END-EVALUATE
                 DISPLAY BOOKCLI-RZ-SOCIAL
                                       AT 0920
                 DISPLAY BOOKCLI-LATITUDE-CLI
                                       AT 1120
                 DISPLAY BOOKCLI-LONGITUDE-CLI
                                       AT 1320
                 DISPLAY BOOKCLI-COD-VEND
                                       AT 1520
                 DISPLAY BOOKCLI-LOGRADOURO
                                       AT 1620
                 DISPLAY BOOKCLI-NUM-END
                                       AT 1720
                 DISPLAY BOOKCLI-MUNICIPIO
                                       AT 1820
                 DISPLAY BOOKCLI-UF    AT 1920
                 DISPLAY BOOKCLI-CEP   AT 2020

                 MOVE 'INFORME [N]PROXIMO [P]ANTERIOR [X]SAIR'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM         AT 2302
                 MOVE SPACES                TO WS-NAVEGACAO
                 ACCEPT  WS-NAVEGACAO        AT 2345

                 EVALUATE WS-NAVEGACAO
                    WHEN 'P'
                       PERFORM 2328-LER-ANTERIOR-COM-FILTRO
                    WHEN 'X'
                       MOVE 'S'             TO WS-FIM-ARQ-CLI
                    WHEN OTHER
                       PERFORM 2329-LER-PROXIMO-COM-FILTRO
                 END-EVALUATE

                 PERFORM 2220-LIMPAR-FUNDO
                 DISPLAY WS-LIMPAR-TELA      AT 2302
              END-IF
           END-PERFORM

           IF WS-IMPRIME-RELAT         EQUAL 'S'
              PERFORM 2324-FECHAR-ARQ-RELAT
           END-IF.
      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR O ARQUIVO DE RELATORIO: CADA EMISSAO RECEBE   *
      *UM ARQUIVO PROPRIO COM NUMERO DE GERACAO (RELNNNNNN.TXT) E E    *
      *REGISTRADA NO INDICE DO SPOOL NO FECHAMENTO (2324)              *
      *----------------------------------------------------------------*
       2321-ABRIR-ARQ-RELAT            SECTION.
      *----------------------------------------------------------------*
           PERFORM 2381-GERAR-NOME-RELAT
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'GERANDO RELATORIO: '  TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           DISPLAY WS-ARQ-RELAT (1:20) AT 2322

           MOVE 'R'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO

           MOVE 'RELATORIO'            TO WS-TITULO-RELAT
           MOVE ZEROS                  TO ACU-RELAT
           MOVE ZEROS                  TO WS-PAGINA-RELAT
           MOVE 99                     TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2321-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DE UMA NOVA PAGINA DO RELATORIO  *
      *----------------------------------------------------------------*
       2322-GRAVAR-CABECALHO-RELAT     SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES               TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'RELATORIO DE CLIENTES'    DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'CODIGO  CNPJ           '   DELIMITED BY SIZE
                  'RAZAO SOCIAL                     '
                                              DELIMITED BY SIZE
                  'LATITUDE      LONGITUDE     VENDEDOR'
                                              DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2322-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DE DETALHE NO RELATORIO            *
      *----------------------------------------------------------------*
       2323-GRAVAR-DETALHE-RELAT       SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2322-GRAVAR-CABECALHO-RELAT
           END-IF

           MOVE BOOKCLI-COD-CLI        TO WS-COD-CLI-EDIT
           EVALUATE BOOKCLI-TIPO-DOC
              WHEN 'CPF'
                 MOVE ZEROS            TO WS-CNPJ-EDIT
                 MOVE BOOKCLI-CPF      TO WS-CPF-REL-EDIT
              WHEN OTHER
                 MOVE BOOKCLI-CNPJ     TO WS-CNPJ-EDIT
                 MOVE ZEROS            TO WS-CPF-REL-EDIT
           END-EVALUATE
           MOVE BOOKCLI-LATITUDE-CLI   TO WS-LATITUDE-EDIT
           MOVE BOOKCLI-LONGITUDE-CLI  TO WS-LONGITUDE-EDIT
           MOVE BOOKCLI-COD-VEND       TO WS-COD-VEND-EDIT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-COD-CLI-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-CNPJ-EDIT         DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-CPF-REL-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  BOOKCLI-RZ-SOCIAL    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-LATITUDE-EDIT     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-LONGITUDE-EDIT    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COD-VEND-EDIT     DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2323-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O RODAPE E FECHAR O ARQUIVO DE RELATORIO     *
      *----------------------------------------------------------------*
       2324-FECHAR-ARQ-RELAT           SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE ACU-RELAT              TO WS-ACU-RELAT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL DE REGISTROS LISTADOS: '  DELIMITED BY SIZE
                  WS-ACU-RELAT-EDIT                DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           CLOSE ARQ-RELAT
           MOVE 'N'                    TO WS-ARQ-RELAT-ABERTO
           PERFORM 2385-REGISTRAR-SPOOL

           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'RELATORIO GRAVADO NA GERACAO: '
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2310
           DISPLAY WS-ARQ-RELAT (1:20) AT 2341
           STOP ' '
           DISPLAY WS-LIMPAR-TELA      AT 2302.
      *----------------------------------------------------------------*
       2324-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA TESTAR SE O REGISTRO ATUAL PASSA NO FILTRO ATIVO    *
      *----------------------------------------------------------------*
       2325-TESTAR-FILTRO-RELATORIO    SECTION.
      *----------------------------------------------------------------*
           EVALUATE WS-TIPO-FILTRO-RELAT
              WHEN '2'
                 PERFORM 2341-TESTAR-RAZAO-SOCIAL
                 MOVE WS-ACHOU-RAZAO     TO WS-FILTRO-OK
              WHEN '3'
                 IF BOOKCLI-COD-VEND     EQUAL WS-COD-VEND-FILTRO
                    MOVE 'S'             TO WS-FILTRO-OK
                 ELSE
                    MOVE 'N'             TO WS-FILTRO-OK
                 END-IF
              WHEN OTHER
                 MOVE 'S'                TO WS-FILTRO-OK
           END-EVALUATE

           IF WS-FILTRO-OK             EQUAL 'S'
           AND WS-INCLUI-INATIVOS      NOT EQUAL 'S'
           AND BOOKCLI-SITUACAO        EQUAL 'I'
              MOVE 'N'                 TO WS-FILTRO-OK
           END-IF.
      *----------------------------------------------------------------*
       2325-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA POSICIONAR NO PRIMEIRO REGISTRO (ORDEM CRESCENTE)   *
      *----------------------------------------------------------------*
       2326-POSICIONAR-INICIO-ASC      SECTION.
      *----------------------------------------------------------------*
           IF WS-TIPO-FILTRO-RELAT     NOT EQUAL '1'
              MOVE ZEROS                TO BOOKCLI-COD-CLI
           END-IF
           START ARQ-CLIENTE KEY IS NOT LESS BOOKCLI-COD-CLI
           PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
           IF WS-FS-CLIENTE            EQUAL ZEROS
              MOVE 'F'                  TO WS-DIR-LEITURA
              READ ARQ-CLIENTE
              PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
              IF WS-FS-CLIENTE         EQUAL ZEROS
                 PERFORM 2325-TESTAR-FILTRO-RELATORIO
                 IF WS-FILTRO-OK       NOT EQUAL 'S'
                    PERFORM 2332-LER-FISICO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2326-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA POSICIONAR NO ULTIMO REGISTRO (ORDEM DECRESCENTE)   *
      *----------------------------------------------------------------*
       2327-POSICIONAR-INICIO-DESC     SECTION.
      *----------------------------------------------------------------*
           IF WS-TIPO-FILTRO-RELAT     NOT EQUAL '1'
           OR BOOKCLI-COD-CLI          EQUAL ZEROS
              MOVE 9999999               TO BOOKCLI-COD-CLI
           END-IF
           START ARQ-CLIENTE KEY IS NOT GREATER BOOKCLI-COD-CLI
           PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
           IF WS-FS-CLIENTE            EQUAL ZEROS
              MOVE 'R'                  TO WS-DIR-LEITURA
              READ ARQ-CLIENTE
              PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
              IF WS-FS-CLIENTE         EQUAL ZEROS
                 PERFORM 2325-TESTAR-FILTRO-RELATORIO
                 IF WS-FILTRO-OK       NOT EQUAL 'S'
                    PERFORM 2332-LER-FISICO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2327-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER O REGISTRO ANTERIOR DA LISTAGEM (TECLA [P])     *
      *----------------------------------------------------------------*
       2328-LER-ANTERIOR-COM-FILTRO    SECTION.
      *----------------------------------------------------------------*
           IF WS-ASC                   EQUAL 'S'
              MOVE 'R'                 TO WS-DIR-LEITURA
           ELSE
              MOVE 'F'                 TO WS-DIR-LEITURA
           END-IF
           PERFORM 2332-LER-FISICO.
      *----------------------------------------------------------------*
       2328-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER O PROXIMO REGISTRO DA LISTAGEM (TECLA [N])      *
      *----------------------------------------------------------------*
       2329-LER-PROXIMO-COM-FILTRO     SECTION.
      *----------------------------------------------------------------*
           IF WS-ASC                   EQUAL 'S'
              MOVE 'F'                 TO WS-DIR-LEITURA
           ELSE
              MOVE 'R'                 TO WS-DIR-LEITURA
           END-IF
           PERFORM 2332-LER-FISICO.
      *----------------------------------------------------------------*
       2329-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER FISICAMENTE NA DIRECAO WS-DIR-LEITURA ATE ACHAR *
      *UM REGISTRO QUE PASSE NO FILTRO ATIVO, OU ATE FIM/INICIO ARQ.   *
      *----------------------------------------------------------------*
       2332-LER-FISICO                 SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-FILTRO-OK
           PERFORM UNTIL WS-FILTRO-OK  EQUAL 'S'
                                       OR WS-FS-CLIENTE NOT EQUAL ZEROS
              IF WS-DIR-LEITURA        EQUAL 'F'
                 READ ARQ-CLIENTE
              ELSE
                 READ ARQ-CLIENTE      PREVIOUS RECORD
              END-IF
              PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
              IF WS-FS-CLIENTE         EQUAL ZEROS
                 PERFORM 2325-TESTAR-FILTRO-RELATORIO
              END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2332-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA FILTRO DE RELATORIO POR RAZAO SOCIAL                *
      *----------------------------------------------------------------*
       2330-OPCOES-RELATORIO-RAZAO     SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                  WS-OPCAO

           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY SS-MENU-OPCAO-CLIENTE
           DISPLAY SS-TELA-FILTRO-RAZAO
           MOVE 'F I L T R O S'        TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 1361
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'UTILIZE [S-SIM] OU [N] PARA SELECIONAR OS FILTROS'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2310
           MOVE SPACE                  TO WS-ASC
           PERFORM UNTIL WS-ASC EQUAL 'S' OR 'N'
               ACCEPT  SS-ASC-RAZAO
               IF WS-ASC               NOT EQUAL 'S' AND 'N'
                 DISPLAY WS-LIMPAR-TELA    AT 2302
                 MOVE ' OPCAO INVALIDA ULTILIZE [S] OU [N]'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2310
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA    AT 2302
                 MOVE
                     'UTILIZE [S-SIM] OU [N] PARA SELECIONAR OS FILTROS'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2310
               ELSE
                  IF WS-ASC            EQUAL 'S'
                    MOVE 'N'           TO WS-DESC
                    DISPLAY 'N'        AT 1677
                  ELSE
                    MOVE 'S'           TO WS-DESC
                    DISPLAY 'S'        AT 1677
                  END-IF
               END-IF
           END-PERFORM

           MOVE 'N'                    TO WS-IMPRIME-RELAT
           ACCEPT  SS-IMPRIME-RAZAO
           MOVE 'N'                    TO WS-INCLUI-INATIVOS
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INCLUIR CLIENTES INATIVOS [S/N]:'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           ACCEPT WS-INCLUI-INATIVOS   UPPER AT 2336

           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME A RAZAO SOCIAL OU PARTE DELA PARA FILTRAR'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2310

           ACCEPT  SS-RAZAO-RELAT
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE '2'                    TO WS-TIPO-FILTRO-RELAT
           PERFORM 2320-VISUALIZAR-RELATORIO
           .
      *
      *----------------------------------------------------------------*
       2330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA TESTAR SE A RAZAO SOCIAL CONTEM O FILTRO INFORMADO  *
      *----------------------------------------------------------------*
       2341-TESTAR-RAZAO-SOCIAL        SECTION.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU-RAZAO
           COMPUTE WS-RAZAO-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-RAZAO-FILTRO))
           COMPUTE WS-CAMPO-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (BOOKCLI-RZ-SOCIAL))
           IF WS-RAZAO-LEN EQUAL ZEROS
              MOVE 'S' TO WS-ACHOU-RAZAO
           ELSE
              IF WS-CAMPO-LEN NOT LESS WS-RAZAO-LEN
                 MOVE 1 TO WS-POS-TESTE
                 PERFORM UNTIL WS-POS-TESTE GREATER
                         (WS-CAMPO-LEN - WS-RAZAO-LEN + 1)
                         OR WS-ACHOU-RAZAO EQUAL 'S'
                    IF BOOKCLI-RZ-SOCIAL (WS-POS-TESTE : WS-RAZAO-LEN)
                       EQUAL WS-RAZAO-FILTRO (1 : WS-RAZAO-LEN)
                       MOVE 'S' TO WS-ACHOU-RAZAO
                    END-IF
                    ADD 1 TO WS-POS-TESTE
                 END-PERFORM
              END-IF
           END-IF.
      *----------------------------------------------------------------*
       2341-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA FILTRO DE RELATORIO POR CODIGO DO VENDEDOR          *
      *----------------------------------------------------------------*
       2350-OPCOES-RELATORIO-VENDEDOR  SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                  WS-OPCAO

           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY SS-MENU-OPCAO-VENDEDOR
           DISPLAY SS-TELA-FILTRO-VENDEDOR
           MOVE 'F I L T R O S'        TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 1361
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'UTILIZE [S-SIM] OU [N] PARA SELECIONAR OS FILTROS'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2310
           MOVE SPACE                  TO WS-ASC
           PERFORM UNTIL WS-ASC EQUAL 'S' OR 'N'
               ACCEPT  SS-ASC-VENDEDOR
               IF WS-ASC               NOT EQUAL 'S' AND 'N'
                 DISPLAY WS-LIMPAR-TELA    AT 2302
                 MOVE ' OPCAO INVALIDA ULTILIZE [S] OU [N]'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2310
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA    AT 2302
                 MOVE
                     'UTILIZE [S-SIM] OU [N] PARA SELECIONAR OS FILTROS'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2310
               ELSE
                  IF WS-ASC            EQUAL 'S'
                    MOVE 'N'           TO WS-DESC
                    DISPLAY 'N'        AT 1677
                  ELSE
                    MOVE 'S'           TO WS-DESC
                    DISPLAY 'S'        AT 1677
                  END-IF
               END-IF
           END-PERFORM

           MOVE 'N'                    TO WS-IMPRIME-RELAT
           ACCEPT  SS-IMPRIME-VENDEDOR
           MOVE 'N'                    TO WS-INCLUI-INATIVOS
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INCLUIR CLIENTES INATIVOS [S/N]:'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           ACCEPT WS-INCLUI-INATIVOS   UPPER AT 2336

           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME O CODIGO DO VENDEDOR PARA FILTRAR OS CLIENTES'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2310

           ACCEPT  SS-COD-VEND-RELAT
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE '3'                    TO WS-TIPO-FILTRO-RELAT
           PERFORM 2320-VISUALIZAR-RELATORIO
           .
      *
      *----------------------------------------------------------------*
       2350-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA RELATORIO DE PEDIDOS (LISTAGEM EM ARQ-RELAT)        *
      *----------------------------------------------------------------*
       2360-RELATORIO-PEDIDOS          SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-PED-ABERTO        EQUAL 'N'
             MOVE 'P'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE 'N'                    TO WS-DETALHA-ITENS
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'DETALHAR OS ITENS DE CADA PEDIDO [S/N]:'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           ACCEPT WS-DETALHA-ITENS     UPPER AT 2343
           IF WS-DETALHA-ITENS         EQUAL 'S'
             IF WS-ARQ-IPD-ABERTO      EQUAL 'N'
               MOVE 'D'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             IF WS-ARQ-ITM-ABERTO      EQUAL 'N'
               MOVE 'M'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
           END-IF

           MOVE 'PEDIDOS'              TO WS-SPOOL-TIPO
           PERFORM 2321-ABRIR-ARQ-RELAT
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             MOVE ZEROS                TO BOOKPED-NUM-PED
             START ARQ-PEDIDO          KEY IS NOT LESS BOOKPED-NUM-PED
             PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
             MOVE 'N'                  TO WS-FIM-ARQ-PED
             IF WS-FS-PEDIDO           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-PED
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-PED EQUAL 'S'
               READ ARQ-PEDIDO
               PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
               IF WS-FS-PEDIDO         EQUAL ZEROS
                 IF BOOKPED-SITUACAO   NOT EQUAL 'P'
                   PERFORM 2362-GRAVAR-DETALHE-PED
                   IF WS-DETALHA-ITENS EQUAL 'S'
                     PERFORM 2458-GRAVAR-DETALHE-IPD
                   END-IF
                 END-IF
               ELSE
                 MOVE 'S'              TO WS-FIM-ARQ-PED
               END-IF
             END-PERFORM
             PERFORM 2324-FECHAR-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2360-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO RELATORIO DE PEDIDOS          *
      *----------------------------------------------------------------*
       2361-GRAVAR-CABECALHO-PED       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES               TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'RELATORIO DE PEDIDOS'     DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PEDIDO     CLIENTE  '     DELIMITED BY SIZE
                  'VENDEDOR  DATA        '
                                             DELIMITED BY SIZE
                  'ITENS  VALOR TOTAL        SIT'
                                             DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2361-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DE DETALHE DO RELATORIO DE PEDIDOS *
      *----------------------------------------------------------------*
       2362-GRAVAR-DETALHE-PED         SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2361-GRAVAR-CABECALHO-PED
           END-IF

           MOVE BOOKPED-NUM-PED        TO WS-NUM-PED-EDIT
           MOVE BOOKPED-COD-CLI        TO WS-COD-CLI-EDIT
           MOVE BOOKPED-COD-VEND       TO WS-COD-VEND-EDIT
           MOVE BOOKPED-DT-PEDIDO (7:2)
                                       TO WS-DT-PED-DIA
           MOVE BOOKPED-DT-PEDIDO (5:2)
                                       TO WS-DT-PED-MES
           MOVE BOOKPED-DT-PEDIDO (1:4)
                                       TO WS-DT-PED-ANO
           MOVE BOOKPED-QTD-ITENS      TO WS-QTD-ITENS-EDIT
           MOVE BOOKPED-VLR-TOTAL      TO WS-VLR-TOTAL-EDIT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-NUM-PED-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COD-CLI-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COD-VEND-EDIT     DELIMITED BY SIZE
                  '       '            DELIMITED BY SIZE
                  WS-DT-PEDIDO-EDIT    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-QTD-ITENS-EDIT    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-VLR-TOTAL-EDIT    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  BOOKPED-SITUACAO     DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2362-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA RELATORIO DE CLIENTES POR UF/MUNICIPIO              *
      *(UF E MUNICIPIO EM BRANCO LISTAM TODOS OS CLIENTES)             *
      *----------------------------------------------------------------*
       2363-RELATORIO-CLIENTES-UF      SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME A UF OU BRANCOS PARA TODAS :'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           MOVE SPACES                 TO WS-UF-FILTRO
           ACCEPT WS-UF-FILTRO         UPPER AT 2340
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME O MUNICIPIO OU BRANCOS PARA TODOS :'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           MOVE SPACES                 TO WS-MUN-FILTRO
           ACCEPT WS-MUN-FILTRO        UPPER AT 2346
           MOVE 'N'                    TO WS-INCLUI-INATIVOS
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INCLUIR CLIENTES INATIVOS [S/N]:'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           ACCEPT WS-INCLUI-INATIVOS   UPPER AT 2336

           MOVE 'CLIEN-UF'             TO WS-SPOOL-TIPO
           PERFORM 2321-ABRIR-ARQ-RELAT
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             MOVE ZEROS                TO BOOKCLI-COD-CLI
             START ARQ-CLIENTE         KEY IS NOT LESS BOOKCLI-COD-CLI
             MOVE 'N'                  TO WS-FIM-ARQ-CLI
             IF WS-FS-CLIENTE          NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-CLI
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-CLI EQUAL 'S'
               READ ARQ-CLIENTE
               IF WS-FS-CLIENTE        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-CLI
               ELSE
                 IF (WS-UF-FILTRO      EQUAL SPACES
                     OR BOOKCLI-UF     EQUAL WS-UF-FILTRO)
                 AND (WS-MUN-FILTRO    EQUAL SPACES
                     OR BOOKCLI-MUNICIPIO
                                       EQUAL WS-MUN-FILTRO)
                 AND (WS-INCLUI-INATIVOS
                                       EQUAL 'S'
                     OR BOOKCLI-SITUACAO
                                       NOT EQUAL 'I')
                   PERFORM 2365-GRAVAR-DETALHE-UF
                 END-IF
               END-IF
             END-PERFORM
             PERFORM 2324-FECHAR-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2363-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO RELATORIO POR UF/MUNICIPIO    *
      *----------------------------------------------------------------*
       2364-GRAVAR-CABECALHO-UF        SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES               TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'RELATORIO DE CLIENTES POR UF/MUNICIPIO'
                                             DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'UF  MUNICIPIO                       '
                                             DELIMITED BY SIZE
                  'CEP       CODIGO   '
                                             DELIMITED BY SIZE
                  'RAZAO SOCIAL'
                                             DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2364-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DO RELATORIO POR UF/MUNICIPIO      *
      *----------------------------------------------------------------*
       2365-GRAVAR-DETALHE-UF          SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2364-GRAVAR-CABECALHO-UF
           END-IF

           MOVE BOOKCLI-COD-CLI        TO WS-COD-CLI-EDIT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING BOOKCLI-UF           DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  BOOKCLI-MUNICIPIO    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  BOOKCLI-CEP          DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COD-CLI-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  BOOKCLI-RZ-SOCIAL    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2365-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA O RESUMO GERENCIAL DA CARTEIRA: TOTAIS POR TIPO DE  *
      *DOCUMENTO, VENDEDORES, CLIENTES POR VENDEDOR EM UMA PASSADA,    *
      *CLIENTES SEM VENDEDOR E MENOR/MAIOR/MEDIA DE CARTEIRA           *
      *(CONSIDERA SOMENTE REGISTROS ATIVOS)                            *
      *----------------------------------------------------------------*
       2366-RELATORIO-RESUMO           SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE 'RESUMO'               TO WS-SPOOL-TIPO
           PERFORM 2321-ABRIR-ARQ-RELAT
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             INITIALIZE                WS-AREA-RESUMO
             INITIALIZE                WS-TAB-CARTEIRA
             PERFORM 2367-ACUMULAR-CLIENTES-RES
             MOVE 'RESUMO GERENCIAL DA CARTEIRA'
                                       TO WS-TITULO-RELAT
             PERFORM 2368-GRAVAR-CABECALHO-RES

             MOVE ACU-RES-CLI          TO WS-RES-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'CLIENTES ATIVOS TOTAL............: '
                                       DELIMITED BY SIZE
                    WS-RES-EDIT        DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE ACU-RES-CLI-CNPJ     TO WS-RES-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING '   COM CNPJ......................: '
                                       DELIMITED BY SIZE
                    WS-RES-EDIT        DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE ACU-RES-CLI-CPF      TO WS-RES-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING '   COM CPF.......................: '
                                       DELIMITED BY SIZE
                    WS-RES-EDIT        DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE ACU-RES-CLI-SEM-VEND TO WS-RES-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING '   SEM VENDEDOR (COD-VEND = 0)...: '
                                       DELIMITED BY SIZE
                    WS-RES-EDIT        DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE SPACES               TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE 'CLIENTES POR VENDEDOR:'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             PERFORM 2370-LISTAR-CARTEIRAS-RES

             MOVE SPACES               TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE ACU-RES-VEND         TO WS-RES-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'VENDEDORES ATIVOS................: '
                                       DELIMITED BY SIZE
                    WS-RES-EDIT        DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE WS-RES-MIN           TO WS-RES-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'MENOR CARTEIRA...................: '
                                       DELIMITED BY SIZE
                    WS-RES-EDIT        DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE WS-RES-MAX           TO WS-RES-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'MAIOR CARTEIRA...................: '
                                       DELIMITED BY SIZE
                    WS-RES-EDIT        DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             IF ACU-RES-VEND           GREATER ZEROS
               COMPUTE WS-RES-MEDIA ROUNDED =
                       WS-RES-SOMA / ACU-RES-VEND
             ELSE
               MOVE ZEROS              TO WS-RES-MEDIA
             END-IF
             MOVE WS-RES-MEDIA         TO WS-RES-MEDIA-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'MEDIA DE CARTEIRA................: '
                                       DELIMITED BY SIZE
                    WS-RES-MEDIA-EDIT  DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             PERFORM 2324-FECHAR-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2366-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ACUMULAR OS TOTAIS DE CLIENTES DO RESUMO GERENCIAL  *
      *EM UMA UNICA PASSADA NO ARQUIVO DE CLIENTES                     *
      *----------------------------------------------------------------*
       2367-ACUMULAR-CLIENTES-RES      SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKCLI-COD-CLI
           START ARQ-CLIENTE           KEY IS NOT LESS BOOKCLI-COD-CLI
           MOVE 'N'                    TO WS-FIM-ARQ-CLI
           IF WS-FS-CLIENTE            NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-CLI
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-CLI EQUAL 'S'
             READ ARQ-CLIENTE
             IF WS-FS-CLIENTE          NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-CLI
             ELSE
               IF BOOKCLI-SITUACAO     NOT EQUAL 'I'
                 ADD 1                 TO ACU-RES-CLI
                 IF BOOKCLI-TIPO-DOC   EQUAL 'CPF'
                   ADD 1               TO ACU-RES-CLI-CPF
                 ELSE
                   ADD 1               TO ACU-RES-CLI-CNPJ
                 END-IF
                 IF BOOKCLI-COD-VEND   EQUAL ZEROS
                   ADD 1               TO ACU-RES-CLI-SEM-VEND
                 ELSE
                   ADD 1               TO WS-CART-QTD
                                          (BOOKCLI-COD-VEND)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2367-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO GENERICO DE QUEBRA DE PAGINA DOS *
      *RELATORIOS QUE USAM A 2369 - O TITULO VEM DE WS-TITULO-RELAT,   *
      *DEFINIDO POR CADA RELATORIO NA ABERTURA                         *
      *----------------------------------------------------------------*
       2368-GRAVAR-CABECALHO-RES       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES               TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING FUNCTION TRIM (WS-TITULO-RELAT)
                                             DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2368-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DO RESUMO GERENCIAL (COM QUEBRA    *
      *DE PAGINA) - A LINHA JA VEM MONTADA EM WS-LINHA-RELAT           *
      *----------------------------------------------------------------*
       2369-GRAVAR-LINHA-RES           SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2368-GRAVAR-CABECALHO-RES
           END-IF
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2369-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LISTAR A CARTEIRA DE CADA VENDEDOR ATIVO E APURAR   *
      *MENOR/MAIOR/SOMA DAS CARTEIRAS (APOIO DO RESUMO GERENCIAL)      *
      *----------------------------------------------------------------*
       2370-LISTAR-CARTEIRAS-RES       SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-RES-PRIMEIRO
           MOVE ZEROS                  TO BOOKVEN-COD-VEND
           START ARQ-VENDEDOR          KEY IS NOT LESS BOOKVEN-COD-VEND
           MOVE 'N'                    TO WS-FIM-ARQ-VEN
           IF WS-FS-VENDEDOR           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-VEN
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-VEN EQUAL 'S'
             READ ARQ-VENDEDOR
             IF WS-FS-VENDEDOR         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-VEN
             ELSE
               IF BOOKVEN-SITUACAO     NOT EQUAL 'I'
                 ADD 1                 TO ACU-RES-VEND
                 MOVE BOOKVEN-COD-VEND TO WS-COD-VEND-EDIT
                 MOVE WS-CART-QTD (BOOKVEN-COD-VEND)
                                       TO WS-RES-EDIT
                 MOVE SPACES           TO WS-LINHA-RELAT
                 STRING 'VENDEDOR '    DELIMITED BY SIZE
                        WS-COD-VEND-EDIT
                                       DELIMITED BY SIZE
                        '  '           DELIMITED BY SIZE
                        BOOKVEN-NOME   DELIMITED BY SIZE
                        '  CLIENTES: ' DELIMITED BY SIZE
                        WS-RES-EDIT    DELIMITED BY SIZE
                        INTO WS-LINHA-RELAT
                 PERFORM 2369-GRAVAR-LINHA-RES
                 ADD WS-CART-QTD (BOOKVEN-COD-VEND)
                                       TO WS-RES-SOMA
                 IF WS-RES-PRIMEIRO    EQUAL 'S'
                   MOVE WS-CART-QTD (BOOKVEN-COD-VEND)
                                       TO WS-RES-MIN
                   MOVE WS-CART-QTD (BOOKVEN-COD-VEND)
                                       TO WS-RES-MAX
                   MOVE 'N'            TO WS-RES-PRIMEIRO
                 ELSE
                   IF WS-CART-QTD (BOOKVEN-COD-VEND)
                                       LESS WS-RES-MIN
                     MOVE WS-CART-QTD (BOOKVEN-COD-VEND)
                                       TO WS-RES-MIN
                   END-IF
                   IF WS-CART-QTD (BOOKVEN-COD-VEND)
                                       GREATER WS-RES-MAX
                     MOVE WS-CART-QTD (BOOKVEN-COD-VEND)
                                       TO WS-RES-MAX
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2370-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA O ROTEIRO DE VISITAS DE UM VENDEDOR: ORDENA OS      *
      *CLIENTES ATIVOS DA CARTEIRA COMO ITINERARIO PELO VIZINHO MAIS   *
      *PROXIMO A PARTIR DAS COORDENADAS DO PROPRIO VENDEDOR, COM A     *
      *DISTANCIA DE CADA TRECHO EM KM E O TOTAL DO PERCURSO            *
      *----------------------------------------------------------------*
       2371-RELATORIO-ROTEIRO          SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VIS-ABERTO        EQUAL 'N'
             MOVE 'A'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME O CODIGO DO VENDEDOR :'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           MOVE ZEROS                  TO BOOKVEN-COD-VEND
           ACCEPT BOOKVEN-COD-VEND     AT 2334
           MOVE 'S'                    TO WS-ACHOU-VEND
           READ ARQ-VENDEDOR           KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-VEND
           END-READ

           IF WS-ACHOU-VEND            EQUAL 'S'
             PERFORM 2374-CARREGAR-CARTEIRA-ROT
             IF WS-ROT-QTD             EQUAL ZEROS
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'VENDEDOR SEM CLIENTES ATIVOS NA CARTEIRA'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             ELSE
               MOVE 'ROTEIRO'          TO WS-SPOOL-TIPO
               PERFORM 2321-ABRIR-ARQ-RELAT
               IF WS-ARQ-RELAT-ABERTO  EQUAL 'S'
                 PERFORM 2372-GRAVAR-CABECALHO-ROT
                 MOVE BOOKVEN-LATITUDE-VEND
                                       TO WS-KM-LAT1
                 MOVE BOOKVEN-LONGITUDE-VEND
                                       TO WS-KM-LON1
                 MOVE ZEROS            TO WS-ROT-TOTAL-KM
                 MOVE ZEROS            TO WS-ROT-SEQ
                 PERFORM WS-ROT-QTD TIMES
                   PERFORM 2375-PROXIMA-PARADA-ROT
                 END-PERFORM

                 MOVE SPACES           TO WS-LINHA-RELAT
                 PERFORM 2373-GRAVAR-LINHA-ROT
                 MOVE WS-ROT-TOTAL-KM  TO WS-ROT-TOTAL-EDIT
                 MOVE SPACES           TO WS-LINHA-RELAT
                 STRING 'TOTAL DO PERCURSO (KM): '
                                       DELIMITED BY SIZE
                        WS-ROT-TOTAL-EDIT
                                       DELIMITED BY SIZE
                        INTO WS-LINHA-RELAT
                 PERFORM 2373-GRAVAR-LINHA-ROT
                 IF WS-ROT-EXCEDENTE   EQUAL 'S'
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING 'ATENCAO: CARTEIRA EXCEDE 500 CLIENTES - '
                                       DELIMITED BY SIZE
                          'ROTEIRO PARCIAL'
                                       DELIMITED BY SIZE
                          INTO WS-LINHA-RELAT
                   PERFORM 2373-GRAVAR-LINHA-ROT
                 END-IF
                 PERFORM 2324-FECHAR-ARQ-RELAT
               END-IF
             END-IF
           ELSE
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'VENDEDOR NAO EXISTE NO ARQUIVO'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           END-IF
           .
      *----------------------------------------------------------------*
       2371-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO ROTEIRO DE VISITAS            *
      *----------------------------------------------------------------*
       2372-GRAVAR-CABECALHO-ROT       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES               TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF

           MOVE BOOKVEN-COD-VEND       TO WS-COD-VEND-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'ROTEIRO DE VISITAS - VENDEDOR '
                                             DELIMITED BY SIZE
                  WS-COD-VEND-EDIT           DELIMITED BY SIZE
                  '  '                       DELIMITED BY SIZE
                  FUNCTION TRIM (BOOKVEN-NOME)
                                             DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'SEQ  CODIGO   '           DELIMITED BY SIZE
                  'RAZAO SOCIAL                        '
                                             DELIMITED BY SIZE
                  '     TRECHO (KM)'         DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2372-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DO ROTEIRO (COM QUEBRA DE PAGINA)  *
      *----------------------------------------------------------------*
       2373-GRAVAR-LINHA-ROT           SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2372-GRAVAR-CABECALHO-ROT
           END-IF
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2373-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CARREGAR A CARTEIRA ATIVA DO VENDEDOR NA TABELA DO  *
      *ROTEIRO (LIMITE DE 500 CLIENTES - EXCEDENTE E SINALIZADO)       *
      *----------------------------------------------------------------*
       2374-CARREGAR-CARTEIRA-ROT      SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-ROT-QTD
           MOVE 'N'                    TO WS-ROT-EXCEDENTE
           MOVE ZEROS                  TO BOOKCLI-COD-CLI
           START ARQ-CLIENTE           KEY IS NOT LESS BOOKCLI-COD-CLI
           MOVE 'N'                    TO WS-FIM-ARQ-CLI
           IF WS-FS-CLIENTE            NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-CLI
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-CLI EQUAL 'S'
             READ ARQ-CLIENTE
             IF WS-FS-CLIENTE          NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-CLI
             ELSE
               IF BOOKCLI-COD-VEND     EQUAL BOOKVEN-COD-VEND
               AND BOOKCLI-SITUACAO    NOT EQUAL 'I'
                 IF WS-ROT-QTD         LESS 500
                   ADD 1               TO WS-ROT-QTD
                   MOVE BOOKCLI-COD-CLI
                                       TO WS-ROT-COD (WS-ROT-QTD)
                   MOVE BOOKCLI-RZ-SOCIAL
                                       TO WS-ROT-RZ (WS-ROT-QTD)
                   MOVE BOOKCLI-LATITUDE-CLI
                                       TO WS-ROT-LAT (WS-ROT-QTD)
                   MOVE BOOKCLI-LONGITUDE-CLI
                                       TO WS-ROT-LON (WS-ROT-QTD)
                   MOVE 'N'            TO WS-ROT-USADO (WS-ROT-QTD)
                 ELSE
                   MOVE 'S'            TO WS-ROT-EXCEDENTE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2374-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ESCOLHER E IMPRIMIR A PROXIMA PARADA DO ROTEIRO     *
      *(CLIENTE NAO VISITADO MAIS PROXIMO DO PONTO ATUAL)              *
      *----------------------------------------------------------------*
       2375-PROXIMA-PARADA-ROT         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-ROT-ESCOLHIDO
           MOVE 1                      TO WS-IND-ROT
           PERFORM UNTIL WS-IND-ROT    GREATER WS-ROT-QTD
             IF WS-ROT-USADO (WS-IND-ROT) EQUAL 'N'
               MOVE WS-ROT-LAT (WS-IND-ROT)
                                       TO WS-KM-LAT2
               MOVE WS-ROT-LON (WS-IND-ROT)
                                       TO WS-KM-LON2
               PERFORM 2720-CALCULAR-DISTANCIA-KM
               IF WS-ROT-ESCOLHIDO     EQUAL ZEROS
               OR WS-KM-DISTANCIA      LESS WS-ROT-MENOR-KM
                 MOVE WS-KM-DISTANCIA  TO WS-ROT-MENOR-KM
                 MOVE WS-IND-ROT       TO WS-ROT-ESCOLHIDO
               END-IF
             END-IF
             ADD 1                     TO WS-IND-ROT
           END-PERFORM

           IF WS-ROT-ESCOLHIDO         GREATER ZEROS
             ADD 1                     TO WS-ROT-SEQ
             MOVE WS-ROT-SEQ           TO WS-ROT-SEQ-EDIT
             MOVE WS-ROT-COD (WS-ROT-ESCOLHIDO)
                                       TO WS-COD-CLI-EDIT
             MOVE WS-ROT-MENOR-KM      TO WS-KM-EDIT
             MOVE WS-ROT-COD (WS-ROT-ESCOLHIDO)
                                       TO BOOKCLI-COD-CLI
             PERFORM 2483-VERIFICAR-VISITA-RECENTE
             IF WS-VIS-RECENTE         EQUAL 'S'
               MOVE 'VISITADO'         TO WS-VIS-FLAG-ROT
             ELSE
               MOVE SPACES             TO WS-VIS-FLAG-ROT
             END-IF
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING WS-ROT-SEQ-EDIT    DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    WS-COD-CLI-EDIT    DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    WS-ROT-RZ (WS-ROT-ESCOLHIDO)
                                       DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    WS-KM-EDIT         DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    WS-VIS-FLAG-ROT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2373-GRAVAR-LINHA-ROT
             ADD WS-ROT-MENOR-KM       TO WS-ROT-TOTAL-KM
             MOVE WS-ROT-LAT (WS-ROT-ESCOLHIDO)
                                       TO WS-KM-LAT1
             MOVE WS-ROT-LON (WS-ROT-ESCOLHIDO)
                                       TO WS-KM-LON1
             MOVE 'S'                  TO WS-ROT-USADO
                                          (WS-ROT-ESCOLHIDO)
           END-IF
           .
      *----------------------------------------------------------------*
       2375-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA O RELATORIO MENSAL DE META X REALIZADO: COMPARA A   *
      *META DE CADA VENDEDOR ATIVO NO PERIODO COM A CARTEIRA ATUAL     *
      *(APURADA COMO NA 2254, EM UMA PASSADA) E SINALIZA QUEM ESTA     *
      *ABAIXO DA META                                                  *
      *----------------------------------------------------------------*
       2376-RELATORIO-METAS            SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-MET-ABERTO        EQUAL 'N'
             MOVE 'T'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VIS-ABERTO        EQUAL 'N'
             MOVE 'A'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           MOVE ZEROS                  TO WS-META-ANO
           PERFORM UNTIL WS-META-ANO   GREATER 1999
              DISPLAY WS-LIMPAR-TELA   AT 2302
              MOVE 'INFORME O ANO (AAAA) :'
                                       TO WS-MENSAGEM
              DISPLAY WS-MENSAGEM      AT 2302
              ACCEPT WS-META-ANO       AT 2326
              IF WS-META-ANO           NOT GREATER 1999
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "INFORME O ANO COM 4 DIGITOS"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM
           MOVE ZEROS                  TO WS-META-MES
           PERFORM UNTIL WS-META-MES   GREATER ZEROS
                         AND WS-META-MES LESS 13
              DISPLAY WS-LIMPAR-TELA   AT 2302
              MOVE 'INFORME O MES (MM) :'
                                       TO WS-MENSAGEM
              DISPLAY WS-MENSAGEM      AT 2302
              ACCEPT WS-META-MES       AT 2324
              IF WS-META-MES           EQUAL ZEROS
              OR WS-META-MES           GREATER 12
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "INFORME O MES DE 01 A 12"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM

           MOVE 'METAS'                TO WS-SPOOL-TIPO
           PERFORM 2321-ABRIR-ARQ-RELAT
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             INITIALIZE                WS-AREA-RESUMO
             INITIALIZE                WS-TAB-CARTEIRA
             PERFORM 2367-ACUMULAR-CLIENTES-RES
             PERFORM 2377-GRAVAR-CABECALHO-MET

             MOVE ZEROS                TO BOOKVEN-COD-VEND
             START ARQ-VENDEDOR        KEY IS NOT LESS BOOKVEN-COD-VEND
             MOVE 'N'                  TO WS-FIM-ARQ-VEN
             IF WS-FS-VENDEDOR         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-VEN
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-VEN EQUAL 'S'
               READ ARQ-VENDEDOR
               IF WS-FS-VENDEDOR       NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-VEN
               ELSE
                 IF BOOKVEN-SITUACAO   NOT EQUAL 'I'
                   PERFORM 2378-GRAVAR-DETALHE-MET
                 END-IF
               END-IF
             END-PERFORM
             PERFORM 2324-FECHAR-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2376-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO RELATORIO DE METAS            *
      *----------------------------------------------------------------*
       2377-GRAVAR-CABECALHO-MET       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES               TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'METAS X REALIZADO - PERIODO '
                                             DELIMITED BY SIZE
                  WS-META-MES                DELIMITED BY SIZE
                  '/'                        DELIMITED BY SIZE
                  WS-META-ANO                DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'VEND  NOME                          '
                                             DELIMITED BY SIZE
                  '        M.CLI  CARTEIRA  M.VIS  '
                                             DELIMITED BY SIZE
                  'VISITAS  SITUACAO'
                                             DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2377-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR A LINHA DE META X REALIZADO DO VENDEDOR      *
      *CORRENTE (APOIO DA 2376)                                        *
      *----------------------------------------------------------------*
       2378-GRAVAR-DETALHE-MET         SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2377-GRAVAR-CABECALHO-MET
           END-IF

           MOVE BOOKVEN-COD-VEND       TO BOOKMET-COD-VEND
           MOVE WS-META-ANO            TO BOOKMET-ANO
           MOVE WS-META-MES            TO BOOKMET-MES
           MOVE 'S'                    TO WS-META-ACHOU
           READ ARQ-META               KEY IS BOOKMET-CHAVE
                                       INVALID KEY
              MOVE 'N'                 TO WS-META-ACHOU
           END-READ

           MOVE BOOKVEN-COD-VEND       TO WS-COD-VEND-EDIT
           MOVE WS-CART-QTD (BOOKVEN-COD-VEND)
                                       TO WS-META-ATUAL-EDIT
           PERFORM 2482-CONTAR-VISITAS-MES
           MOVE WS-VIS-QTD-MES         TO WS-VIS-REAL-EDIT
           IF WS-META-ACHOU            EQUAL 'S'
             MOVE BOOKMET-META-CLIENTES
                                       TO WS-META-CLI-EDIT
             MOVE BOOKMET-META-VISITAS TO WS-VIS-META-EDIT
             IF WS-CART-QTD (BOOKVEN-COD-VEND)
                                       LESS BOOKMET-META-CLIENTES
             OR WS-VIS-QTD-MES         LESS BOOKMET-META-VISITAS
               MOVE 'ABAIXO DA META'   TO WS-META-FLAG
             ELSE
               MOVE 'OK'               TO WS-META-FLAG
             END-IF
           ELSE
             MOVE ZEROS                TO WS-META-CLI-EDIT
             MOVE ZEROS                TO WS-VIS-META-EDIT
             MOVE 'SEM META'           TO WS-META-FLAG
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-COD-VEND-EDIT     DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  BOOKVEN-NOME         DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-META-CLI-EDIT     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-META-ATUAL-EDIT   DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  WS-VIS-META-EDIT     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-VIS-REAL-EDIT     DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  WS-META-FLAG         DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2378-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ATRIBUIR O VENDEDOR MAIS PROXIMO A CADA CLIENTE     *
      *----------------------------------------------------------------*
       2400-EXECUTAR-PROCESSAMENTO     SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TRF-ABERTO        EQUAL 'N'
             MOVE 'Z'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           IF WS-MODO-BATCH            EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'ATRIBUINDO VENDEDOR MAIS PROXIMO A CADA CLIENTE...'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
           END-IF

           MOVE 'ATRSEMTER.TXT'        TO WS-ARQ-RELAT
           MOVE 'R'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             MOVE 'CLIENTES SEM VENDEDOR COM TERRITORIO COMPATIVEL'
                                       TO WS-LINHA-RELAT
             WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF
           MOVE ZEROS                  TO ACU-SEM-TERRITORIO
           MOVE ZEROS                  TO ACU-ATR-PROCESSADOS
           MOVE 'N'                    TO WS-ATV-CARREGADA

           PERFORM 2425-LER-CHECKPOINT-ATR
           IF WS-ATR-CKP-COD           GREATER ZEROS
             MOVE WS-ATR-CKP-COD       TO WS-ATR-PROC-EDIT
             IF WS-MODO-BATCH          EQUAL 'S'
               DISPLAY 'RETOMANDO ATRIBUICAO APOS O CLIENTE '
                       WS-ATR-PROC-EDIT
             END-IF
             COMPUTE BOOKCLI-COD-CLI = WS-ATR-CKP-COD + 1
           ELSE
             MOVE ZEROS                TO BOOKCLI-COD-CLI
           END-IF
           START ARQ-CLIENTE KEY IS NOT LESS BOOKCLI-COD-CLI
           PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
           MOVE 'N'                   TO WS-FIM-ARQ-CLI
           PERFORM UNTIL WS-FIM-ARQ-CLI EQUAL 'S'
              READ ARQ-CLIENTE
              PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
              IF WS-FS-CLIENTE         EQUAL '10'
                 MOVE 'S'              TO WS-FIM-ARQ-CLI
              END-IF
              IF WS-FS-CLIENTE         EQUAL ZEROS
                 PERFORM 2769-VERIFICAR-TRANSF-CLI
              END-IF
              IF WS-FS-CLIENTE         EQUAL ZEROS
              AND BOOKCLI-SITUACAO     NOT EQUAL 'I'
              AND WS-TRF-FIXADO        EQUAL 'N'
                 PERFORM 2410-ACHAR-VENDEDOR-PROXIMO
                 IF WS-ACHOU-VEND      EQUAL 'S'
                    MOVE 'A'           TO WS-CRUD
                    MOVE BOOKCLI       TO WS-BOOKCLI-ANTES
                    MOVE WS-COD-VEND-PROXIMO
                                       TO BOOKCLI-COD-VEND
                    REWRITE BOOKCLI
                    PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
                    IF WS-FS-CLIENTE   EQUAL ZEROS OR '02'
                       PERFORM 2243-GRAVAR-AUDITORIA-CLI
                    END-IF
                 ELSE
                    ADD 1              TO ACU-SEM-TERRITORIO
                    IF WS-ARQ-RELAT-ABERTO
                                       EQUAL 'S'
                      MOVE BOOKCLI-COD-CLI
                                       TO WS-COD-CLI-EDIT
                      MOVE SPACES      TO WS-LINHA-RELAT
                      STRING WS-COD-CLI-EDIT
                                       DELIMITED BY SIZE
                             '  '      DELIMITED BY SIZE
                             BOOKCLI-RZ-SOCIAL
                                       DELIMITED BY SIZE
                             '  UF '   DELIMITED BY SIZE
                             BOOKCLI-UF
                                       DELIMITED BY SIZE
                             INTO WS-LINHA-RELAT
                      WRITE FD-ARQ-RELAT
                                       FROM WS-LINHA-RELAT
                    END-IF
                 END-IF
                 ADD 1                 TO ACU-ATR-PROCESSADOS
                 PERFORM 2426-GRAVAR-CHECKPOINT-ATR
                 IF WS-MODO-BATCH      EQUAL 'S'
                 AND FUNCTION MOD (ACU-ATR-PROCESSADOS, 500)
                                       EQUAL ZEROS
                   MOVE ACU-ATR-PROCESSADOS
                                       TO WS-ATR-PROC-EDIT
                   DISPLAY 'ATRIBUICAO EM ANDAMENTO - CLIENTES '
                           'PROCESSADOS: ' WS-ATR-PROC-EDIT
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 2427-LIMPAR-CHECKPOINT-ATR
           MOVE ACU-ATR-PROCESSADOS    TO WS-RUN-GRAV

           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             MOVE ACU-SEM-TERRITORIO   TO WS-SEM-TERR-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'TOTAL SEM ATRIBUICAO: '
                                       DELIMITED BY SIZE
                    WS-SEM-TERR-EDIT   DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-RELAT
             MOVE 'N'                  TO WS-ARQ-RELAT-ABERTO
           END-IF

           IF WS-MODO-BATCH            EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'ATRIBUICAO DE VENDEDORES CONCLUIDA'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           ELSE
             DISPLAY 'ATRIBUICAO DE VENDEDORES CONCLUIDA'
             DISPLAY 'CLIENTES SEM TERRITORIO COMPATIVEL: '
                     ACU-SEM-TERRITORIO
           END-IF
           .
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ACHAR O VENDEDOR MAIS PROXIMO DO CLIENTE ATUAL:     *
      *PESQUISA NA TABELA EM MEMORIA ORDENADA POR LATITUDE (CARREGADA  *
      *UMA UNICA VEZ EM 2420) EXPANDINDO A PARTIR DA LATITUDE DO       *
      *CLIENTE - COMO A DISTANCIA NUNCA E MENOR QUE A DIFERENCA DE     *
      *LATITUDE, CADA LADO E ABANDONADO QUANDO ESSA DIFERENCA JA       *
      *SUPERA A MENOR DISTANCIA ENCONTRADA (MESMO RESULTADO DA         *
      *VARREDURA COMPLETA, SEM RELER O ARQUIVO A CADA CLIENTE)         *
      *----------------------------------------------------------------*
       2410-ACHAR-VENDEDOR-PROXIMO     SECTION.
      *----------------------------------------------------------------*
           IF WS-ATV-CARREGADA         NOT EQUAL 'S'
             PERFORM 2420-CARREGAR-TAB-VENDEDORES
           END-IF
           MOVE 'N'                    TO WS-ACHOU-VEND
           MOVE ZEROS                  TO WS-MENOR-DISTANCIA

           IF WS-ATV-QTD               GREATER ZEROS
             MOVE 1                    TO WS-ATV-BIN-LO
             COMPUTE WS-ATV-BIN-HI = WS-ATV-QTD + 1
             PERFORM UNTIL WS-ATV-BIN-LO
                                       NOT LESS WS-ATV-BIN-HI
               COMPUTE WS-ATV-BIN-MID =
                       (WS-ATV-BIN-LO + WS-ATV-BIN-HI) / 2
               IF WS-ATV-LAT (WS-ATV-BIN-MID)
                                       LESS BOOKCLI-LATITUDE-CLI
                 COMPUTE WS-ATV-BIN-LO = WS-ATV-BIN-MID + 1
               ELSE
                 MOVE WS-ATV-BIN-MID   TO WS-ATV-BIN-HI
               END-IF
             END-PERFORM
             MOVE WS-ATV-BIN-LO        TO WS-ATV-PONTO

             MOVE WS-ATV-PONTO         TO WS-ATV-SOBE
             COMPUTE WS-ATV-DESCE = WS-ATV-PONTO - 1
             MOVE 'N'                  TO WS-ATV-FIM
             PERFORM UNTIL WS-ATV-FIM  EQUAL 'S'
               MOVE 'N'                TO WS-ATV-SOBE-OK
               IF WS-ATV-SOBE          NOT GREATER WS-ATV-QTD
                 COMPUTE WS-ATV-DLAT-S =
                         WS-ATV-LAT (WS-ATV-SOBE) -
                         BOOKCLI-LATITUDE-CLI
                 IF WS-ATV-DLAT-S      LESS ZEROS
                   COMPUTE WS-ATV-DLAT-S = ZERO - WS-ATV-DLAT-S
                 END-IF
                 IF WS-ACHOU-VEND      EQUAL 'N'
                 OR WS-ATV-DLAT-S      NOT GREATER WS-MENOR-DISTANCIA
                   MOVE 'S'            TO WS-ATV-SOBE-OK
                 END-IF
               END-IF
               MOVE 'N'                TO WS-ATV-DESCE-OK
               IF WS-ATV-DESCE         GREATER ZEROS
                 COMPUTE WS-ATV-DLAT-D =
                         BOOKCLI-LATITUDE-CLI -
                         WS-ATV-LAT (WS-ATV-DESCE)
                 IF WS-ATV-DLAT-D      LESS ZEROS
                   COMPUTE WS-ATV-DLAT-D = ZERO - WS-ATV-DLAT-D
                 END-IF
                 IF WS-ACHOU-VEND      EQUAL 'N'
                 OR WS-ATV-DLAT-D      NOT GREATER WS-MENOR-DISTANCIA
                   MOVE 'S'            TO WS-ATV-DESCE-OK
                 END-IF
               END-IF

               EVALUATE TRUE
                 WHEN WS-ATV-SOBE-OK   EQUAL 'N'
                  AND WS-ATV-DESCE-OK  EQUAL 'N'
                   MOVE 'S'            TO WS-ATV-FIM
                 WHEN WS-ATV-SOBE-OK   EQUAL 'S'
                  AND (WS-ATV-DESCE-OK EQUAL 'N'
                       OR WS-ATV-DLAT-S
                          NOT GREATER WS-ATV-DLAT-D)
                   MOVE WS-ATV-SOBE    TO WS-ATV-IND
                   PERFORM 2421-AVALIAR-CANDIDATO-ATR
                   ADD 1               TO WS-ATV-SOBE
                 WHEN OTHER
                   MOVE WS-ATV-DESCE   TO WS-ATV-IND
                   PERFORM 2421-AVALIAR-CANDIDATO-ATR
                   SUBTRACT 1          FROM WS-ATV-DESCE
               END-EVALUATE
             END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CARREGAR OS VENDEDORES ATIVOS NA TABELA EM MEMORIA  *
      *ORDENADA POR LATITUDE (UMA UNICA PASSADA EM ARQ-VENDEDOR POR    *
      *EXECUCAO DA ATRIBUICAO - LIMITE DE 999 VENDEDORES)              *
      *----------------------------------------------------------------*
       2420-CARREGAR-TAB-VENDEDORES    SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-ATV-QTD
           INITIALIZE                  WS-TAB-VENDEDORES-ATR
           MOVE ZEROS                  TO BOOKVEN-COD-VEND
           START ARQ-VENDEDOR KEY IS NOT LESS BOOKVEN-COD-VEND
           PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
           MOVE 'N'                    TO WS-FIM-ARQ-VEN
           IF WS-FS-VENDEDOR           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-VEN
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-VEN EQUAL 'S'
              READ ARQ-VENDEDOR
              PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
              IF WS-FS-VENDEDOR        EQUAL '10'
                 MOVE 'S'              TO WS-FIM-ARQ-VEN
              END-IF
              IF WS-FS-VENDEDOR        EQUAL ZEROS
              AND BOOKVEN-SITUACAO     NOT EQUAL 'I'
              AND WS-ATV-QTD           LESS 999
                 MOVE 1                TO WS-ATV-IND
                 PERFORM UNTIL WS-ATV-IND GREATER WS-ATV-QTD
                               OR WS-ATV-LAT (WS-ATV-IND)
                                  GREATER BOOKVEN-LATITUDE-VEND
                    ADD 1              TO WS-ATV-IND
                 END-PERFORM
                 MOVE WS-ATV-QTD       TO WS-ATV-IND2
                 PERFORM UNTIL WS-ATV-IND2 LESS WS-ATV-IND
                    MOVE WS-ATV-ENT (WS-ATV-IND2)
                                       TO WS-ATV-ENT (WS-ATV-IND2 + 1)
                    SUBTRACT 1         FROM WS-ATV-IND2
                 END-PERFORM
                 MOVE BOOKVEN-COD-VEND TO WS-ATV-COD (WS-ATV-IND)
                 MOVE BOOKVEN-LATITUDE-VEND
                                       TO WS-ATV-LAT (WS-ATV-IND)
                 MOVE BOOKVEN-LONGITUDE-VEND
                                       TO WS-ATV-LON (WS-ATV-IND)
                 ADD 1                 TO WS-ATV-QTD
              END-IF
           END-PERFORM
           MOVE 'S'                    TO WS-ATV-CARREGADA
           .
      *----------------------------------------------------------------*
       2420-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA AVALIAR O CANDIDATO WS-ATV-IND DA TABELA: CONFERE O *
      *TERRITORIO E ATUALIZA O MAIS PROXIMO (EMPATE DE DISTANCIA FICA  *
      *COM O MENOR CODIGO, COMO NA VARREDURA ORIGINAL POR CODIGO)      *
      *----------------------------------------------------------------*
       2421-AVALIAR-CANDIDATO-ATR      SECTION.
      *----------------------------------------------------------------*
           MOVE WS-ATV-COD (WS-ATV-IND)
                                       TO BOOKVEN-COD-VEND
           MOVE BOOKCLI-UF             TO WS-TER-UF-CLI
           MOVE BOOKCLI-CEP            TO WS-TER-CEP-CLI
           PERFORM 3237-VERIFICAR-TERRITORIO
           IF WS-TER-COBRE             EQUAL 'S'
             COMPUTE WS-DIST-LAT = BOOKCLI-LATITUDE-CLI -
                                   WS-ATV-LAT (WS-ATV-IND)
             COMPUTE WS-DIST-LON = BOOKCLI-LONGITUDE-CLI -
                                   WS-ATV-LON (WS-ATV-IND)
             COMPUTE WS-DISTANCIA =
                     FUNCTION SQRT ((WS-DIST-LAT * WS-DIST-LAT) +
                                    (WS-DIST-LON * WS-DIST-LON))
             IF WS-ACHOU-VEND          EQUAL 'N'
             OR WS-DISTANCIA           LESS WS-MENOR-DISTANCIA
             OR (WS-DISTANCIA          EQUAL WS-MENOR-DISTANCIA
                 AND WS-ATV-COD (WS-ATV-IND)
                     LESS WS-COD-VEND-PROXIMO)
                MOVE WS-DISTANCIA      TO WS-MENOR-DISTANCIA
                MOVE WS-ATV-COD (WS-ATV-IND)
                                       TO WS-COD-VEND-PROXIMO
                MOVE 'S'               TO WS-ACHOU-VEND
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2421-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER O CHECKPOINT DA ATRIBUICAO (RESTART): ULTIMO    *
      *CLIENTE PROCESSADO EM UMA EXECUCAO CANCELADA                    *
      *----------------------------------------------------------------*
       2425-LER-CHECKPOINT-ATR         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-ATR-CKP-COD
           MOVE 'ATR.CKP'              TO WS-ARQ-CKP
           OPEN INPUT                  ARQ-CHECKPOINT
           IF WS-FS-CKP                EQUAL ZEROS
             READ ARQ-CHECKPOINT
             IF WS-FS-CKP              EQUAL ZEROS
             AND FD-ARQ-CHECKPOINT     NUMERIC
               MOVE FD-ARQ-CHECKPOINT  TO WS-ATR-CKP-COD
             END-IF
             CLOSE ARQ-CHECKPOINT
           END-IF
           .
      *----------------------------------------------------------------*
       2425-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CHECKPOINT DA ATRIBUICAO (ULTIMO CLIENTE   *
      *PROCESSADO)                                                     *
      *----------------------------------------------------------------*
       2426-GRAVAR-CHECKPOINT-ATR      SECTION.
      *----------------------------------------------------------------*
           MOVE 'ATR.CKP'              TO WS-ARQ-CKP
           OPEN OUTPUT                 ARQ-CHECKPOINT
           IF WS-FS-CKP                EQUAL ZEROS
             MOVE BOOKCLI-COD-CLI      TO FD-ARQ-CHECKPOINT
             WRITE FD-ARQ-CHECKPOINT
             CLOSE ARQ-CHECKPOINT
           END-IF
           .
      *----------------------------------------------------------------*
       2426-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LIMPAR O CHECKPOINT DA ATRIBUICAO AO FIM NORMAL     *
      *----------------------------------------------------------------*
       2427-LIMPAR-CHECKPOINT-ATR      SECTION.
      *----------------------------------------------------------------*
           MOVE 'ATR.CKP'              TO WS-ARQ-CKP
           OPEN OUTPUT                 ARQ-CHECKPOINT
           IF WS-FS-CKP                EQUAL ZEROS
             MOVE ZEROS                TO FD-ARQ-CHECKPOINT
             WRITE FD-ARQ-CHECKPOINT
             CLOSE ARQ-CHECKPOINT
           END-IF
           .
      *----------------------------------------------------------------*
       2427-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONSULTAR UM CPF/CNPJ NOS ARQUIVOS DE CLIENTE E      *
      *VENDEDOR (VERIFICACAO DE CONFORMIDADE CRUZADA)                  *
      *----------------------------------------------------------------*
       2500-CONSULTAR-DOCUMENTO        SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY SS-TELA-CONSULTA-DOCUMENTO
           ACCEPT  SS-DOCUMENTO-CONSULTA

           MOVE WS-DOC-CONSULTA        TO WS-DOC-CONSULTA-CLI
           MOVE 'S'                    TO WS-ACHOU-DOC-CLI
           MOVE WS-DOC-CONSULTA-CLI    TO BOOKCLI-CNPJ
           READ ARQ-CLIENTE            KEY IS BOOKCLI-CNPJ
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-DOC-CLI
           END-READ
           IF WS-ACHOU-DOC-CLI         EQUAL 'N'
              MOVE WS-DOC-CONSULTA     TO WS-DOC-CONSULTA-CLI-CPF
              MOVE 'S'                 TO WS-ACHOU-DOC-CLI
              MOVE WS-DOC-CONSULTA-CLI-CPF
                                       TO BOOKCLI-CPF
              READ ARQ-CLIENTE         KEY IS BOOKCLI-CPF
                                       INVALID KEY
                 MOVE 'N'              TO WS-ACHOU-DOC-CLI
              END-READ
           END-IF

           MOVE WS-DOC-CONSULTA        TO WS-DOC-CONSULTA-VEND
           MOVE 'S'                    TO WS-ACHOU-DOC-VEND
           MOVE WS-DOC-CONSULTA-VEND   TO BOOKVEN-CPF
           READ ARQ-VENDEDOR           KEY IS BOOKVEN-CPF
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-DOC-VEND
           END-READ

           DISPLAY WS-LIMPAR-TELA      AT 2302
           EVALUATE TRUE
              WHEN WS-ACHOU-DOC-CLI EQUAL 'S'
                                  AND WS-ACHOU-DOC-VEND EQUAL 'S'
                 MOVE 'ENCONTRADO NO CADASTRO DE CLIENTE E DE VENDEDOR'
                                       TO WS-MENSAGEM
              WHEN WS-ACHOU-DOC-CLI EQUAL 'S'
                 MOVE 'ENCONTRADO APENAS NO CADASTRO DE CLIENTE'
                                       TO WS-MENSAGEM
              WHEN WS-ACHOU-DOC-VEND EQUAL 'S'
                 MOVE 'ENCONTRADO APENAS NO CADASTRO DE VENDEDOR'
                                       TO WS-MENSAGEM
              WHEN OTHER
                 MOVE 'DOCUMENTO NAO ENCONTRADO EM NENHUM CADASTRO'
                                       TO WS-MENSAGEM
           END-EVALUATE
           DISPLAY WS-MENSAGEM         AT 2302
           STOP ' '
           DISPLAY WS-LIMPAR-TELA      AT 2302
           .
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DE CONCILIACAO NOTURNA ENTRE OS CADASTROS DE CLIENTE E   *
      *VENDEDOR - GERA RELATORIO DE DIVERGENCIAS EM ARQ-RELAT          *
      *(MODO BATCH 'REC' - O SEGUNDO PARAMETRO E O ARQUIVO DE SAIDA)   *
      *----------------------------------------------------------------*
       2600-RECONCILIAR-CADASTROS      SECTION.
      *----------------------------------------------------------------*
           MOVE WS-ARQ-IMPORT          TO WS-ARQ-RELAT
           IF WS-ARQ-RELAT             EQUAL SPACES
             MOVE 'RECONCILIACAO.TXT'  TO WS-ARQ-RELAT
           END-IF

           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           MOVE 'R'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO

           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             MOVE ZEROS                TO ACU-RELAT
             MOVE ZEROS                TO WS-PAGINA-RELAT
             MOVE 99                   TO WS-LINHAS-PAGINA
             PERFORM 2601-VERIFICAR-VINCULOS
             PERFORM 2602-VERIFICAR-CNPJ-DUPLICADO
             PERFORM 2603-VERIFICAR-DOC-CRUZADO
             PERFORM 2606-FECHAR-RELAT-REC
           ELSE
             DISPLAY 'CONCILIACAO NAO EXECUTADA - ERRO NA ABERTURA '
                     'DO RELATORIO'
           END-IF
           .
      *----------------------------------------------------------------*
       2600-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VERIFICAR O VINCULO DE VENDEDOR DE CADA CLIENTE     *
      *(COD-VEND INEXISTENTE NO CADASTRO OU COD-VEND = 0)              *
      *----------------------------------------------------------------*
       2601-VERIFICAR-VINCULOS         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKCLI-COD-CLI
           START ARQ-CLIENTE           KEY IS NOT LESS BOOKCLI-COD-CLI
           MOVE 'N'                    TO WS-FIM-ARQ-CLI
           IF WS-FS-CLIENTE            NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-CLI
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-CLI EQUAL 'S'
             READ ARQ-CLIENTE
             IF WS-FS-CLIENTE          NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-CLI
             ELSE
               IF BOOKCLI-SITUACAO     EQUAL 'I'
                 CONTINUE
               ELSE
               IF BOOKCLI-COD-VEND     EQUAL ZEROS
                 MOVE 'CLIENTE SEM VENDEDOR ATRIBUIDO (COD-VEND=0)'
                                       TO WS-REC-MOTIVO
                 MOVE BOOKCLI-COD-CLI  TO WS-REC-CHAVE-EDIT
                 PERFORM 2604-GRAVAR-LINHA-REC
               ELSE
                 MOVE BOOKCLI-COD-VEND TO BOOKVEN-COD-VEND
                 MOVE 'S'              TO WS-ACHOU-VEND
                 READ ARQ-VENDEDOR     KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                    MOVE 'N'           TO WS-ACHOU-VEND
                 END-READ
                 IF WS-ACHOU-VEND      EQUAL 'N'
                   MOVE 'VENDEDOR ATRIBUIDO NAO CONSTA NO CADASTRO'
                                       TO WS-REC-MOTIVO
                   MOVE BOOKCLI-COD-CLI
                                       TO WS-REC-CHAVE-EDIT
                   PERFORM 2604-GRAVAR-LINHA-REC
                 END-IF
               END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2601-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VERIFICAR CNPJ PRESENTE EM MAIS DE UM CLIENTE       *
      *(LEITURA NA ORDEM DA CHAVE ALTERNADA BOOKCLI-CNPJ)              *
      *----------------------------------------------------------------*
       2602-VERIFICAR-CNPJ-DUPLICADO   SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKCLI-CNPJ
           START ARQ-CLIENTE           KEY IS NOT LESS BOOKCLI-CNPJ
           MOVE 'N'                    TO WS-FIM-ARQ-CLI
           IF WS-FS-CLIENTE            NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-CLI
           END-IF
           MOVE 'S'                    TO WS-REC-PRIMEIRO
           MOVE ZEROS                  TO WS-REC-CNPJ-ANT
           MOVE ZEROS                  TO WS-REC-COD-ANT
           PERFORM UNTIL WS-FIM-ARQ-CLI EQUAL 'S'
             READ ARQ-CLIENTE
             IF WS-FS-CLIENTE          NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-FIM-ARQ-CLI
             ELSE
               IF BOOKCLI-CNPJ         GREATER ZEROS
               AND BOOKCLI-SITUACAO    NOT EQUAL 'I'
                 IF WS-REC-PRIMEIRO    EQUAL 'N'
                 AND BOOKCLI-CNPJ      EQUAL WS-REC-CNPJ-ANT
                   MOVE 'CNPJ PRESENTE EM MAIS DE UM CLIENTE'
                                       TO WS-REC-MOTIVO
                   MOVE BOOKCLI-CNPJ   TO WS-REC-CHAVE-EDIT
                   MOVE WS-REC-COD-ANT TO WS-REC-COD-ANT-EDIT
                   PERFORM 2604-GRAVAR-LINHA-REC
                 END-IF
                 MOVE 'N'              TO WS-REC-PRIMEIRO
                 MOVE BOOKCLI-CNPJ     TO WS-REC-CNPJ-ANT
                 MOVE BOOKCLI-COD-CLI  TO WS-REC-COD-ANT
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2602-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VERIFICAR DOCUMENTO PRESENTE NO INDICE DE CPF DO    *
      *CLIENTE E TAMBEM NO INDICE DE CPF DO VENDEDOR                   *
      *----------------------------------------------------------------*
       2603-VERIFICAR-DOC-CRUZADO      SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKVEN-COD-VEND
           START ARQ-VENDEDOR          KEY IS NOT LESS BOOKVEN-COD-VEND
           MOVE 'N'                    TO WS-FIM-ARQ-VEN
           IF WS-FS-VENDEDOR           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-VEN
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-VEN EQUAL 'S'
             READ ARQ-VENDEDOR
             IF WS-FS-VENDEDOR         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-VEN
             ELSE
              IF BOOKVEN-SITUACAO      NOT EQUAL 'I'
               MOVE BOOKVEN-CPF        TO BOOKCLI-CPF
               MOVE 'S'                TO WS-ACHOU-DOC-CLI
               READ ARQ-CLIENTE        KEY IS BOOKCLI-CPF
                                       INVALID KEY
                  MOVE 'N'             TO WS-ACHOU-DOC-CLI
               END-READ
               IF WS-ACHOU-DOC-CLI     EQUAL 'S'
               AND BOOKVEN-CPF         GREATER ZEROS
               AND BOOKCLI-SITUACAO    NOT EQUAL 'I'
                 MOVE 'DOCUMENTO PRESENTE EM CLIENTE E VENDEDOR'
                                       TO WS-REC-MOTIVO
                 MOVE BOOKVEN-CPF      TO WS-REC-CHAVE-EDIT
                 MOVE BOOKCLI-COD-CLI  TO WS-REC-COD-ANT-EDIT
                 PERFORM 2604-GRAVAR-LINHA-REC
               END-IF
              END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2603-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DE DIVERGENCIA NO RELATORIO        *
      *----------------------------------------------------------------*
       2604-GRAVAR-LINHA-REC           SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2605-GRAVAR-CABECALHO-REC
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-REC-MOTIVO        DELIMITED BY SIZE
                  '  CHAVE: '          DELIMITED BY SIZE
                  WS-REC-CHAVE-EDIT    DELIMITED BY SIZE
                  '  REFERENCIA: '     DELIMITED BY SIZE
                  WS-REC-COD-ANT-EDIT  DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE SPACES                 TO WS-REC-CHAVE-EDIT
           MOVE ZEROS                  TO WS-REC-COD-ANT-EDIT

           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2604-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO RELATORIO DE CONCILIACAO      *
      *----------------------------------------------------------------*
       2605-GRAVAR-CABECALHO-REC       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES               TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'RELATORIO DE CONCILIACAO DE CADASTROS'
                                             DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'DIVERGENCIA'              DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2605-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O RODAPE E FECHAR O RELATORIO DE CONCILIACAO *
      *(SEM PARADA DE TELA - EXECUCAO SEM ATENDENTE)                   *
      *----------------------------------------------------------------*
       2606-FECHAR-RELAT-REC           SECTION.
      *----------------------------------------------------------------*
           IF WS-PAGINA-RELAT          EQUAL ZEROS
              PERFORM 2605-GRAVAR-CABECALHO-REC
              MOVE SPACES              TO WS-LINHA-RELAT
              STRING 'NENHUMA DIVERGENCIA ENCONTRADA'
                                       DELIMITED BY SIZE
                     INTO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT       FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE ACU-RELAT              TO WS-ACU-RELAT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL DE DIVERGENCIAS: '  DELIMITED BY SIZE
                  WS-ACU-RELAT-EDIT         DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE WS-FECHAMENTO          TO WS-OPERACAO
           CLOSE ARQ-RELAT
           MOVE 'N'                    TO WS-ARQ-RELAT-ABERTO

           DISPLAY 'CONCILIACAO CONCLUIDA - DIVERGENCIAS: '
                   WS-ACU-RELAT-EDIT
           .
      *----------------------------------------------------------------*
       2606-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GERAR O ARQUIVO DE REMESSA DE COBRANCA: VARRE       *
      *ARQ-TITULO E ENVIA AO BANCO (HEADER/DETALHE/TRAILER) OS         *
      *TITULOS ABERTOS AINDA NAO REGISTRADOS OU REJEITADOS (INSTRUCAO  *
      *01 - REGISTRO), OS CANCELADOS, RENEGOCIADOS OU QUITADOS FORA DO *
      *BANCO JA REGISTRADOS (INSTRUCAO 02 - PEDIDO DE BAIXA) E OS      *
      *REGISTRADOS QUE TIVERAM O SALDO REDUZIDO (INSTRUCAO 04 -        *
      *ABATIMENTO, VALOR = NOVO SALDO A COBRAR); A SEQUENCIA DO        *
      *ARQUIVO VEM DE REMSERIE.DAT                                     *
      *----------------------------------------------------------------*
       2610-GERAR-REMESSA              SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-BCO-REGISTRO
           MOVE ZEROS                  TO ACU-BCO-BAIXA
           MOVE ZEROS                  TO ACU-BCO-ABATIMENTO
           MOVE ZEROS                  TO WS-BCO-VLR-TOTAL
           MOVE ZEROS                  TO WS-BCO-SEQ-REG
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'B'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
           OR WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-BCO-FALHA
             DISPLAY 'REMESSA NAO GERADA - ERRO NA ABERTURA '
                     'DOS ARQUIVOS'
           ELSE
             OPEN OUTPUT               ARQ-REMESSA
             IF WS-FS-REMESSA          NOT EQUAL ZEROS
               MOVE 'S'                TO WS-BCO-FALHA
               DISPLAY 'ERRO NA ABERTURA DO ARQUIVO DE REMESSA - FS: '
                       WS-FS-REMESSA
             ELSE
               PERFORM 2613-LER-SERIE-REM
               ADD 1                   TO WS-BCO-SEQ-REM
               MOVE SPACES             TO WS-REG-REMESSA
               MOVE '0'                TO WS-REM-TIPO-REG
               MOVE '1'                TO WS-REM-H-OPERACAO
               MOVE 'REMESSA'          TO WS-REM-H-LITERAL
               MOVE 'COBRANCA'         TO WS-REM-H-SERVICO
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-REM-H-DT-GERACAO
               MOVE WS-BCO-SEQ-REM     TO WS-REM-H-SEQ
               WRITE FD-ARQ-REMESSA    FROM WS-REG-REMESSA
               IF WS-FS-REMESSA        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-BCO-FALHA
                 DISPLAY 'ERRO NA GRAVACAO DA REMESSA - FS: '
                         WS-FS-REMESSA
               END-IF

               MOVE ZEROS              TO BOOKTIT-NUM-NOTA
               MOVE ZEROS              TO BOOKTIT-NUM-PARCELA
               START ARQ-TITULO        KEY IS NOT LESS BOOKTIT-CHAVE
               MOVE 'N'                TO WS-FIM-ARQ-TIT
               IF WS-FS-TITULO         NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-TIT
               END-IF
               PERFORM UNTIL WS-FIM-ARQ-TIT EQUAL 'S'
                 READ ARQ-TITULO       NEXT RECORD
                 IF WS-FS-TITULO       NOT EQUAL ZEROS
                   MOVE 'S'            TO WS-FIM-ARQ-TIT
                 ELSE
                   PERFORM 2611-SELECIONAR-TITULO-REM
                 END-IF
               END-PERFORM

               MOVE SPACES             TO WS-REG-REMESSA
               MOVE '9'                TO WS-REM-TIPO-REG
               MOVE WS-BCO-SEQ-REG     TO WS-REM-T-QTD
               MOVE WS-BCO-VLR-TOTAL   TO WS-REM-T-VALOR
               WRITE FD-ARQ-REMESSA    FROM WS-REG-REMESSA
               IF WS-FS-REMESSA        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-BCO-FALHA
                 DISPLAY 'ERRO NA GRAVACAO DA REMESSA - FS: '
                         WS-FS-REMESSA
               END-IF
               CLOSE ARQ-REMESSA
               PERFORM 2614-GRAVAR-SERIE-REM

               MOVE WS-BCO-SEQ-REG     TO WS-BCO-EDIT
               DISPLAY 'REMESSA ' WS-REM-H-SEQ ' GERADA - DETALHES: '
                       WS-BCO-EDIT
               MOVE ACU-BCO-REGISTRO   TO WS-BCO-EDIT
               DISPLAY '  REGISTROS.........: ' WS-BCO-EDIT
               MOVE ACU-BCO-BAIXA      TO WS-BCO-EDIT
               DISPLAY '  PEDIDOS DE BAIXA..: ' WS-BCO-EDIT
               MOVE ACU-BCO-ABATIMENTO TO WS-BCO-EDIT
               DISPLAY '  ABATIMENTOS.......: ' WS-BCO-EDIT
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2610-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA SELECIONAR O TITULO CORRENTE PARA A REMESSA,        *
      *GRAVAR O DETALHE E MARCAR A SITUACAO NO BANCO (AUDITADO) -      *
      *BAIXA ENVIADA FICA 'B' E ABATIMENTO ENVIADO VOLTA A 'E', PARA   *
      *QUE O TITULO NAO SEJA SELECIONADO DE NOVO                       *
      *----------------------------------------------------------------*
       2611-SELECIONAR-TITULO-REM      SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-BCO-ENVIAR
           IF BOOKTIT-SITUACAO         EQUAL 'A'
           AND (BOOKTIT-SIT-BANCO      EQUAL SPACES OR 'J')
             MOVE 01                   TO WS-BCO-INSTRUCAO
             MOVE 'S'                  TO WS-BCO-ENVIAR
           END-IF
           IF BOOKTIT-SITUACAO         EQUAL 'A'
           AND BOOKTIT-SIT-BANCO       EQUAL 'A'
             MOVE 04                   TO WS-BCO-INSTRUCAO
             MOVE 'S'                  TO WS-BCO-ENVIAR
           END-IF
           IF (BOOKTIT-SITUACAO        EQUAL 'C' OR 'R' OR 'P')
           AND (BOOKTIT-SIT-BANCO      EQUAL 'E' OR 'R' OR 'A')
             MOVE 02                   TO WS-BCO-INSTRUCAO
             MOVE 'S'                  TO WS-BCO-ENVIAR
           END-IF

           IF WS-BCO-ENVIAR            EQUAL 'S'
             MOVE BOOKTIT-COD-CLI      TO BOOKCLI-COD-CLI
             MOVE 'S'                  TO WS-ACHOU-COD
             READ ARQ-CLIENTE          KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                MOVE 'N'               TO WS-ACHOU-COD
             END-READ
             IF WS-ACHOU-COD           EQUAL 'N'
               INITIALIZE              BOOKCLI
             END-IF

             ADD 1                     TO WS-BCO-SEQ-REG
             MOVE SPACES               TO WS-REG-REMESSA
             MOVE '1'                  TO WS-REM-TIPO-REG
             MOVE WS-BCO-INSTRUCAO     TO WS-REM-D-INSTRUCAO
             MOVE BOOKTIT-NUM-NOTA     TO WS-REM-D-NUM-NOTA
             MOVE BOOKTIT-NUM-PARCELA  TO WS-REM-D-PARCELA
             MOVE BOOKTIT-DT-VENCIMENTO
                                       TO WS-REM-D-DT-VENC
             COMPUTE WS-REM-D-VALOR =
                     BOOKTIT-VLR-PARCELA - BOOKTIT-VLR-PAGO
             IF BOOKCLI-TIPO-DOC       EQUAL 'CNPJ'
               MOVE '2'                TO WS-REM-D-TIPO-INSC
               MOVE BOOKCLI-CNPJ       TO WS-REM-D-INSCRICAO
             ELSE
               MOVE '1'                TO WS-REM-D-TIPO-INSC
               MOVE BOOKCLI-CPF        TO WS-REM-D-INSCRICAO
             END-IF
             MOVE BOOKCLI-RZ-SOCIAL    TO WS-REM-D-SACADO
             MOVE BOOKCLI-LOGRADOURO   TO WS-REM-D-LOGRADOURO
             MOVE BOOKCLI-CEP          TO WS-REM-D-CEP
             MOVE BOOKCLI-UF           TO WS-REM-D-UF
             MOVE WS-BCO-SEQ-REG       TO WS-REM-D-SEQ
             WRITE FD-ARQ-REMESSA      FROM WS-REG-REMESSA
             IF WS-FS-REMESSA          NOT EQUAL ZEROS
               MOVE 'S'                TO WS-BCO-FALHA
               DISPLAY 'ERRO NA GRAVACAO DA REMESSA - FS: '
                       WS-FS-REMESSA
             ELSE
               MOVE BOOKTIT            TO WS-BOOKTIT-ANTES
               EVALUATE WS-BCO-INSTRUCAO
                 WHEN 01
                   MOVE 'E'            TO BOOKTIT-SIT-BANCO
                   ADD 1               TO ACU-BCO-REGISTRO
                   ADD WS-REM-D-VALOR  TO WS-BCO-VLR-TOTAL
                 WHEN 04
                   MOVE 'E'            TO BOOKTIT-SIT-BANCO
                   ADD 1               TO ACU-BCO-ABATIMENTO
                 WHEN OTHER
                   MOVE 'B'            TO BOOKTIT-SIT-BANCO
                   ADD 1               TO ACU-BCO-BAIXA
               END-EVALUATE
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKTIT-DT-REMESSA
               MOVE 'A'                TO WS-CRUD
               REWRITE BOOKTIT
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2472-TESTAR-FS-ARQ-TITULO
               IF WS-FS-TITULO         EQUAL ZEROS OR '02'
                 PERFORM 2473-GRAVAR-AUDITORIA-TIT
               ELSE
                 MOVE 'S'              TO WS-BCO-FALHA
               END-IF
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2611-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER A ULTIMA SEQUENCIA DE REMESSA ENVIADA           *
      *(ARQUIVO INEXISTENTE = SEQUENCIA COMECA EM ZEROS)               *
      *----------------------------------------------------------------*
       2613-LER-SERIE-REM              SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-BCO-SEQ-REM
           OPEN INPUT                  ARQ-SERIE-REM
           IF WS-FS-SERIE-REM          EQUAL ZEROS
             READ ARQ-SERIE-REM
             IF WS-FS-SERIE-REM        EQUAL ZEROS
             AND FD-ARQ-SERIE-REM      NUMERIC
               MOVE FD-ARQ-SERIE-REM   TO WS-BCO-SEQ-REM
             END-IF
             CLOSE ARQ-SERIE-REM
           END-IF
           .
      *----------------------------------------------------------------*
       2613-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR A ULTIMA SEQUENCIA DE REMESSA ENVIADA      *
      *----------------------------------------------------------------*
       2614-GRAVAR-SERIE-REM           SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT                 ARQ-SERIE-REM
           IF WS-FS-SERIE-REM          EQUAL ZEROS
             MOVE WS-BCO-SEQ-REM       TO FD-ARQ-SERIE-REM
             WRITE FD-ARQ-SERIE-REM
             CLOSE ARQ-SERIE-REM
           ELSE
             MOVE 'S'                  TO WS-BCO-FALHA
             DISPLAY 'ERRO AO REGRAVAR A SEQUENCIA DE REMESSA - FS: '
                     WS-FS-SERIE-REM
           END-IF
           .
      *----------------------------------------------------------------*
       2614-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA PROCESSAR O ARQUIVO DE RETORNO DO BANCO: VALIDA A   *
      *ESTRUTURA, RECUSA ARQUIVO JA PROCESSADO (ARQ-CTRL-IMP TIPO RET  *
      *COM DATA/SEQUENCIA DO HEADER), BAIXA OS PAGAMENTOS E PARCIAIS,  *
      *REGISTRA CONFIRMACOES E REJEICOES DO BANCO E LISTA NO RELATORIO *
      *DE EXCECOES (WS-ARQ-RELAT) TUDO QUE NAO PUDER SER CONCILIADO    *
      *----------------------------------------------------------------*
       2615-PROCESSAR-RETORNO          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-BCO-LIQUIDADOS
           MOVE ZEROS                  TO ACU-BCO-PARCIAIS
           MOVE ZEROS                  TO ACU-BCO-CONFIRMADOS
           MOVE ZEROS                  TO ACU-BCO-REJEITADOS
           MOVE ZEROS                  TO ACU-BCO-EXCECOES
           PERFORM 2616-VALIDAR-RETORNO

           IF WS-BCO-RET-VALIDO        EQUAL 'S'
             MOVE 'RET'                TO WS-CTRL-TIPO
             MOVE WS-BCO-DT-ARQ        TO WS-CTRL-DATA
             MOVE WS-BCO-SEQ-ARQ       TO WS-CTRL-SEQ
             PERFORM 2271-CONSULTAR-CTRL-IMP
             IF WS-IMP-JA-PROCESSADO   EQUAL 'S'
               MOVE 'N'                TO WS-BCO-RET-VALIDO
               MOVE 'ARQUIVO DE RETORNO JA PROCESSADO'
                                       TO WS-BCO-MOTIVO
             END-IF
           END-IF

           IF WS-BCO-RET-VALIDO        NOT EQUAL 'S'
             DISPLAY 'RETORNO NAO PROCESSADO - ' WS-BCO-MOTIVO
           ELSE
             IF WS-ARQ-TIT-ABERTO      EQUAL 'N'
               MOVE 'B'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-TIT-ABERTO      EQUAL 'N'
             OR WS-ARQ-RELAT-ABERTO    NOT EQUAL 'S'
               MOVE 'S'                TO WS-BCO-FALHA
               DISPLAY 'RETORNO NAO PROCESSADO - ERRO NA ABERTURA '
                       'DOS ARQUIVOS'
             ELSE
               MOVE ZEROS              TO ACU-RELAT
               MOVE ZEROS              TO WS-PAGINA-RELAT
               MOVE 99                 TO WS-LINHAS-PAGINA
               OPEN INPUT              ARQ-RETORNO
               MOVE 'N'                TO WS-FIM-ARQ-RET
               IF WS-FS-RETORNO        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-RET
               END-IF
               PERFORM UNTIL WS-FIM-ARQ-RET EQUAL 'S'
                 MOVE SPACES           TO WS-REG-RETORNO
                 READ ARQ-RETORNO      INTO WS-REG-RETORNO
                 IF WS-FS-RETORNO      NOT EQUAL ZEROS
                   MOVE 'S'            TO WS-FIM-ARQ-RET
                 ELSE
                   IF WS-RET-TIPO-REG  EQUAL '1'
                     PERFORM 2617-TRATAR-DETALHE-RET
                   END-IF
                 END-IF
               END-PERFORM
               CLOSE ARQ-RETORNO
               PERFORM 2272-REGISTRAR-CTRL-IMP
               PERFORM 2621-FECHAR-RELAT-EXC
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2615-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VALIDAR A ESTRUTURA DO ARQUIVO DE RETORNO: UM       *
      *HEADER '0' DE RETORNO NO INICIO, DETALHES '1' E UM TRAILER '9'  *
      *NO FIM COM A QUANTIDADE DE DETALHES                             *
      *WS-BCO-RET-VALIDO: S-VALIDO  N-RECUSADO  A-ARQUIVO AUSENTE      *
      *----------------------------------------------------------------*
       2616-VALIDAR-RETORNO            SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-BCO-RET-VALIDO
           MOVE SPACES                 TO WS-BCO-MOTIVO
           MOVE 'N'                    TO WS-BCO-TEM-HEADER
           MOVE 'N'                    TO WS-BCO-TEM-TRAILER
           MOVE ZEROS                  TO WS-BCO-QTD-DET
           MOVE ZEROS                  TO WS-BCO-QTD-TRAILER
           MOVE ZEROS                  TO WS-BCO-DT-ARQ
           MOVE ZEROS                  TO WS-BCO-SEQ-ARQ

           OPEN INPUT                  ARQ-RETORNO
           IF WS-FS-RETORNO            NOT EQUAL ZEROS
             MOVE 'A'                  TO WS-BCO-RET-VALIDO
             MOVE 'ARQUIVO DE RETORNO NAO ENCONTRADO'
                                       TO WS-BCO-MOTIVO
           ELSE
             MOVE 'N'                  TO WS-FIM-ARQ-RET
             PERFORM UNTIL WS-FIM-ARQ-RET EQUAL 'S'
                        OR WS-BCO-RET-VALIDO EQUAL 'N'
               MOVE SPACES             TO WS-REG-RETORNO
               READ ARQ-RETORNO        INTO WS-REG-RETORNO
               IF WS-FS-RETORNO        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-RET
               ELSE
                 EVALUATE WS-RET-TIPO-REG
                   WHEN '0'
                     IF WS-BCO-TEM-HEADER EQUAL 'S'
                       MOVE 'N'        TO WS-BCO-RET-VALIDO
                       MOVE 'MAIS DE UM HEADER NO ARQUIVO'
                                       TO WS-BCO-MOTIVO
                     ELSE
                       IF WS-RET-H-OPERACAO   NOT EQUAL '2'
                       OR WS-RET-H-LITERAL    NOT EQUAL 'RETORNO'
                       OR WS-RET-H-DT-GERACAO NOT NUMERIC
                       OR WS-RET-H-SEQ        NOT NUMERIC
                         MOVE 'N'      TO WS-BCO-RET-VALIDO
                         MOVE 'HEADER DE RETORNO INVALIDO'
                                       TO WS-BCO-MOTIVO
                       ELSE
                         MOVE 'S'      TO WS-BCO-TEM-HEADER
                         MOVE WS-RET-H-DT-GERACAO
                                       TO WS-BCO-DT-ARQ
                         MOVE WS-RET-H-SEQ
                                       TO WS-BCO-SEQ-ARQ
                       END-IF
                     END-IF
                   WHEN '1'
                     IF WS-BCO-TEM-HEADER  EQUAL 'N'
                     OR WS-BCO-TEM-TRAILER EQUAL 'S'
                       MOVE 'N'        TO WS-BCO-RET-VALIDO
                       MOVE 'DETALHE FORA DO HEADER/TRAILER'
                                       TO WS-BCO-MOTIVO
                     ELSE
                       ADD 1           TO WS-BCO-QTD-DET
                     END-IF
                   WHEN '9'
                     IF WS-BCO-TEM-HEADER  EQUAL 'N'
                     OR WS-BCO-TEM-TRAILER EQUAL 'S'
                     OR WS-RET-T-QTD       NOT NUMERIC
                       MOVE 'N'        TO WS-BCO-RET-VALIDO
                       MOVE 'TRAILER DE RETORNO INVALIDO'
                                       TO WS-BCO-MOTIVO
                     ELSE
                       MOVE 'S'        TO WS-BCO-TEM-TRAILER
                       MOVE WS-RET-T-QTD
                                       TO WS-BCO-QTD-TRAILER
                     END-IF
                   WHEN OTHER
                     MOVE 'N'          TO WS-BCO-RET-VALIDO
                     MOVE 'TIPO DE REGISTRO INVALIDO NO ARQUIVO'
                                       TO WS-BCO-MOTIVO
                 END-EVALUATE
               END-IF
             END-PERFORM
             CLOSE ARQ-RETORNO

             IF WS-BCO-RET-VALIDO      EQUAL 'S'
               EVALUATE TRUE
                 WHEN WS-BCO-TEM-HEADER EQUAL 'N'
                   MOVE 'N'            TO WS-BCO-RET-VALIDO
                   MOVE 'ARQUIVO DE RETORNO SEM HEADER'
                                       TO WS-BCO-MOTIVO
                 WHEN WS-BCO-TEM-TRAILER EQUAL 'N'
                   MOVE 'N'            TO WS-BCO-RET-VALIDO
                   MOVE 'ARQUIVO DE RETORNO SEM TRAILER'
                                       TO WS-BCO-MOTIVO
                 WHEN WS-BCO-QTD-TRAILER NOT EQUAL WS-BCO-QTD-DET
                   MOVE 'N'            TO WS-BCO-RET-VALIDO
                   MOVE 'QTD DO TRAILER DIFERE DOS DETALHES'
                                       TO WS-BCO-MOTIVO
               END-EVALUATE
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2616-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA TRATAR UM DETALHE DO RETORNO PELA OCORRENCIA:       *
      *02-ENTRADA CONFIRMADA  03-ENTRADA REJEITADA  06-LIQUIDACAO      *
      *09-BAIXA CONFIRMADA - O QUE NAO CONCILIA VAI PARA AS EXCECOES   *
      *----------------------------------------------------------------*
       2617-TRATAR-DETALHE-RET         SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-BCO-EXC-MOTIVO
           MOVE ZEROS                  TO WS-BCO-VLR-EXCEDE
           IF WS-RET-D-NOSSO-NUM       NOT NUMERIC
             MOVE 'NOSSO NUMERO INVALIDO'
                                       TO WS-BCO-EXC-MOTIVO
           ELSE
             MOVE WS-RET-D-NUM-NOTA    TO BOOKTIT-NUM-NOTA
             MOVE WS-RET-D-PARCELA     TO BOOKTIT-NUM-PARCELA
             MOVE 'S'                  TO WS-TIT-ACHOU
             READ ARQ-TITULO           KEY IS BOOKTIT-CHAVE
                                       INVALID KEY
                MOVE 'N'               TO WS-TIT-ACHOU
             END-READ
             IF WS-TIT-ACHOU           EQUAL 'N'
               MOVE 'TITULO NAO ENCONTRADO'
                                       TO WS-BCO-EXC-MOTIVO
             ELSE
               MOVE BOOKTIT            TO WS-BOOKTIT-ANTES
               EVALUATE WS-RET-D-OCORRENCIA
                 WHEN '02'
                   IF BOOKTIT-SIT-BANCO NOT EQUAL 'A'
                     MOVE 'R'          TO BOOKTIT-SIT-BANCO
                   END-IF
                   PERFORM 2622-ATUALIZAR-TITULO-RET
                   IF WS-BCO-EXC-MOTIVO EQUAL SPACES
                     ADD 1             TO ACU-BCO-CONFIRMADOS
                   END-IF
                 WHEN '03'
                   MOVE SPACES         TO WS-BCO-EXC-MOTIVO
                   STRING 'REJEITADO: '   DELIMITED BY SIZE
                          WS-RET-D-MOTIVO DELIMITED BY SIZE
                          INTO WS-BCO-EXC-MOTIVO
                   MOVE 'J'            TO BOOKTIT-SIT-BANCO
                   PERFORM 2622-ATUALIZAR-TITULO-RET
                   ADD 1               TO ACU-BCO-REJEITADOS
                 WHEN '06'
                   PERFORM 2618-LIQUIDAR-TITULO-RET
                 WHEN '09'
                   MOVE 'X'            TO BOOKTIT-SIT-BANCO
                   PERFORM 2622-ATUALIZAR-TITULO-RET
                 WHEN OTHER
                   MOVE 'OCORRENCIA NAO TRATADA'
                                       TO WS-BCO-EXC-MOTIVO
               END-EVALUATE
             END-IF
           END-IF

           IF WS-BCO-EXC-MOTIVO        NOT EQUAL SPACES
             PERFORM 2620-GRAVAR-EXCECAO-RET
           END-IF
           .
      *----------------------------------------------------------------*
       2617-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA BAIXAR O PAGAMENTO INFORMADO PELO BANCO NO TITULO   *
      *CORRENTE (MESMA REGRA DA BAIXA MANUAL 2471: ENCARGOS ATE A DATA *
      *DO CREDITO E PAGAMENTO PARCIAL MANTEM A PARCELA ABERTA) - PAGO  *
      *A MAIOR E BAIXADO E LISTADO; QUITADO PELO BANCO FICA 'X' (NAO   *
      *PRECISA DE PEDIDO DE BAIXA NA REMESSA)                          *
      *----------------------------------------------------------------*
       2618-LIQUIDAR-TITULO-RET        SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
             WHEN BOOKTIT-SITUACAO     EQUAL 'P'
               MOVE 'TITULO JA QUITADO - CONFERIR DEVOLUCAO'
                                       TO WS-BCO-EXC-MOTIVO
             WHEN BOOKTIT-SITUACAO     EQUAL 'C'
               MOVE 'TITULO CANCELADO - CONFERIR DEVOLUCAO'
                                       TO WS-BCO-EXC-MOTIVO
             WHEN BOOKTIT-SITUACAO     EQUAL 'R'
               MOVE 'TITULO RENEGOCIADO - CONFERIR ACORDO'
                                       TO WS-BCO-EXC-MOTIVO
             WHEN WS-RET-D-VLR-PAGO    NOT NUMERIC
               MOVE 'VALOR PAGO INVALIDO'
                                       TO WS-BCO-EXC-MOTIVO
             WHEN WS-RET-D-VLR-PAGO    EQUAL ZEROS
               MOVE 'VALOR PAGO INVALIDO'
                                       TO WS-BCO-EXC-MOTIVO
             WHEN OTHER
               IF WS-RET-D-DT-OCORR    NUMERIC
               AND WS-RET-D-DT-OCORR   GREATER ZEROS
                 MOVE WS-RET-D-DT-OCORR
                                       TO BOOKTIT-DT-PAGAMENTO
               ELSE
                 MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKTIT-DT-PAGAMENTO
               END-IF
               MOVE BOOKTIT-DT-PAGAMENTO
                                       TO WS-COB-DATA-REF
               PERFORM 2633-CALCULAR-ENCARGOS
               MOVE WS-COB-VLR-DEVIDO  TO WS-TIT-VLR-SALDO
               MOVE WS-RET-D-VLR-PAGO  TO WS-TIT-VLR-BAIXA
               PERFORM 2640-APROPRIAR-PAGAMENTO
               IF BOOKTIT-VLR-PAGO     NOT LESS BOOKTIT-VLR-PARCELA
                 MOVE 'P'              TO BOOKTIT-SITUACAO
                 MOVE 'X'              TO BOOKTIT-SIT-BANCO
               END-IF
               PERFORM 2622-ATUALIZAR-TITULO-RET
               IF WS-BCO-EXC-MOTIVO    EQUAL SPACES
                 MOVE 'B'              TO WS-BXA-ORIGEM
                 PERFORM 2657-GRAVAR-BAIXA-TIT
                 IF BOOKTIT-SITUACAO   EQUAL 'P'
                   ADD 1               TO ACU-BCO-LIQUIDADOS
                 ELSE
                   ADD 1               TO ACU-BCO-PARCIAIS
                 END-IF
                 IF WS-RET-D-VLR-PAGO  GREATER WS-TIT-VLR-SALDO
                   COMPUTE WS-BCO-VLR-EXCEDE =
                           WS-RET-D-VLR-PAGO - WS-TIT-VLR-SALDO
                   MOVE 'PAGO A MAIOR - CONFERIR EXCEDENTE'
                                       TO WS-BCO-EXC-MOTIVO
                 END-IF
               END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2618-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO RELATORIO DE EXCECOES DO      *
      *RETORNO BANCARIO                                                *
      *----------------------------------------------------------------*
       2619-GRAVAR-CABECALHO-EXC       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES              TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT       FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'EXCECOES DO RETORNO BANCARIO'
                                             DELIMITED BY SIZE
                  '  -  ARQUIVO '            DELIMITED BY SIZE
                  WS-BCO-DT-ARQ              DELIMITED BY SIZE
                  '/'                        DELIMITED BY SIZE
                  WS-BCO-SEQ-ARQ             DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTA/PARC.    OC  DT.OCORR.  '
                                             DELIMITED BY SIZE
                  '         VALOR PAGO  MOTIVO'
                                             DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2619-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DO RELATORIO DE EXCECOES DO        *
      *RETORNO BANCARIO (DETALHE CORRENTE + WS-BCO-EXC-MOTIVO)         *
      *----------------------------------------------------------------*
       2620-GRAVAR-EXCECAO-RET         SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2619-GRAVAR-CABECALHO-EXC
           END-IF

           MOVE SPACES                 TO WS-BCO-NOSSO-EDIT
           STRING WS-RET-D-NOSSO-NUM (1:9) DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WS-RET-D-NOSSO-NUM (10:2)
                                           DELIMITED BY SIZE
                  INTO WS-BCO-NOSSO-EDIT
           MOVE ZEROS                  TO WS-BCO-VLR-EDIT
           IF WS-RET-D-VLR-PAGO        NUMERIC
             MOVE WS-RET-D-VLR-PAGO    TO WS-BCO-VLR-EDIT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-BCO-NOSSO-EDIT    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-RET-D-OCORRENCIA  DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-RET-D-DT-OCORR    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-BCO-VLR-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-BCO-EXC-MOTIVO    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA
           ADD 1                       TO ACU-BCO-EXCECOES

           IF WS-BCO-VLR-EXCEDE        GREATER ZEROS
             MOVE WS-BCO-VLR-EXCEDE    TO WS-BCO-VLR-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING '                              EXCEDENTE: '
                                       DELIMITED BY SIZE
                    WS-BCO-VLR-EDIT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
             ADD 1                     TO WS-LINHAS-PAGINA
           END-IF
           .
      *----------------------------------------------------------------*
       2620-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR OS TOTAIS E FECHAR O RELATORIO DE EXCECOES   *
      *DO RETORNO (SEM PARADA DE TELA - EXECUCAO SEM ATENDENTE)        *
      *----------------------------------------------------------------*
       2621-FECHAR-RELAT-EXC           SECTION.
      *----------------------------------------------------------------*
           IF WS-PAGINA-RELAT          EQUAL ZEROS
              PERFORM 2619-GRAVAR-CABECALHO-EXC
              MOVE 'NENHUMA EXCECAO NO RETORNO'
                                       TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT       FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE ACU-BCO-LIQUIDADOS     TO WS-BCO-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TITULOS LIQUIDADOS.........: '
                                       DELIMITED BY SIZE
                  WS-BCO-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-BCO-PARCIAIS       TO WS-BCO-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PAGAMENTOS PARCIAIS........: '
                                       DELIMITED BY SIZE
                  WS-BCO-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-BCO-CONFIRMADOS    TO WS-BCO-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'ENTRADAS CONFIRMADAS.......: '
                                       DELIMITED BY SIZE
                  WS-BCO-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-BCO-REJEITADOS     TO WS-BCO-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'REJEITADOS PELO BANCO......: '
                                       DELIMITED BY SIZE
                  WS-BCO-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-BCO-EXCECOES       TO WS-BCO-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'LINHAS DE EXCECAO..........: '
                                       DELIMITED BY SIZE
                  WS-BCO-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE WS-FECHAMENTO          TO WS-OPERACAO
           CLOSE ARQ-RELAT
           MOVE 'N'                    TO WS-ARQ-RELAT-ABERTO
           .
      *----------------------------------------------------------------*
       2621-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR O TITULO ATUALIZADO PELO RETORNO COM A     *
      *MESMA LINHA DE AUDITORIA DA BAIXA MANUAL (2473)                 *
      *----------------------------------------------------------------*
       2622-ATUALIZAR-TITULO-RET       SECTION.
      *----------------------------------------------------------------*
           MOVE 'A'                    TO WS-CRUD
           REWRITE BOOKTIT
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2472-TESTAR-FS-ARQ-TITULO
           IF WS-FS-TITULO             EQUAL ZEROS OR '02'
             PERFORM 2473-GRAVAR-AUDITORIA-TIT
           ELSE
             MOVE 'S'                  TO WS-BCO-FALHA
             MOVE 'ERRO NA GRAVACAO DO TITULO'
                                       TO WS-BCO-EXC-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2622-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DO CICLO DE COBRANCA: VARRE OS TITULOS ABERTOS NA ORDEM  *
      *DE CLIENTE, AVANCA O ESTAGIO DE COBRANCA DOS VENCIDOS CONFORME  *
      *OS DIAS DE ATRASO (PARAMET.DAT - PADRAO 5/15/30 DIAS), EMITE A  *
      *CARTA DO ESTAGIO ALCANCADO COM OS ENCARGOS ATUALIZADOS E        *
      *BLOQUEIA NOVOS PEDIDOS DO CLIENTE QUE CHEGA AO AVISO FINAL      *
      *UM ESTAGIO JA REGISTRADO NO TITULO NAO GERA NOVA CARTA, O QUE   *
      *TORNA A REEXECUCAO NO MESMO DIA SEM EFEITO                      *
      *----------------------------------------------------------------*
       2630-PROCESSAR-COBRANCA         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-COB-AVANCOS
           MOVE ZEROS                  TO ACU-COB-CARTA1
           MOVE ZEROS                  TO ACU-COB-CARTA2
           MOVE ZEROS                  TO ACU-COB-CARTA3
           MOVE ZEROS                  TO ACU-COB-BLOQUEIOS
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'B'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-BLQ-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           MOVE 'R'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
           OR WS-ARQ-CLI-ABERTO        EQUAL 'N'
           OR WS-ARQ-BLQ-ABERTO        EQUAL 'N'
           OR WS-ARQ-RELAT-ABERTO      NOT EQUAL 'S'
             MOVE 'S'                  TO WS-COB-FALHA
             DISPLAY 'COBRANCA NAO PROCESSADA - ERRO NA ABERTURA '
                     'DOS ARQUIVOS'
           ELSE
             MOVE ZEROS                TO ACU-RELAT
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-COB-DATA-REF
             MOVE ZEROS                TO WS-COB-QTD-TIT
             MOVE ZEROS                TO WS-COB-ESTAGIO-CARTA
             MOVE ZEROS                TO WS-COB-TOT-SALDO
             MOVE ZEROS                TO WS-COB-TOT-ENCARGOS
             MOVE 'N'                  TO WS-COB-BLOQUEAR
             MOVE 'N'                  TO WS-COB-TEM-CLI

             MOVE ZEROS                TO BOOKTIT-COD-CLI
             START ARQ-TITULO          KEY IS NOT LESS BOOKTIT-COD-CLI
             MOVE 'N'                  TO WS-FIM-ARQ-TIT
             IF WS-FS-TITULO           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-TIT
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-TIT EQUAL 'S'
               READ ARQ-TITULO         NEXT RECORD
               IF WS-FS-TITULO         NOT EQUAL ZEROS AND '02'
                 MOVE 'S'              TO WS-FIM-ARQ-TIT
               ELSE
                 IF WS-COB-TEM-CLI     EQUAL 'S'
                 AND BOOKTIT-COD-CLI   NOT EQUAL WS-COB-CLI-ATUAL
                   PERFORM 2631-FECHAR-CLIENTE-COB
                 END-IF
                 MOVE BOOKTIT-COD-CLI  TO WS-COB-CLI-ATUAL
                 MOVE 'S'              TO WS-COB-TEM-CLI
                 IF BOOKTIT-SITUACAO   EQUAL 'A'
                   PERFORM 2633-CALCULAR-ENCARGOS
                   IF WS-COB-DIAS      GREATER ZEROS
                   AND WS-COB-VLR-SALDO
                                       GREATER ZEROS
                     PERFORM 2634-AVANCAR-ESTAGIO-COB
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF WS-COB-TEM-CLI         EQUAL 'S'
               PERFORM 2631-FECHAR-CLIENTE-COB
             END-IF

             IF ACU-RELAT              EQUAL ZEROS
               MOVE 'NENHUMA CARTA DE COBRANCA EMITIDA'
                                       TO WS-LINHA-RELAT
               WRITE FD-ARQ-RELAT      FROM WS-LINHA-RELAT
             END-IF
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-RELAT
             MOVE 'N'                  TO WS-ARQ-RELAT-ABERTO

             MOVE ACU-COB-AVANCOS      TO WS-COB-EDIT
             DISPLAY 'CICLO DE COBRANCA ' WS-COB-DATA-REF
                     ' - ESTAGIOS AVANCADOS: ' WS-COB-EDIT
             MOVE ACU-COB-CARTA1       TO WS-COB-EDIT
             DISPLAY '  CARTAS ESTAGIO 1..: ' WS-COB-EDIT
             MOVE ACU-COB-CARTA2       TO WS-COB-EDIT
             DISPLAY '  CARTAS ESTAGIO 2..: ' WS-COB-EDIT
             MOVE ACU-COB-CARTA3       TO WS-COB-EDIT
             DISPLAY '  AVISOS FINAIS.....: ' WS-COB-EDIT
             MOVE ACU-COB-BLOQUEIOS    TO WS-COB-EDIT
             DISPLAY '  CLIENTES BLOQUEADOS: ' WS-COB-EDIT
           END-IF
           .
      *----------------------------------------------------------------*
       2630-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DA QUEBRA DE CLIENTE DO CICLO DE COBRANCA: EMITE A CARTA *
      *DO MAIOR ESTAGIO ALCANCADO NESTA EXECUCAO E BLOQUEIA O CLIENTE  *
      *QUANDO ALGUM TITULO CHEGOU AO AVISO FINAL                       *
      *----------------------------------------------------------------*
       2631-FECHAR-CLIENTE-COB         SECTION.
      *----------------------------------------------------------------*
           IF WS-COB-ESTAGIO-CARTA     GREATER ZEROS
             PERFORM 2632-EMITIR-CARTA-COB
             EVALUATE WS-COB-ESTAGIO-CARTA
               WHEN 1
                 ADD 1                 TO ACU-COB-CARTA1
               WHEN 2
                 ADD 1                 TO ACU-COB-CARTA2
               WHEN OTHER
                 ADD 1                 TO ACU-COB-CARTA3
             END-EVALUATE
           END-IF
           IF WS-COB-BLOQUEAR          EQUAL 'S'
             PERFORM 2635-BLOQUEAR-CLIENTE-COB
           END-IF
           MOVE ZEROS                  TO WS-COB-QTD-TIT
           MOVE ZEROS                  TO WS-COB-ESTAGIO-CARTA
           MOVE ZEROS                  TO WS-COB-TOT-SALDO
           MOVE ZEROS                  TO WS-COB-TOT-ENCARGOS
           MOVE 'N'                    TO WS-COB-BLOQUEAR
           .
      *----------------------------------------------------------------*
       2631-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EMITIR A CARTA DE COBRANCA DO CLIENTE CORRENTE COM  *
      *O TEXTO DO ESTAGIO E OS TITULOS VENCIDOS (SALDO, MULTA E JUROS  *
      *ATE A DATA DE REFERENCIA E TOTAL ATUALIZADO)                    *
      *----------------------------------------------------------------*
       2632-EMITIR-CARTA-COB           SECTION.
      *----------------------------------------------------------------*
           MOVE WS-COB-CLI-ATUAL       TO BOOKCLI-COD-CLI
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE SPACES              TO BOOKCLI-RZ-SOCIAL
              MOVE SPACES              TO BOOKCLI-ENDERECO
           END-READ

           MOVE ALL '='                TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE SPACES                 TO WS-LINHA-RELAT
           EVALUATE WS-COB-ESTAGIO-CARTA
             WHEN 1
               STRING 'AVISO DE COBRANCA - 1O AVISO'
                                       DELIMITED BY SIZE
                      '                    DATA: '
                                       DELIMITED BY SIZE
                      WS-COB-DATA-REF  DELIMITED BY SIZE
                      INTO WS-LINHA-RELAT
             WHEN 2
               STRING 'AVISO DE COBRANCA - 2O AVISO'
                                       DELIMITED BY SIZE
                      '                    DATA: '
                                       DELIMITED BY SIZE
                      WS-COB-DATA-REF  DELIMITED BY SIZE
                      INTO WS-LINHA-RELAT
             WHEN OTHER
               STRING 'AVISO DE COBRANCA - AVISO FINAL'
                                       DELIMITED BY SIZE
                      '                 DATA: '
                                       DELIMITED BY SIZE
                      WS-COB-DATA-REF  DELIMITED BY SIZE
                      INTO WS-LINHA-RELAT
           END-EVALUATE
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE WS-COB-CLI-ATUAL       TO WS-COD-CLI-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'CLIENTE '           DELIMITED BY SIZE
                  WS-COD-CLI-EDIT      DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  BOOKCLI-RZ-SOCIAL    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING BOOKCLI-LOGRADOURO   DELIMITED BY '  '
                  ', '                 DELIMITED BY SIZE
                  BOOKCLI-NUM-END      DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  BOOKCLI-MUNICIPIO    DELIMITED BY '  '
                  '/'                  DELIMITED BY SIZE
                  BOOKCLI-UF           DELIMITED BY SIZE
                  ' - CEP '            DELIMITED BY SIZE
                  BOOKCLI-CEP          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           EVALUATE WS-COB-ESTAGIO-CARTA
             WHEN 1
               MOVE
               'CONSTAM EM ABERTO OS TITULOS ABAIXO. CASO O PAGAMENTO'
                                       TO WS-LINHA-RELAT
               WRITE FD-ARQ-RELAT      FROM WS-LINHA-RELAT
               MOVE
               'JA TENHA SIDO EFETUADO, DESCONSIDERE ESTE AVISO.'
                                       TO WS-LINHA-RELAT
               WRITE FD-ARQ-RELAT      FROM WS-LINHA-RELAT
             WHEN 2
               MOVE
               'OS TITULOS ABAIXO CONTINUAM EM ABERTO. SOLICITAMOS A'
                                       TO WS-LINHA-RELAT
               WRITE FD-ARQ-RELAT      FROM WS-LINHA-RELAT
               MOVE
               'REGULARIZACAO PARA EVITAR A SUSPENSAO DE NOVOS PEDIDOS.'
                                       TO WS-LINHA-RELAT
               WRITE FD-ARQ-RELAT      FROM WS-LINHA-RELAT
             WHEN OTHER
               MOVE
               'AVISO FINAL: NOVOS PEDIDOS ESTAO SUSPENSOS ATE A'
                                       TO WS-LINHA-RELAT
               WRITE FD-ARQ-RELAT      FROM WS-LINHA-RELAT
               MOVE
               'QUITACAO DOS TITULOS ABAIXO OU LIBERACAO PELO CREDITO.'
                                       TO WS-LINHA-RELAT
               WRITE FD-ARQ-RELAT      FROM WS-LINHA-RELAT
           END-EVALUATE
           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTA/PARC.    VENCTO.   DIAS  '
                                       DELIMITED BY SIZE
                  '              SALDO  '
                                       DELIMITED BY SIZE
                  '    MULTA E JUROS  '
                                       DELIMITED BY SIZE
                  '    TOTAL ATUALIZADO'
                                       DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE 1                      TO WS-COB-IND
           PERFORM UNTIL WS-COB-IND    GREATER WS-COB-QTD-TIT
             MOVE WS-TCB-DIAS (WS-COB-IND)
                                       TO WS-COB-DIAS-EDIT
             MOVE WS-TCB-VLR-SALDO (WS-COB-IND)
                                       TO WS-COB-ED-SALDO
             MOVE WS-TCB-VLR-ENCARGOS (WS-COB-IND)
                                       TO WS-COB-ED-ENCARGOS
             COMPUTE WS-COB-ED-TOTAL =
                     WS-TCB-VLR-SALDO (WS-COB-IND)
                   + WS-TCB-VLR-ENCARGOS (WS-COB-IND)
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING WS-TCB-NUM-NOTA (WS-COB-IND)
                                       DELIMITED BY SIZE
                    '/'                DELIMITED BY SIZE
                    WS-TCB-NUM-PARCELA (WS-COB-IND)
                                       DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    WS-TCB-DT-VENC (WS-COB-IND)
                                       DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-COB-DIAS-EDIT   DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    WS-COB-ED-SALDO    DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    WS-COB-ED-ENCARGOS DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    WS-COB-ED-TOTAL    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
             ADD 1                     TO WS-COB-IND
           END-PERFORM

           MOVE WS-COB-TOT-SALDO       TO WS-COB-ED-SALDO
           MOVE WS-COB-TOT-ENCARGOS    TO WS-COB-ED-ENCARGOS
           COMPUTE WS-COB-ED-TOTAL =
                   WS-COB-TOT-SALDO + WS-COB-TOT-ENCARGOS
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL EM ABERTO              '
                                       DELIMITED BY SIZE
                  WS-COB-ED-SALDO      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COB-ED-ENCARGOS   DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COB-ED-TOTAL      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           ADD 1                       TO ACU-RELAT
           .
      *----------------------------------------------------------------*
       2632-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CALCULAR O SALDO DO TITULO CORRENTE E OS ENCARGOS   *
      *DE ATRASO ATE WS-COB-DATA-REF: MULTA UNICA (WS-PAR-TAXA-MULTA % *
      *DO SALDO) MAIS JUROS SIMPLES DE WS-PAR-JUROS-DIA % AO DIA -     *
      *WS-COB-FATOR GUARDA A TAXA TOTAL PARA A APROPRIACAO (2640)      *
      *----------------------------------------------------------------*
       2633-CALCULAR-ENCARGOS          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-COB-VLR-SALDO
           MOVE ZEROS                  TO WS-COB-VLR-MULTA
           MOVE ZEROS                  TO WS-COB-VLR-JUROS
           MOVE ZEROS                  TO WS-COB-VLR-ENCARGOS
           MOVE ZEROS                  TO WS-COB-FATOR
           MOVE ZEROS                  TO WS-COB-DIAS
           IF BOOKTIT-VLR-PAGO         LESS BOOKTIT-VLR-PARCELA
             COMPUTE WS-COB-VLR-SALDO =
                     BOOKTIT-VLR-PARCELA - BOOKTIT-VLR-PAGO
           END-IF
           IF WS-COB-VLR-SALDO         GREATER ZEROS
             COMPUTE WS-COB-INT-REF =
                     FUNCTION INTEGER-OF-DATE (WS-COB-DATA-REF)
             COMPUTE WS-COB-INT-VENC =
                     FUNCTION INTEGER-OF-DATE (BOOKTIT-DT-VENCIMENTO)
             COMPUTE WS-COB-DIAS = WS-COB-INT-REF - WS-COB-INT-VENC
             IF WS-COB-DIAS            GREATER ZEROS
               COMPUTE WS-COB-VLR-MULTA ROUNDED =
                       WS-COB-VLR-SALDO * WS-PAR-TAXA-MULTA / 100
               COMPUTE WS-COB-VLR-JUROS ROUNDED =
                       WS-COB-VLR-SALDO * WS-PAR-JUROS-DIA / 100
                     * WS-COB-DIAS
               COMPUTE WS-COB-VLR-ENCARGOS =
                       WS-COB-VLR-MULTA + WS-COB-VLR-JUROS
               COMPUTE WS-COB-FATOR =
                       WS-PAR-TAXA-MULTA / 100
                     + WS-PAR-JUROS-DIA / 100 * WS-COB-DIAS
             ELSE
               MOVE ZEROS              TO WS-COB-DIAS
             END-IF
           END-IF
           COMPUTE WS-COB-VLR-DEVIDO =
                   WS-COB-VLR-SALDO + WS-COB-VLR-ENCARGOS
           .
      *----------------------------------------------------------------*
       2633-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA AVANCAR O ESTAGIO DE COBRANCA DO TITULO VENCIDO     *
      *CORRENTE (AUDITADO) E GUARDA-LO NA TABELA DA CARTA DO CLIENTE - *
      *O TITULO QUE CHEGA AO ESTAGIO 3 PEDE O BLOQUEIO DO CLIENTE      *
      *----------------------------------------------------------------*
       2634-AVANCAR-ESTAGIO-COB        SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
             WHEN WS-COB-DIAS          NOT LESS WS-PAR-DIAS-COB3
               MOVE 3                  TO WS-COB-ESTAGIO
             WHEN WS-COB-DIAS          NOT LESS WS-PAR-DIAS-COB2
               MOVE 2                  TO WS-COB-ESTAGIO
             WHEN WS-COB-DIAS          NOT LESS WS-PAR-DIAS-COB1
               MOVE 1                  TO WS-COB-ESTAGIO
             WHEN OTHER
               MOVE ZEROS              TO WS-COB-ESTAGIO
           END-EVALUATE

           IF WS-COB-ESTAGIO           GREATER BOOKTIT-ESTAGIO-COB
             MOVE BOOKTIT              TO WS-BOOKTIT-ANTES
             MOVE WS-COB-ESTAGIO       TO BOOKTIT-ESTAGIO-COB
             MOVE WS-COB-DATA-REF      TO BOOKTIT-DT-ESTAGIO
             MOVE 'A'                  TO WS-CRUD
             REWRITE BOOKTIT
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2472-TESTAR-FS-ARQ-TITULO
             IF WS-FS-TITULO           EQUAL ZEROS OR '02'
               PERFORM 2473-GRAVAR-AUDITORIA-TIT
               ADD 1                   TO ACU-COB-AVANCOS
               IF WS-COB-ESTAGIO       GREATER WS-COB-ESTAGIO-CARTA
                 MOVE WS-COB-ESTAGIO   TO WS-COB-ESTAGIO-CARTA
               END-IF
               IF WS-COB-ESTAGIO       EQUAL 3
                 MOVE 'S'              TO WS-COB-BLOQUEAR
                 MOVE BOOKTIT-NUM-NOTA TO WS-COB-BLQ-NOTA
                 MOVE BOOKTIT-NUM-PARCELA
                                       TO WS-COB-BLQ-PARCELA
               END-IF
             ELSE
               MOVE 'S'                TO WS-COB-FALHA
             END-IF
           END-IF

           IF WS-COB-QTD-TIT           LESS 50
             ADD 1                     TO WS-COB-QTD-TIT
             MOVE BOOKTIT-NUM-NOTA     TO WS-TCB-NUM-NOTA
                                          (WS-COB-QTD-TIT)
             MOVE BOOKTIT-NUM-PARCELA  TO WS-TCB-NUM-PARCELA
                                          (WS-COB-QTD-TIT)
             MOVE BOOKTIT-DT-VENCIMENTO
                                       TO WS-TCB-DT-VENC
                                          (WS-COB-QTD-TIT)
             MOVE WS-COB-DIAS          TO WS-TCB-DIAS (WS-COB-QTD-TIT)
             MOVE WS-COB-VLR-SALDO     TO WS-TCB-VLR-SALDO
                                          (WS-COB-QTD-TIT)
             MOVE WS-COB-VLR-ENCARGOS  TO WS-TCB-VLR-ENCARGOS
                                          (WS-COB-QTD-TIT)
           END-IF
           ADD WS-COB-VLR-SALDO        TO WS-COB-TOT-SALDO
           ADD WS-COB-VLR-ENCARGOS     TO WS-COB-TOT-ENCARGOS
           .
      *----------------------------------------------------------------*
       2634-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA BLOQUEAR NOVOS PEDIDOS DO CLIENTE CORRENTE EM       *
      *ARQ-BLOQUEIO (AUDITADO) - CLIENTE JA BLOQUEADO NAO E REGRAVADO  *
      *E UM LIBERADO SO VOLTA A SER BLOQUEADO QUANDO OUTRO TITULO      *
      *CHEGA AO AVISO FINAL                                            *
      *----------------------------------------------------------------*
       2635-BLOQUEAR-CLIENTE-COB       SECTION.
      *----------------------------------------------------------------*
           MOVE WS-COB-CLI-ATUAL       TO BOOKBLQ-COD-CLI
           MOVE 'S'                    TO WS-COB-BLQ-EXISTE
           READ ARQ-BLOQUEIO           KEY IS BOOKBLQ-COD-CLI
                                       INVALID KEY
              MOVE 'N'                 TO WS-COB-BLQ-EXISTE
           END-READ

           IF WS-COB-BLQ-EXISTE        EQUAL 'N'
           OR BOOKBLQ-SITUACAO         NOT EQUAL 'B'
             IF WS-COB-BLQ-EXISTE      EQUAL 'S'
               MOVE 'A'                TO WS-CRUD
               MOVE BOOKBLQ            TO WS-BOOKBLQ-ANTES
             ELSE
               MOVE 'I'                TO WS-CRUD
               INITIALIZE              BOOKBLQ
               MOVE WS-COB-CLI-ATUAL   TO BOOKBLQ-COD-CLI
             END-IF
             MOVE 'B'                  TO BOOKBLQ-SITUACAO
             MOVE WS-COB-DATA-REF      TO BOOKBLQ-DT-BLOQUEIO
             MOVE WS-COB-BLQ-NOTA      TO BOOKBLQ-NUM-NOTA
             MOVE WS-COB-BLQ-PARCELA   TO BOOKBLQ-NUM-PARCELA
             MOVE ZEROS                TO BOOKBLQ-DT-LIBERACAO
             MOVE SPACES               TO BOOKBLQ-USUARIO-LIB
             MOVE SPACES               TO BOOKBLQ-MOTIVO-LIB
             IF WS-CRUD                EQUAL 'A'
               REWRITE BOOKBLQ
             ELSE
               WRITE BOOKBLQ
             END-IF
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2638-TESTAR-FS-ARQ-BLOQUEIO
             IF WS-FS-BLOQUEIO         EQUAL ZEROS OR '02'
               PERFORM 2636-GRAVAR-AUDITORIA-BLQ
               ADD 1                   TO ACU-COB-BLOQUEIOS
             ELSE
               MOVE 'S'                TO WS-COB-FALHA
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2635-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE BLOQUEIOS     *
      *(FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)        *
      *----------------------------------------------------------------*
       2636-GRAVAR-AUDITORIA-BLQ       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKBLQ-COD-CLI        TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKBLQ          TO WS-AUD-DEPOIS
              WHEN OTHER
                 MOVE WS-BOOKBLQ-ANTES TO WS-AUD-ANTES
                 MOVE BOOKBLQ          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' BLOQUEIO CRUD='    DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2636-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LIBERAR UM CLIENTE BLOQUEADO PELO CICLO DE COBRANCA *
      *(USUARIO MASTER) - EXIGE MOTIVO E GRAVA DATA, OPERADOR E        *
      *AUDITORIA                                                       *
      *----------------------------------------------------------------*
       2637-LIBERAR-CLIENTE-COB        SECTION.
      *----------------------------------------------------------------*
      *
           IF WS-ARQ-BLQ-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'L I B E R A R  C L I E N T E'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           INITIALIZE                  BOOKBLQ
           DISPLAY SS-TELA-BLOQUEIO
           ACCEPT  SS-COD-CLI-BLQ
           MOVE 'S'                    TO WS-COB-BLQ-EXISTE
           IF WS-ARQ-BLQ-ABERTO        EQUAL 'N'
             MOVE 'N'                  TO WS-COB-BLQ-EXISTE
           ELSE
             READ ARQ-BLOQUEIO         KEY IS BOOKBLQ-COD-CLI
                                       INVALID KEY
                MOVE 'N'               TO WS-COB-BLQ-EXISTE
             END-READ
           END-IF
           IF WS-COB-BLQ-EXISTE        EQUAL 'S'
           AND BOOKBLQ-SITUACAO        NOT EQUAL 'B'
             MOVE 'L'                  TO WS-COB-BLQ-EXISTE
           END-IF

           IF WS-COB-BLQ-EXISTE        EQUAL 'S'
             MOVE BOOKBLQ-COD-CLI      TO BOOKCLI-COD-CLI
             READ ARQ-CLIENTE          KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                MOVE SPACES            TO BOOKCLI-RZ-SOCIAL
             END-READ
             DISPLAY BOOKCLI-RZ-SOCIAL (1:30)
                                       AT 0528
             DISPLAY 'BLOQUEADO POR INADIMPLENCIA'
                                       AT 0720
             DISPLAY BOOKBLQ-DT-BLOQUEIO
                                       AT 0920
             DISPLAY BOOKBLQ-NUM-NOTA  AT 1120
             DISPLAY '/'               AT 1129
             DISPLAY BOOKBLQ-NUM-PARCELA
                                       AT 1130
             MOVE BOOKBLQ              TO WS-BOOKBLQ-ANTES
             MOVE SPACES               TO BOOKBLQ-MOTIVO-LIB
             PERFORM UNTIL BOOKBLQ-MOTIVO-LIB NOT EQUAL SPACES
                ACCEPT SS-MOTIVO-BLQ
                IF BOOKBLQ-MOTIVO-LIB  EQUAL SPACES
                   DISPLAY WS-LIMPAR-TELA AT 2302
                   DISPLAY "INFORME O MOTIVO DA LIBERACAO"
                                       AT 2315
                   STOP ' '
                   DISPLAY WS-LIMPAR-TELA AT 2302
                END-IF
             END-PERFORM

             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'CONFIRMA A LIBERACAO DO CLIENTE (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-COB-CONFIRMA
             PERFORM UNTIL WS-COB-CONFIRMA EQUAL 'S' OR 'N'
               ACCEPT WS-COB-CONFIRMA  UPPER AT 2351
             END-PERFORM
             DISPLAY WS-LIMPAR-TELA    AT 2302
             IF WS-COB-CONFIRMA        EQUAL 'S'
               MOVE 'L'                TO BOOKBLQ-SITUACAO
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKBLQ-DT-LIBERACAO
               MOVE WS-USUARIO-ID      TO BOOKBLQ-USUARIO-LIB
               MOVE 'A'                TO WS-CRUD
               REWRITE BOOKBLQ
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2638-TESTAR-FS-ARQ-BLOQUEIO
               IF WS-FS-BLOQUEIO       EQUAL ZEROS OR '02'
                 PERFORM 2636-GRAVAR-AUDITORIA-BLQ
                 DISPLAY BOOKBLQ-DT-LIBERACAO
                                       AT 1320
                 MOVE 'CLIENTE LIBERADO PARA NOVOS PEDIDOS'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
                 STOP ' '
               END-IF
             END-IF
           ELSE
             IF WS-COB-BLQ-EXISTE      EQUAL 'L'
               MOVE "CLIENTE JA FOI LIBERADO"
                                       TO WS-MENSAGEM
             ELSE
               MOVE "CLIENTE NAO ESTA BLOQUEADO"
                                       TO WS-MENSAGEM
             END-IF
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *
      *----------------------------------------------------------------*
       2637-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-BLOQUEIO    *
      *----------------------------------------------------------------*
       2638-TESTAR-FS-ARQ-BLOQUEIO     SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-BLOQUEIO          NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-BLOQUEIO,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO BLOQUEIO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-BLOQUEIO
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO BLOQUEIO'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2638-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VERIFICAR SE O CLIENTE BOOKCLI-COD-CLI ESTA         *
      *BLOQUEADO PELO CICLO DE COBRANCA (WS-COB-BLOQUEADO = 'S') -     *
      *ARQUIVO DE BLOQUEIOS AUSENTE NAO BLOQUEIA                       *
      *----------------------------------------------------------------*
       2639-VERIFICAR-BLOQUEIO-CLI     SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-COB-BLOQUEADO
           IF WS-ARQ-BLQ-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-BLQ-ABERTO        EQUAL 'S'
             MOVE BOOKCLI-COD-CLI      TO BOOKBLQ-COD-CLI
             READ ARQ-BLOQUEIO         KEY IS BOOKBLQ-COD-CLI
               INVALID KEY
                 MOVE SPACES           TO BOOKBLQ-SITUACAO
               NOT INVALID KEY
                 IF BOOKBLQ-SITUACAO   EQUAL 'B'
                   MOVE 'S'            TO WS-COB-BLOQUEADO
                 END-IF
             END-READ
           END-IF
           .
      *----------------------------------------------------------------*
       2639-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA APROPRIAR O VALOR RECEBIDO (WS-TIT-VLR-BAIXA) NO    *
      *TITULO CORRENTE, COM OS ENCARGOS JA CALCULADOS PELA 2633:       *
      *QUITACAO INTEGRAL COBRA TODOS OS ENCARGOS E O RESTANTE ABATE O  *
      *PRINCIPAL; PAGAMENTO PARCIAL E DIVIDIDO NA PROPORCAO DA TAXA    *
      *(PRINCIPAL = RECEBIDO / (1 + FATOR)); O PRINCIPAL NUNCA PASSA   *
      *DO SALDO EM ABERTO - O EXCEDENTE NAO ENTRA NO TITULO (RETORNO   *
      *LISTA NAS EXCECOES, BAIXA MANUAL RECUSA)                        *
      *----------------------------------------------------------------*
       2640-APROPRIAR-PAGAMENTO        SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-COB-VLR-COBRADO
           EVALUATE TRUE
             WHEN WS-COB-VLR-ENCARGOS  EQUAL ZEROS
               MOVE WS-TIT-VLR-BAIXA   TO WS-COB-VLR-PRINCIPAL
             WHEN WS-TIT-VLR-BAIXA     NOT LESS WS-COB-VLR-DEVIDO
               MOVE WS-COB-VLR-ENCARGOS
                                       TO WS-COB-VLR-COBRADO
               COMPUTE WS-COB-VLR-PRINCIPAL =
                       WS-TIT-VLR-BAIXA - WS-COB-VLR-ENCARGOS
             WHEN OTHER
               COMPUTE WS-COB-VLR-PRINCIPAL ROUNDED =
                       WS-TIT-VLR-BAIXA / (1 + WS-COB-FATOR)
               COMPUTE WS-COB-VLR-COBRADO =
                       WS-TIT-VLR-BAIXA - WS-COB-VLR-PRINCIPAL
           END-EVALUATE
           IF WS-COB-VLR-PRINCIPAL     GREATER WS-COB-VLR-SALDO
             MOVE WS-COB-VLR-SALDO     TO WS-COB-VLR-PRINCIPAL
           END-IF
           ADD WS-COB-VLR-PRINCIPAL    TO BOOKTIT-VLR-PAGO
           ADD WS-COB-VLR-COBRADO      TO BOOKTIT-VLR-ENCARGOS
           .
      *----------------------------------------------------------------*
       2640-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EMITIR O EXTRATO DE CONTA DE UM CLIENTE NO PERIODO  *
      *INFORMADO (PADRAO: DO PRIMEIRO DIA DO MES ATE HOJE) - O         *
      *EXTRATO VAI PARA O SPOOL E E EXIBIDO NA TELA EM SEGUIDA         *
      *----------------------------------------------------------------*
       2650-EXTRATO-CLIENTE            SECTION.
      *----------------------------------------------------------------*
           PERFORM 2655-ABRIR-ARQ-EXTRATO
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'E X T R A T O   D E   C L I E N T E'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           MOVE ZEROS                  TO BOOKCLI-COD-CLI
                                          WS-EXT-DT-INI
                                          WS-EXT-DT-FIM
           DISPLAY SS-TELA-EXTRATO
           ACCEPT  SS-COD-CLI-EXT

           MOVE 'N'                    TO WS-EXT-FALHA
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-EXT-FALHA
           ELSE
             READ ARQ-CLIENTE          KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                MOVE 'S'               TO WS-EXT-FALHA
             END-READ
           END-IF

           IF WS-EXT-FALHA             EQUAL 'S'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           ELSE
             DISPLAY BOOKCLI-RZ-SOCIAL (1:30)
                                       AT 0528
             ACCEPT SS-DT-INI-EXT
             ACCEPT SS-DT-FIM-EXT
             IF WS-EXT-DT-INI          EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-EXT-DT-INI
               MOVE '01'               TO WS-EXT-DT-INI (7:2)
               DISPLAY WS-EXT-DT-INI   AT 0731
             END-IF
             IF WS-EXT-DT-FIM          EQUAL ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-EXT-DT-FIM
               DISPLAY WS-EXT-DT-FIM   AT 0931
             END-IF

             IF WS-EXT-DT-FIM          LESS WS-EXT-DT-INI
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'DATA FINAL ANTERIOR A DATA INICIAL'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             ELSE
               MOVE 'EXTRATO'          TO WS-SPOOL-TIPO
               PERFORM 2321-ABRIR-ARQ-RELAT
               IF WS-ARQ-RELAT-ABERTO  EQUAL 'S'
                 PERFORM 2651-CARREGAR-EXTRATO-CLI
                 PERFORM 2654-IMPRIMIR-EXTRATO-CLI
                 PERFORM 2324-FECHAR-ARQ-RELAT
                 MOVE WS-ARQ-RELAT     TO WS-ARQ-SPOOLIN
                 PERFORM 2382-REEXIBIR-RELATORIO
               END-IF
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-RELATORIO
           .
      *----------------------------------------------------------------*
       2650-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CARREGAR OS MOVIMENTOS DO CLIENTE BOOKCLI-COD-CLI   *
      *NO PERIODO WS-EXT-DT-INI A WS-EXT-DT-FIM: NOTAS (DEBITO),       *
      *PARCELAS A VENCER (INFORMATIVO), ENCARGOS E PAGAMENTOS DO       *
      *HISTORICO DE BAIXAS E NOTAS DE CREDITO (CREDITO) - O QUE FOR    *
      *ANTERIOR AO PERIODO COMPOE O SALDO ANTERIOR                     *
      *----------------------------------------------------------------*
       2651-CARREGAR-EXTRATO-CLI       SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKCLI-COD-CLI        TO WS-EXT-COD-CLI
           MOVE ZEROS                  TO WS-EXT-QTD
                                          WS-EXT-SALDO-ANT
                                          WS-EXT-SALDO-FIM
                                          WS-EXT-TOT-DEB
                                          WS-EXT-TOT-CRED
           MOVE 'N'                    TO WS-EXT-TRUNCADO

           IF WS-ARQ-NOT-ABERTO        EQUAL 'S'
             MOVE WS-EXT-COD-CLI       TO BOOKNOT-COD-CLI
             START ARQ-NOTA            KEY IS NOT LESS BOOKNOT-COD-CLI
             MOVE 'N'                  TO WS-EXT-FIM
             IF WS-FS-NOTA             NOT EQUAL ZEROS
               MOVE 'S'                TO WS-EXT-FIM
             END-IF
             PERFORM UNTIL WS-EXT-FIM  EQUAL 'S'
               READ ARQ-NOTA           NEXT RECORD
               IF (WS-FS-NOTA          NOT EQUAL ZEROS AND '02')
               OR BOOKNOT-COD-CLI      NOT EQUAL WS-EXT-COD-CLI
                 MOVE 'S'              TO WS-EXT-FIM
               ELSE
                 MOVE BOOKNOT-DT-EMISSAO
                                       TO WS-EXT-M-DATA
                 MOVE 1                TO WS-EXT-M-ORDEM
                 MOVE 'D'              TO WS-EXT-M-TIPO
                 MOVE BOOKNOT-VLR-TOTAL
                                       TO WS-EXT-M-VALOR
                 MOVE SPACES           TO WS-EXT-M-HIST
                 STRING 'NOTA FISCAL '  DELIMITED BY SIZE
                        BOOKNOT-NUM-NOTA
                                       DELIMITED BY SIZE
                        INTO WS-EXT-M-HIST
                 PERFORM 2653-INCLUIR-MOVTO-EXT
               END-IF
             END-PERFORM
           END-IF

           IF WS-ARQ-TIT-ABERTO        EQUAL 'S'
             MOVE WS-EXT-COD-CLI       TO BOOKTIT-COD-CLI
             START ARQ-TITULO          KEY IS NOT LESS BOOKTIT-COD-CLI
             MOVE 'N'                  TO WS-FIM-ARQ-TIT
             IF WS-FS-TITULO           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-TIT
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-TIT EQUAL 'S'
               READ ARQ-TITULO         NEXT RECORD
               IF (WS-FS-TITULO        NOT EQUAL ZEROS AND '02')
               OR BOOKTIT-COD-CLI      NOT EQUAL WS-EXT-COD-CLI
                 MOVE 'S'              TO WS-FIM-ARQ-TIT
               ELSE
                 PERFORM 2652-CARREGAR-TITULO-EXT
               END-IF
             END-PERFORM
           END-IF

           IF WS-ARQ-ACD-ABERTO        EQUAL 'S'
             MOVE WS-EXT-COD-CLI       TO BOOKACD-COD-CLI
             START ARQ-ACORDO          KEY IS NOT LESS BOOKACD-COD-CLI
             MOVE 'N'                  TO WS-FIM-ARQ-ACD
             IF WS-FS-ACORDO           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-ACD
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-ACD EQUAL 'S'
               READ ARQ-ACORDO         NEXT RECORD
               IF (WS-FS-ACORDO        NOT EQUAL ZEROS AND '02')
               OR BOOKACD-COD-CLI      NOT EQUAL WS-EXT-COD-CLI
                 MOVE 'S'              TO WS-FIM-ARQ-ACD
               ELSE
                 IF BOOKACD-SITUACAO   EQUAL 'E'
                   MOVE BOOKACD-DT-DECISAO
                                       TO WS-EXT-M-DATA
                   MOVE 2              TO WS-EXT-M-ORDEM
                   MOVE 'I'            TO WS-EXT-M-TIPO
                   MOVE BOOKACD-VLR-DIVIDA
                                       TO WS-EXT-M-VALOR
                   MOVE SPACES         TO WS-EXT-M-HIST
                   STRING 'ACORDO '    DELIMITED BY SIZE
                          BOOKACD-NUM-ACORDO
                                       DELIMITED BY SIZE
                          ' RENEGOCIACAO'
                                       DELIMITED BY SIZE
                          INTO WS-EXT-M-HIST
                   PERFORM 2653-INCLUIR-MOVTO-EXT
                   IF BOOKACD-VLR-JUROS GREATER ZEROS
                     MOVE BOOKACD-DT-DECISAO
                                       TO WS-EXT-M-DATA
                     MOVE 3            TO WS-EXT-M-ORDEM
                     MOVE 'D'          TO WS-EXT-M-TIPO
                     MOVE BOOKACD-VLR-JUROS
                                       TO WS-EXT-M-VALOR
                     MOVE SPACES       TO WS-EXT-M-HIST
                     STRING 'JUROS ACORDO '
                                       DELIMITED BY SIZE
                            BOOKACD-NUM-ACORDO
                                       DELIMITED BY SIZE
                            INTO WS-EXT-M-HIST
                     PERFORM 2653-INCLUIR-MOVTO-EXT
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF

           IF WS-ARQ-NCR-ABERTO        EQUAL 'S'
             MOVE WS-EXT-COD-CLI       TO BOOKNCR-COD-CLI
             START ARQ-NOTA-CRED       KEY IS NOT LESS BOOKNCR-COD-CLI
             MOVE 'N'                  TO WS-FIM-ARQ-NCR
             IF WS-FS-NOTA-CRED        NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-NCR
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-NCR EQUAL 'S'
               READ ARQ-NOTA-CRED      NEXT RECORD
               IF (WS-FS-NOTA-CRED     NOT EQUAL ZEROS AND '02')
               OR BOOKNCR-COD-CLI      NOT EQUAL WS-EXT-COD-CLI
                 MOVE 'S'              TO WS-FIM-ARQ-NCR
               ELSE
                 MOVE BOOKNCR-DT-EMISSAO
                                       TO WS-EXT-M-DATA
                 MOVE 5                TO WS-EXT-M-ORDEM
                 MOVE 'C'              TO WS-EXT-M-TIPO
                 MOVE BOOKNCR-VLR-TOTAL
                                       TO WS-EXT-M-VALOR
                 MOVE SPACES           TO WS-EXT-M-HIST
                 IF BOOKNCR-TIPO       EQUAL 'C'
                   STRING 'NC CANCEL '  DELIMITED BY SIZE
                          BOOKNCR-NUM-NC
                                       DELIMITED BY SIZE
                          INTO WS-EXT-M-HIST
                 ELSE
                   STRING 'NC DEVOL '   DELIMITED BY SIZE
                          BOOKNCR-NUM-NC
                                       DELIMITED BY SIZE
                          INTO WS-EXT-M-HIST
                 END-IF
                 PERFORM 2653-INCLUIR-MOVTO-EXT
               END-IF
             END-PERFORM
           END-IF

           COMPUTE WS-EXT-SALDO-FIM = WS-EXT-SALDO-ANT
                                    + WS-EXT-TOT-DEB
                                    - WS-EXT-TOT-CRED
           .
      *----------------------------------------------------------------*
       2651-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CARREGAR OS MOVIMENTOS DO TITULO CORRENTE: A        *
      *PARCELA A VENCER (SO INFORMATIVA, NAO ALTERA O SALDO) E CADA    *
      *PAGAMENTO DO HISTORICO DE BAIXAS (ENCARGOS A DEBITO, VALOR PAGO *
      *A CREDITO) - VALOR PAGO SEM HISTORICO (BAIXAS ANTERIORES AO     *
      *HISTORICO) ENTRA COMO UM PAGAMENTO NA DATA DO ULTIMO PAGAMENTO  *
      *A PARCELA RENEGOCIADA NAO VENCE MAIS - O VENCIMENTO PASSA A SER *
      *O DAS PARCELAS DO ACORDO                                        *
      *----------------------------------------------------------------*
       2652-CARREGAR-TITULO-EXT        SECTION.
      *----------------------------------------------------------------*
           IF BOOKTIT-SITUACAO         NOT EQUAL 'C' AND 'R'
             MOVE BOOKTIT-DT-VENCIMENTO
                                       TO WS-EXT-M-DATA
             MOVE 2                    TO WS-EXT-M-ORDEM
             MOVE 'I'                  TO WS-EXT-M-TIPO
             MOVE BOOKTIT-VLR-PARCELA  TO WS-EXT-M-VALOR
             MOVE SPACES               TO WS-EXT-M-HIST
             IF BOOKTIT-NUM-NOTA       GREATER WS-ACD-FAIXA
               STRING 'VENCTO ACORDO ' DELIMITED BY SIZE
                      BOOKTIT-NUM-NOTA DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      BOOKTIT-NUM-PARCELA
                                       DELIMITED BY SIZE
                      INTO WS-EXT-M-HIST
             ELSE
               STRING 'VENCTO '        DELIMITED BY SIZE
                      BOOKTIT-NUM-NOTA DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      BOOKTIT-NUM-PARCELA
                                       DELIMITED BY SIZE
                      INTO WS-EXT-M-HIST
             END-IF
             PERFORM 2653-INCLUIR-MOVTO-EXT
           END-IF

           MOVE ZEROS                  TO WS-EXT-PAGO-HIST
           IF WS-ARQ-BXA-ABERTO        EQUAL 'S'
             MOVE BOOKTIT-NUM-NOTA     TO BOOKBXA-NUM-NOTA
             MOVE BOOKTIT-NUM-PARCELA  TO BOOKBXA-NUM-PARCELA
             MOVE ZEROS                TO BOOKBXA-SEQ
             START ARQ-BAIXA           KEY IS NOT LESS BOOKBXA-CHAVE
             MOVE 'N'                  TO WS-FIM-ARQ-BXA
             IF WS-FS-BAIXA            NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-BXA
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-BXA EQUAL 'S'
               READ ARQ-BAIXA          NEXT RECORD
               IF WS-FS-BAIXA          NOT EQUAL ZEROS
               OR BOOKBXA-NUM-NOTA     NOT EQUAL BOOKTIT-NUM-NOTA
               OR BOOKBXA-NUM-PARCELA  NOT EQUAL BOOKTIT-NUM-PARCELA
                 MOVE 'S'              TO WS-FIM-ARQ-BXA
               ELSE
                 ADD BOOKBXA-VLR-PRINCIPAL
                                       TO WS-EXT-PAGO-HIST
                 IF BOOKBXA-VLR-ENCARGOS GREATER ZEROS
                   MOVE BOOKBXA-DT-PAGAMENTO
                                       TO WS-EXT-M-DATA
                   MOVE 3              TO WS-EXT-M-ORDEM
                   MOVE 'D'            TO WS-EXT-M-TIPO
                   MOVE BOOKBXA-VLR-ENCARGOS
                                       TO WS-EXT-M-VALOR
                   MOVE SPACES         TO WS-EXT-M-HIST
                   STRING 'ENCARGOS '  DELIMITED BY SIZE
                          BOOKBXA-NUM-NOTA
                                       DELIMITED BY SIZE
                          '/'          DELIMITED BY SIZE
                          BOOKBXA-NUM-PARCELA
                                       DELIMITED BY SIZE
                          INTO WS-EXT-M-HIST
                   PERFORM 2653-INCLUIR-MOVTO-EXT
                 END-IF
                 MOVE BOOKBXA-DT-PAGAMENTO
                                       TO WS-EXT-M-DATA
                 MOVE 4                TO WS-EXT-M-ORDEM
                 MOVE 'C'              TO WS-EXT-M-TIPO
                 COMPUTE WS-EXT-M-VALOR = BOOKBXA-VLR-PRINCIPAL
                                        + BOOKBXA-VLR-ENCARGOS
                 MOVE SPACES           TO WS-EXT-M-HIST
                 IF BOOKTIT-SITUACAO   EQUAL 'P'
                   STRING 'PAGTO '     DELIMITED BY SIZE
                          BOOKBXA-NUM-NOTA
                                       DELIMITED BY SIZE
                          '/'          DELIMITED BY SIZE
                          BOOKBXA-NUM-PARCELA
                                       DELIMITED BY SIZE
                          INTO WS-EXT-M-HIST
                 ELSE
                   STRING 'PAGTO PARC '
                                       DELIMITED BY SIZE
                          BOOKBXA-NUM-NOTA
                                       DELIMITED BY SIZE
                          '/'          DELIMITED BY SIZE
                          BOOKBXA-NUM-PARCELA
                                       DELIMITED BY SIZE
                          INTO WS-EXT-M-HIST
                 END-IF
                 PERFORM 2653-INCLUIR-MOVTO-EXT
               END-IF
             END-PERFORM
           END-IF

           IF BOOKTIT-VLR-PAGO         GREATER WS-EXT-PAGO-HIST
             IF BOOKTIT-DT-PAGAMENTO   EQUAL ZEROS
               MOVE BOOKTIT-DT-VENCIMENTO
                                       TO WS-EXT-M-DATA
             ELSE
               MOVE BOOKTIT-DT-PAGAMENTO
                                       TO WS-EXT-M-DATA
             END-IF
             MOVE 4                    TO WS-EXT-M-ORDEM
             MOVE 'C'                  TO WS-EXT-M-TIPO
             COMPUTE WS-EXT-M-VALOR = BOOKTIT-VLR-PAGO
                                    - WS-EXT-PAGO-HIST
             MOVE SPACES               TO WS-EXT-M-HIST
             STRING 'PAGTO '           DELIMITED BY SIZE
                    BOOKTIT-NUM-NOTA   DELIMITED BY SIZE
                    '/'                DELIMITED BY SIZE
                    BOOKTIT-NUM-PARCELA
                                       DELIMITED BY SIZE
                    INTO WS-EXT-M-HIST
             PERFORM 2653-INCLUIR-MOVTO-EXT
           END-IF
           .
      *----------------------------------------------------------------*
       2652-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA INCLUIR O MOVIMENTO WS-EXT-MOVTO NO EXTRATO:        *
      *ANTERIOR AO PERIODO VAI PARA O SALDO ANTERIOR, POSTERIOR E      *
      *DESPREZADO E O DO PERIODO ENTRA NA TABELA EM ORDEM DE DATA      *
      *(TIPO D-DEBITO  C-CREDITO  I-INFORMATIVO)                       *
      *----------------------------------------------------------------*
       2653-INCLUIR-MOVTO-EXT          SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
             WHEN WS-EXT-M-DATA        GREATER WS-EXT-DT-FIM
               CONTINUE
             WHEN WS-EXT-M-DATA        LESS WS-EXT-DT-INI
               EVALUATE WS-EXT-M-TIPO
                 WHEN 'D'
                   ADD WS-EXT-M-VALOR  TO WS-EXT-SALDO-ANT
                 WHEN 'C'
                   SUBTRACT WS-EXT-M-VALOR
                                       FROM WS-EXT-SALDO-ANT
               END-EVALUATE
             WHEN OTHER
               EVALUATE WS-EXT-M-TIPO
                 WHEN 'D'
                   ADD WS-EXT-M-VALOR  TO WS-EXT-TOT-DEB
                 WHEN 'C'
                   ADD WS-EXT-M-VALOR  TO WS-EXT-TOT-CRED
               END-EVALUATE
               IF WS-EXT-QTD           NOT LESS 300
                 MOVE 'S'              TO WS-EXT-TRUNCADO
               ELSE
                 MOVE WS-EXT-QTD       TO WS-EXT-IND
                 MOVE 'N'              TO WS-EXT-POSICAO-OK
                 PERFORM UNTIL WS-EXT-POSICAO-OK EQUAL 'S'
                   IF WS-EXT-IND       EQUAL ZEROS
                     MOVE 'S'          TO WS-EXT-POSICAO-OK
                   ELSE
                     IF WS-EXT-E-CHAVE (WS-EXT-IND)
                                       NOT GREATER WS-EXT-M-CHAVE
                       MOVE 'S'        TO WS-EXT-POSICAO-OK
                     ELSE
                       MOVE WS-TAB-EXTRATO (WS-EXT-IND)
                                       TO WS-TAB-EXTRATO
                                          (WS-EXT-IND + 1)
                       SUBTRACT 1      FROM WS-EXT-IND
                     END-IF
                   END-IF
                 END-PERFORM
                 MOVE WS-EXT-MOVTO     TO WS-TAB-EXTRATO
                                          (WS-EXT-IND + 1)
                 ADD 1                 TO WS-EXT-QTD
               END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2653-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA IMPRIMIR O EXTRATO CARREGADO: SALDO ANTERIOR, UM    *
      *MOVIMENTO POR LINHA COM SALDO CORRENTE, TOTAIS DE DEBITO E      *
      *CREDITO E SALDO FINAL - CADA CLIENTE INICIA UMA NOVA PAGINA     *
      *----------------------------------------------------------------*
       2654-IMPRIMIR-EXTRATO-CLI       SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-TITULO-RELAT
           STRING 'EXTRATO DE CONTA - CLIENTE '
                                       DELIMITED BY SIZE
                  WS-EXT-COD-CLI       DELIMITED BY SIZE
                  INTO WS-TITULO-RELAT
           MOVE 99                     TO WS-LINHAS-PAGINA

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING BOOKCLI-RZ-SOCIAL    DELIMITED BY SIZE
                  '  PERIODO '         DELIMITED BY SIZE
                  WS-EXT-DT-INI        DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-EXT-DT-FIM        DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'DATA     HISTORICO                     '
                                       DELIMITED BY SIZE
                  '           VALOR            SALDO'
                                       DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES

           MOVE WS-EXT-SALDO-ANT       TO WS-EXT-SALDO
           MOVE WS-EXT-SALDO           TO WS-EXT-SALDO-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-EXT-DT-INI        DELIMITED BY SIZE
                  ' SALDO ANTERIOR'    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           MOVE WS-EXT-SALDO-EDIT      TO WS-LINHA-RELAT (58:15)
           PERFORM 2369-GRAVAR-LINHA-RES

           MOVE 1                      TO WS-EXT-IND
           PERFORM UNTIL WS-EXT-IND    GREATER WS-EXT-QTD
             EVALUATE WS-EXT-E-TIPO (WS-EXT-IND)
               WHEN 'D'
                 ADD WS-EXT-E-VALOR (WS-EXT-IND)
                                       TO WS-EXT-SALDO
               WHEN 'C'
                 SUBTRACT WS-EXT-E-VALOR (WS-EXT-IND)
                                       FROM WS-EXT-SALDO
             END-EVALUATE
             MOVE WS-EXT-E-VALOR (WS-EXT-IND)
                                       TO WS-EXT-VLR-EDIT
             MOVE WS-EXT-SALDO         TO WS-EXT-SALDO-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING WS-EXT-E-DATA (WS-EXT-IND)
                                       DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-EXT-E-HIST (WS-EXT-IND)
                                       DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-EXT-VLR-EDIT    DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-EXT-E-TIPO (WS-EXT-IND)
                                       DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             IF WS-EXT-E-TIPO (WS-EXT-IND) NOT EQUAL 'I'
               MOVE WS-EXT-SALDO-EDIT  TO WS-LINHA-RELAT (58:15)
             END-IF
             PERFORM 2369-GRAVAR-LINHA-RES
             ADD 1                     TO WS-EXT-IND
           END-PERFORM

           IF WS-EXT-TRUNCADO          EQUAL 'S'
             MOVE SPACES               TO WS-LINHA-RELAT
             MOVE '*** LIMITE DE 300 MOVIMENTOS - EXTRATO PARCIAL ***'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
           END-IF

           MOVE WS-EXT-TOT-DEB         TO WS-EXT-TOT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL A DEBITO....: ' DELIMITED BY SIZE
                  WS-EXT-TOT-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE WS-EXT-TOT-CRED        TO WS-EXT-TOT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL A CREDITO...: ' DELIMITED BY SIZE
                  WS-EXT-TOT-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE WS-EXT-SALDO-FIM       TO WS-EXT-SALDO-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'SALDO EM '          DELIMITED BY SIZE
                  WS-EXT-DT-FIM        DELIMITED BY SIZE
                  '..: '               DELIMITED BY SIZE
                  WS-EXT-SALDO-EDIT    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2654-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR OS ARQUIVOS LIDOS PELO EXTRATO DE CONTA       *
      *QUANDO AINDA FECHADOS                                           *
      *----------------------------------------------------------------*
       2655-ABRIR-ARQ-EXTRATO          SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-NOT-ABERTO        EQUAL 'N'
             MOVE 'N'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'B'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-NCR-ABERTO        EQUAL 'N'
             MOVE 'Q'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-BXA-ABERTO        EQUAL 'N'
             MOVE 'X'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-ACD-ABERTO        EQUAL 'N'
             MOVE '6'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2655-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA DEFINIR O PERIODO DO EXTRATO MENSAL: SEGUNDO CAMPO  *
      *DO PARM (AAAAMM) OU, EM BRANCO, O MES ANTERIOR AO ATUAL - DO    *
      *PRIMEIRO AO ULTIMO DIA DO MES                                   *
      *----------------------------------------------------------------*
       2656-DEFINIR-PERIODO-EXT        SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-EXT-PERIODO
           IF WS-ARQ-IMPORT (1:6)      NUMERIC
           AND WS-ARQ-IMPORT (1:6)     NOT EQUAL '000000'
             MOVE WS-ARQ-IMPORT (1:6)  TO WS-EXT-PERIODO
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO WS-EXT-PERIODO
             IF WS-EXT-MES             EQUAL 1
               MOVE 12                 TO WS-EXT-MES
               SUBTRACT 1              FROM WS-EXT-ANO
             ELSE
               SUBTRACT 1              FROM WS-EXT-MES
             END-IF
           END-IF
           COMPUTE WS-EXT-DT-INI = WS-EXT-PERIODO * 100 + 1

           IF WS-EXT-MES               EQUAL 12
             MOVE 1                    TO WS-EXT-MES
             ADD 1                     TO WS-EXT-ANO
           ELSE
             ADD 1                     TO WS-EXT-MES
           END-IF
           COMPUTE WS-EXT-INT-DATA =
                   FUNCTION INTEGER-OF-DATE
                   (WS-EXT-PERIODO * 100 + 1) - 1
           COMPUTE WS-EXT-DT-FIM =
                   FUNCTION DATE-OF-INTEGER (WS-EXT-INT-DATA)
           COMPUTE WS-EXT-PERIODO = WS-EXT-DT-INI / 100
           .
      *----------------------------------------------------------------*
       2656-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O PAGAMENTO DO TITULO CORRENTE NO HISTORICO  *
      *DE BAIXAS (PRINCIPAL EM WS-COB-VLR-PRINCIPAL, ENCARGOS EM       *
      *WS-COB-VLR-COBRADO, ORIGEM EM WS-BXA-ORIGEM) COM A PROXIMA      *
      *SEQUENCIA DA PARCELA                                            *
      *----------------------------------------------------------------*
       2657-GRAVAR-BAIXA-TIT           SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-BXA-ABERTO        EQUAL 'N'
             MOVE 'X'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-BXA-ABERTO        EQUAL 'S'
             MOVE ZEROS                TO WS-BXA-SEQ
             MOVE BOOKTIT-NUM-NOTA     TO BOOKBXA-NUM-NOTA
             MOVE BOOKTIT-NUM-PARCELA  TO BOOKBXA-NUM-PARCELA
             MOVE ZEROS                TO BOOKBXA-SEQ
             START ARQ-BAIXA           KEY IS NOT LESS BOOKBXA-CHAVE
             MOVE 'N'                  TO WS-FIM-ARQ-BXA
             IF WS-FS-BAIXA            NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-BXA
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-BXA EQUAL 'S'
               READ ARQ-BAIXA          NEXT RECORD
               IF WS-FS-BAIXA          NOT EQUAL ZEROS
               OR BOOKBXA-NUM-NOTA     NOT EQUAL BOOKTIT-NUM-NOTA
               OR BOOKBXA-NUM-PARCELA  NOT EQUAL BOOKTIT-NUM-PARCELA
                 MOVE 'S'              TO WS-FIM-ARQ-BXA
               ELSE
                 MOVE BOOKBXA-SEQ      TO WS-BXA-SEQ
               END-IF
             END-PERFORM

             INITIALIZE                BOOKBXA
             MOVE BOOKTIT-NUM-NOTA     TO BOOKBXA-NUM-NOTA
             MOVE BOOKTIT-NUM-PARCELA  TO BOOKBXA-NUM-PARCELA
             COMPUTE BOOKBXA-SEQ = WS-BXA-SEQ + 1
             MOVE BOOKTIT-COD-CLI      TO BOOKBXA-COD-CLI
             MOVE BOOKTIT-COD-VEND     TO BOOKBXA-COD-VEND
             MOVE BOOKTIT-DT-PAGAMENTO TO BOOKBXA-DT-PAGAMENTO
             MOVE WS-COB-VLR-PRINCIPAL TO BOOKBXA-VLR-PRINCIPAL
             MOVE WS-COB-VLR-COBRADO   TO BOOKBXA-VLR-ENCARGOS
             MOVE WS-BXA-ORIGEM        TO BOOKBXA-ORIGEM
             MOVE WS-USUARIO-ID        TO BOOKBXA-USUARIO
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKBXA-DT-REGISTRO
             WRITE BOOKBXA
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2658-TESTAR-FS-ARQ-BAIXA
           END-IF
           .
      *----------------------------------------------------------------*
       2657-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-BAIXA       *
      *----------------------------------------------------------------*
       2658-TESTAR-FS-ARQ-BAIXA        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-BAIXA             NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-BAIXA,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO BAIXA'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-BAIXA
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO BAIXA'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2658-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DE FECHAMENTO DO MES: EMITE NUMA UNICA GERACAO DO  *
      *SPOOL O EXTRATO DE TODOS OS CLIENTES COM SALDO EM ABERTO NO     *
      *ULTIMO DIA DO PERIODO DEFINIDO EM 2656                          *
      *----------------------------------------------------------------*
       2659-EXTRATO-MENSAL             SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-EXT-FALHA
           MOVE ZEROS                  TO ACU-EXT-CLIENTES
           PERFORM 2656-DEFINIR-PERIODO-EXT
           PERFORM 2655-ABRIR-ARQ-EXTRATO
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
           OR WS-ARQ-NOT-ABERTO        EQUAL 'N'
           OR WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-EXT-FALHA
           END-IF

           IF WS-EXT-FALHA             EQUAL 'N'
             PERFORM 2381-GERAR-NOME-RELAT
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-RELAT-ABERTO    EQUAL 'N'
               MOVE 'S'                TO WS-EXT-FALHA
             END-IF
           END-IF

           IF WS-EXT-FALHA             EQUAL 'N'
             MOVE 'EXTRATO'            TO WS-SPOOL-TIPO
             MOVE ZEROS                TO ACU-RELAT
                                          WS-PAGINA-RELAT
             MOVE ZEROS                TO BOOKCLI-COD-CLI
             START ARQ-CLIENTE         KEY IS NOT LESS BOOKCLI-COD-CLI
             MOVE 'N'                  TO WS-FIM-ARQ-CLI
             IF WS-FS-CLIENTE          NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-CLI
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-CLI EQUAL 'S'
               READ ARQ-CLIENTE        NEXT RECORD
               IF WS-FS-CLIENTE        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-CLI
               ELSE
                 PERFORM 2651-CARREGAR-EXTRATO-CLI
                 IF WS-EXT-SALDO-FIM   GREATER ZEROS
                   PERFORM 2654-IMPRIMIR-EXTRATO-CLI
                   ADD 1               TO ACU-EXT-CLIENTES
                 END-IF
               END-IF
             END-PERFORM

             IF ACU-EXT-CLIENTES       EQUAL ZEROS
               MOVE 'EXTRATO DE CONTA' TO WS-TITULO-RELAT
               MOVE 99                 TO WS-LINHAS-PAGINA
               MOVE 'NENHUM CLIENTE COM SALDO EM ABERTO NO PERIODO'
                                       TO WS-LINHA-RELAT
               PERFORM 2369-GRAVAR-LINHA-RES
             END-IF
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-RELAT
             MOVE 'N'                  TO WS-ARQ-RELAT-ABERTO
             PERFORM 2385-REGISTRAR-SPOOL
           END-IF

           DISPLAY 'EXTRATO MENSAL ' WS-EXT-DT-INI ' A ' WS-EXT-DT-FIM
           DISPLAY '  CLIENTES COM SALDO EM ABERTO: ' ACU-EXT-CLIENTES
           IF WS-EXT-FALHA             EQUAL 'N'
             DISPLAY '  GERACAO DO SPOOL............: ' WS-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2659-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA O RELATORIO DE PROJECAO DE FLUXO DE CAIXA DAS       *
      *PROXIMAS 12 SEMANAS: SALDO DOS TITULOS ABERTOS POR VENCIMENTO E *
      *PARCELAS PREVISTAS DOS PEDIDOS AINDA NAO FATURADOS, COM QUEBRA  *
      *POR VENDEDOR E UF, E POSICAO DE ATRASO DE CADA CLIENTE          *
      *----------------------------------------------------------------*
       2670-FLUXO-CAIXA                SECTION.
      *----------------------------------------------------------------*
           PERFORM 2675-ABRIR-ARQ-FLUXO
           MOVE 'FLUXO'                TO WS-SPOOL-TIPO
           PERFORM 2321-ABRIR-ARQ-RELAT
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             PERFORM 2671-GERAR-FLUXO-CAIXA
             PERFORM 2324-FECHAR-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2670-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA APURAR E GRAVAR A PROJECAO NO ARQUIVO DE RELATORIO  *
      *JA ABERTO: TITULOS, PEDIDOS, QUADRO SEMANAL, QUEBRA POR         *
      *VENDEDOR/UF E POSICAO DE ATRASO POR CLIENTE                     *
      *----------------------------------------------------------------*
       2671-GERAR-FLUXO-CAIXA          SECTION.
      *----------------------------------------------------------------*
           MOVE 1                      TO WS-FLX-FAIXA
           PERFORM UNTIL WS-FLX-FAIXA  GREATER 14
             MOVE ZEROS                TO WS-FLX-F-TIT (WS-FLX-FAIXA)
                                          WS-FLX-F-PED (WS-FLX-FAIXA)
             ADD 1                     TO WS-FLX-FAIXA
           END-PERFORM
           MOVE ZEROS                  TO WS-FLX-QTD-VEND
                                          WS-FLX-QTD-UF
                                          ACU-FLX-TITULOS
                                          ACU-FLX-PEDIDOS
                                          ACU-FLX-CLIENTES
                                          ACU-FLX-ACORDO
                                          WS-FLX-TOT-ACORDO
           MOVE 'N'                    TO WS-FLX-ESTOURO
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-FLX-DT-HOJE
           COMPUTE WS-FLX-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WS-FLX-DT-HOJE)

           MOVE 'P'                    TO WS-FLX-PASSADA
           PERFORM 2672-VARRER-TITULOS-FLX
           PERFORM 2673-VARRER-PEDIDOS-FLX

           MOVE 'PROJECAO DE FLUXO DE CAIXA - 12 SEMANAS'
                                       TO WS-TITULO-RELAT
           MOVE 99                     TO WS-LINHAS-PAGINA
           PERFORM 2676-IMPRIMIR-FLUXO-SEMANAS

           MOVE 'POSICAO DE ATRASO POR CLIENTE'
                                       TO WS-TITULO-RELAT
           MOVE 99                     TO WS-LINHAS-PAGINA
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'CLIENTE RAZAO SOCIAL         '
                                       DELIMITED BY SIZE
                  '       EM ABERTO          VENCIDO'
                                       DELIMITED BY SIZE
                  ' ATRASO PAGTO'      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE 'C'                    TO WS-FLX-PASSADA
           PERFORM 2672-VARRER-TITULOS-FLX
           MOVE WS-FLX-TOT-VENCIDO     TO WS-FLX-ED2
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL VENCIDO.......................'
                                       DELIMITED BY SIZE
                  '          '         DELIMITED BY SIZE
                  WS-FLX-ED2           DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE SPACES                 TO WS-FLX-PASSADA
           .
      *----------------------------------------------------------------*
       2671-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VARRER OS TITULOS EM ORDEM DE CLIENTE - PASSADA P:  *
      *ACUMULA O SALDO ABERTO NA FAIXA DO VENCIMENTO / PASSADA C:      *
      *APURA POR CLIENTE O SALDO ABERTO, O VENCIDO E O ATRASO MEDIO    *
      *DOS TITULOS PAGOS (PAGAMENTO MENOS VENCIMENTO, EM DIAS) - A     *
      *PARCELA DE ACORDO ENTRA NO LUGAR DA DIVIDA RENEGOCIADA          *
      *----------------------------------------------------------------*
       2672-VARRER-TITULOS-FLX         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-FLX-CLI-ATUAL
                                          WS-FLX-TOT-VENCIDO
           MOVE 'N'                    TO WS-FLX-TEM-CLI
           MOVE ZEROS                  TO BOOKTIT-COD-CLI
           START ARQ-TITULO            KEY IS NOT LESS BOOKTIT-COD-CLI
           MOVE 'N'                    TO WS-FIM-ARQ-TIT
           IF WS-FS-TITULO             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-TIT
             IF WS-FS-TITULO           NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-FIM-ARQ-TIT
             ELSE
               IF WS-FLX-TEM-CLI       EQUAL 'N'
               OR BOOKTIT-COD-CLI      NOT EQUAL WS-FLX-CLI-ATUAL
                 IF WS-FLX-TEM-CLI     EQUAL 'S'
                 AND WS-FLX-PASSADA    EQUAL 'C'
                   PERFORM 2677-GRAVAR-CLIENTE-FLX
                 END-IF
                 MOVE 'S'              TO WS-FLX-TEM-CLI
                 MOVE BOOKTIT-COD-CLI  TO WS-FLX-CLI-ATUAL
                 MOVE ZEROS            TO WS-FLX-CLI-ABERTO
                                          WS-FLX-CLI-VENCIDO
                                          WS-FLX-CLI-DIAS
                                          WS-FLX-CLI-PAGTOS
                 MOVE 'N'              TO WS-FLX-CLI-ACORDO
                 MOVE BOOKTIT-COD-CLI  TO BOOKCLI-COD-CLI
                 READ ARQ-CLIENTE      KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                    MOVE SPACES        TO BOOKCLI-RZ-SOCIAL
                    MOVE '??'          TO BOOKCLI-UF
                 END-READ
                 MOVE BOOKCLI-UF       TO WS-FLX-UF
                 MOVE BOOKCLI-RZ-SOCIAL
                                       TO WS-FLX-CLI-RZ-SOCIAL
               END-IF

               IF BOOKTIT-SITUACAO     EQUAL 'A'
               AND BOOKTIT-VLR-PARCELA GREATER BOOKTIT-VLR-PAGO
                 COMPUTE WS-FLX-VALOR = BOOKTIT-VLR-PARCELA
                                      - BOOKTIT-VLR-PAGO
                 IF WS-FLX-PASSADA     EQUAL 'P'
                   MOVE BOOKTIT-DT-VENCIMENTO
                                       TO WS-FLX-DT-VENC
                   MOVE BOOKTIT-COD-VEND
                                       TO WS-FLX-COD-VEND
                   MOVE 'T'            TO WS-FLX-ORIGEM
                   PERFORM 2674-ACUMULAR-FLUXO
                   ADD 1               TO ACU-FLX-TITULOS
                   IF BOOKTIT-NUM-NOTA GREATER WS-ACD-FAIXA
                     ADD 1             TO ACU-FLX-ACORDO
                     ADD WS-FLX-VALOR  TO WS-FLX-TOT-ACORDO
                   END-IF
                 ELSE
                   IF BOOKTIT-NUM-NOTA GREATER WS-ACD-FAIXA
                     MOVE 'S'          TO WS-FLX-CLI-ACORDO
                   END-IF
                   ADD WS-FLX-VALOR    TO WS-FLX-CLI-ABERTO
                   IF BOOKTIT-DT-VENCIMENTO
                                       LESS WS-FLX-DT-HOJE
                     ADD WS-FLX-VALOR  TO WS-FLX-CLI-VENCIDO
                   END-IF
                 END-IF
               END-IF

               IF WS-FLX-PASSADA       EQUAL 'C'
               AND BOOKTIT-SITUACAO    EQUAL 'P'
               AND BOOKTIT-DT-PAGAMENTO GREATER ZEROS
                 COMPUTE WS-FLX-INT-VENC =
                         FUNCTION INTEGER-OF-DATE
                         (BOOKTIT-DT-VENCIMENTO)
                 COMPUTE WS-FLX-INT-PAGTO =
                         FUNCTION INTEGER-OF-DATE
                         (BOOKTIT-DT-PAGAMENTO)
                 COMPUTE WS-FLX-CLI-DIAS = WS-FLX-CLI-DIAS
                                         + WS-FLX-INT-PAGTO
                                         - WS-FLX-INT-VENC
                 ADD 1                 TO WS-FLX-CLI-PAGTOS
               END-IF
             END-IF
           END-PERFORM

           IF WS-FLX-TEM-CLI           EQUAL 'S'
           AND WS-FLX-PASSADA          EQUAL 'C'
             PERFORM 2677-GRAVAR-CLIENTE-FLX
           END-IF
           .
      *----------------------------------------------------------------*
       2672-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA PROJETAR AS PARCELAS DOS PEDIDOS EM SITUACAO A OU P *
      *AINDA SEM NOTA: FATURAMENTO PREVISTO PARA HOJE, PARCELAS E      *
      *PRAZOS DA CONDICAO DE PAGAMENTO DO PEDIDO (OU DO CLIENTE, OU DO *
      *PARAMET) - MESMA REGRA DA GERACAO DE TITULOS (2590/2848)        *
      *----------------------------------------------------------------*
       2673-VARRER-PEDIDOS-FLX         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKPED-NUM-PED
           START ARQ-PEDIDO            KEY IS NOT LESS BOOKPED-NUM-PED
           MOVE 'N'                    TO WS-FLX-FIM
           IF WS-FS-PEDIDO             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FLX-FIM
           END-IF
           PERFORM UNTIL WS-FLX-FIM    EQUAL 'S'
             READ ARQ-PEDIDO           NEXT RECORD
             IF WS-FS-PEDIDO           NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-FLX-FIM
             ELSE
               MOVE 'N'                TO WS-FLX-ACHOU
               IF (BOOKPED-SITUACAO    EQUAL 'A' OR 'P')
               AND BOOKPED-VLR-TOTAL   GREATER ZEROS
                 MOVE 'S'              TO WS-FLX-ACHOU
                 IF WS-ARQ-NOT-ABERTO  EQUAL 'S'
                   MOVE BOOKPED-NUM-PED
                                       TO BOOKNOT-NUM-PED
                   READ ARQ-NOTA       KEY IS BOOKNOT-NUM-PED
                                       INVALID KEY
                      CONTINUE
                      NOT INVALID KEY
                      MOVE 'N'         TO WS-FLX-ACHOU
                   END-READ
                 END-IF
               END-IF

               IF WS-FLX-ACHOU         EQUAL 'S'
                 MOVE BOOKPED-COD-CLI  TO BOOKCLI-COD-CLI
                 READ ARQ-CLIENTE      KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                    MOVE '??'          TO BOOKCLI-UF
                    MOVE SPACES        TO BOOKCLI-COD-CONDPAG
                 END-READ
                 MOVE BOOKCLI-UF       TO WS-FLX-UF
                 MOVE BOOKPED-COD-VEND TO WS-FLX-COD-VEND
                 MOVE 'P'              TO WS-FLX-ORIGEM
                 MOVE BOOKPED-COD-CONDPAG
                                       TO WS-CPG-COD-BUSCA
                 IF WS-CPG-COD-BUSCA   EQUAL SPACES
                   MOVE BOOKCLI-COD-CONDPAG
                                       TO WS-CPG-COD-BUSCA
                 END-IF
                 MOVE BOOKPED-VLR-TOTAL
                                       TO WS-CPG-VLR-BRUTO
                 PERFORM 2590-OBTER-COND-PAG
                 MOVE ZEROS            TO WS-FLX-PARCELA
                 PERFORM UNTIL WS-FLX-PARCELA
                                       NOT LESS WS-CPV-QTD-PARCELAS
                   ADD 1               TO WS-FLX-PARCELA
                   COMPUTE WS-FLX-INT-VENC =
                           WS-FLX-INT-HOJE +
                           WS-CPV-DIAS (WS-FLX-PARCELA)
                   COMPUTE WS-FLX-DT-VENC =
                           FUNCTION DATE-OF-INTEGER (WS-FLX-INT-VENC)
                   MOVE WS-CPV-VALOR (WS-FLX-PARCELA)
                                       TO WS-FLX-VALOR
                   PERFORM 2674-ACUMULAR-FLUXO
                 END-PERFORM
                 ADD 1                 TO ACU-FLX-PEDIDOS
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2673-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ACUMULAR WS-FLX-VALOR COM VENCIMENTO WS-FLX-DT-VENC *
      *NA FAIXA SEMANAL (1 = VENCIDO, 2 A 13 = SEMANAS, 14 = APOS A    *
      *12A SEMANA), NO TOTAL DA ORIGEM (T-TITULO P-PEDIDO) E NAS       *
      *TABELAS POR VENDEDOR E POR UF (MANTIDAS EM ORDEM DE CODIGO)     *
      *----------------------------------------------------------------*
       2674-ACUMULAR-FLUXO             SECTION.
      *----------------------------------------------------------------*
           COMPUTE WS-FLX-INT-VENC =
                   FUNCTION INTEGER-OF-DATE (WS-FLX-DT-VENC)
           COMPUTE WS-FLX-DIAS = WS-FLX-INT-VENC - WS-FLX-INT-HOJE
           EVALUATE TRUE
             WHEN WS-FLX-DIAS          LESS ZEROS
               MOVE 1                  TO WS-FLX-FAIXA
             WHEN WS-FLX-DIAS          GREATER 83
               MOVE 14                 TO WS-FLX-FAIXA
             WHEN OTHER
               COMPUTE WS-FLX-FAIXA = (WS-FLX-DIAS / 7) + 2
           END-EVALUATE

           IF WS-FLX-ORIGEM            EQUAL 'T'
             ADD WS-FLX-VALOR          TO WS-FLX-F-TIT (WS-FLX-FAIXA)
           ELSE
             ADD WS-FLX-VALOR          TO WS-FLX-F-PED (WS-FLX-FAIXA)
           END-IF

           MOVE 'N'                    TO WS-FLX-ACHOU
           MOVE 1                      TO WS-FLX-IND
           PERFORM UNTIL WS-FLX-ACHOU  NOT EQUAL 'N'
                      OR WS-FLX-IND    GREATER WS-FLX-QTD-VEND
             IF WS-FLX-V-COD (WS-FLX-IND) EQUAL WS-FLX-COD-VEND
               MOVE 'S'                TO WS-FLX-ACHOU
             ELSE
               IF WS-FLX-V-COD (WS-FLX-IND) GREATER WS-FLX-COD-VEND
                 MOVE 'I'              TO WS-FLX-ACHOU
               ELSE
                 ADD 1                 TO WS-FLX-IND
               END-IF
             END-IF
           END-PERFORM
           IF WS-FLX-ACHOU             NOT EQUAL 'S'
             IF WS-FLX-QTD-VEND        NOT LESS 300
               MOVE 'S'                TO WS-FLX-ESTOURO
               MOVE ZEROS              TO WS-FLX-IND
             ELSE
               MOVE WS-FLX-QTD-VEND    TO WS-FLX-IND2
               PERFORM UNTIL WS-FLX-IND2 LESS WS-FLX-IND
                 MOVE WS-FLX-TAB-VEND (WS-FLX-IND2)
                                       TO WS-FLX-TAB-VEND
                                          (WS-FLX-IND2 + 1)
                 SUBTRACT 1            FROM WS-FLX-IND2
               END-PERFORM
               INITIALIZE              WS-FLX-TAB-VEND (WS-FLX-IND)
               MOVE WS-FLX-COD-VEND    TO WS-FLX-V-COD (WS-FLX-IND)
               ADD 1                   TO WS-FLX-QTD-VEND
             END-IF
           END-IF
           IF WS-FLX-IND               GREATER ZEROS
             ADD WS-FLX-VALOR          TO WS-FLX-V-VALOR
                                          (WS-FLX-IND, WS-FLX-FAIXA)
           END-IF

           MOVE 'N'                    TO WS-FLX-ACHOU
           MOVE 1                      TO WS-FLX-IND
           PERFORM UNTIL WS-FLX-ACHOU  NOT EQUAL 'N'
                      OR WS-FLX-IND    GREATER WS-FLX-QTD-UF
             IF WS-FLX-U-UF (WS-FLX-IND) EQUAL WS-FLX-UF
               MOVE 'S'                TO WS-FLX-ACHOU
             ELSE
               IF WS-FLX-U-UF (WS-FLX-IND) GREATER WS-FLX-UF
                 MOVE 'I'              TO WS-FLX-ACHOU
               ELSE
                 ADD 1                 TO WS-FLX-IND
               END-IF
             END-IF
           END-PERFORM
           IF WS-FLX-ACHOU             NOT EQUAL 'S'
             IF WS-FLX-QTD-UF          NOT LESS 30
               MOVE 'S'                TO WS-FLX-ESTOURO
               MOVE ZEROS              TO WS-FLX-IND
             ELSE
               MOVE WS-FLX-QTD-UF      TO WS-FLX-IND2
               PERFORM UNTIL WS-FLX-IND2 LESS WS-FLX-IND
                 MOVE WS-FLX-TAB-UF (WS-FLX-IND2)
                                       TO WS-FLX-TAB-UF
                                          (WS-FLX-IND2 + 1)
                 SUBTRACT 1            FROM WS-FLX-IND2
               END-PERFORM
               INITIALIZE              WS-FLX-TAB-UF (WS-FLX-IND)
               MOVE WS-FLX-UF          TO WS-FLX-U-UF (WS-FLX-IND)
               ADD 1                   TO WS-FLX-QTD-UF
             END-IF
           END-IF
           IF WS-FLX-IND               GREATER ZEROS
             ADD WS-FLX-VALOR          TO WS-FLX-U-VALOR
                                          (WS-FLX-IND, WS-FLX-FAIXA)
           END-IF
           .
      *----------------------------------------------------------------*
       2674-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR OS ARQUIVOS LIDOS PELA PROJECAO DE FLUXO DE   *
      *CAIXA QUANDO AINDA FECHADOS                                     *
      *----------------------------------------------------------------*
       2675-ABRIR-ARQ-FLUXO            SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-PED-ABERTO        EQUAL 'N'
             MOVE 'P'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-NOT-ABERTO        EQUAL 'N'
             MOVE 'N'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'B'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CPG-ABERTO        EQUAL 'N'
             MOVE '5'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2675-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA IMPRIMIR O QUADRO SEMANAL (TITULOS, PEDIDOS E       *
      *TOTAL POR FAIXA) E, PARA CADA FAIXA COM VALOR, A QUEBRA POR     *
      *VENDEDOR E POR UF                                               *
      *----------------------------------------------------------------*
       2676-IMPRIMIR-FLUXO-SEMANAS     SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'FAIXA                 '
                                       DELIMITED BY SIZE
                  '          TITULOS          PEDIDOS'
                                       DELIMITED BY SIZE
                  '            TOTAL'  DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ZEROS                  TO WS-FLX-TOT-TIT
                                          WS-FLX-TOT-PED
           MOVE 1                      TO WS-FLX-FAIXA
           PERFORM UNTIL WS-FLX-FAIXA  GREATER 14
             PERFORM 2678-MONTAR-ROTULO-FLX
             COMPUTE WS-FLX-TOT-FAIXA = WS-FLX-F-TIT (WS-FLX-FAIXA)
                                      + WS-FLX-F-PED (WS-FLX-FAIXA)
             ADD WS-FLX-F-TIT (WS-FLX-FAIXA) TO WS-FLX-TOT-TIT
             ADD WS-FLX-F-PED (WS-FLX-FAIXA) TO WS-FLX-TOT-PED
             MOVE WS-FLX-F-TIT (WS-FLX-FAIXA) TO WS-FLX-ED1
             MOVE WS-FLX-F-PED (WS-FLX-FAIXA) TO WS-FLX-ED2
             MOVE WS-FLX-TOT-FAIXA     TO WS-FLX-ED3
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING WS-FLX-ROTULO      DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-FLX-ED1         DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-FLX-ED2         DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-FLX-ED3         DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             ADD 1                     TO WS-FLX-FAIXA
           END-PERFORM
           COMPUTE WS-FLX-TOT-FAIXA = WS-FLX-TOT-TIT + WS-FLX-TOT-PED
           MOVE WS-FLX-TOT-TIT         TO WS-FLX-ED1
           MOVE WS-FLX-TOT-PED         TO WS-FLX-ED2
           MOVE WS-FLX-TOT-FAIXA       TO WS-FLX-ED3
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL GERAL            '
                                       DELIMITED BY SIZE
                  WS-FLX-ED1           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-FLX-ED2           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-FLX-ED3           DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-FLX-TITULOS        TO WS-ACU-RELAT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TITULOS EM ABERTO..: ' DELIMITED BY SIZE
                  WS-ACU-RELAT-EDIT    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-FLX-ACORDO         TO WS-ACU-RELAT-EDIT
           MOVE WS-FLX-TOT-ACORDO      TO WS-FLX-ED1
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING '  DOS QUAIS ACORDO.: ' DELIMITED BY SIZE
                  WS-ACU-RELAT-EDIT    DELIMITED BY SIZE
                  '  VALOR '           DELIMITED BY SIZE
                  WS-FLX-ED1           DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-FLX-PEDIDOS        TO WS-ACU-RELAT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PEDIDOS A FATURAR..: ' DELIMITED BY SIZE
                  WS-ACU-RELAT-EDIT    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           IF WS-FLX-ESTOURO           EQUAL 'S'
             MOVE
             '*** TABELA DE VENDEDORES/UF CHEIA - QUEBRA INCOMPLETA ***'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
           END-IF

           MOVE 'FLUXO DE CAIXA POR VENDEDOR E UF'
                                       TO WS-TITULO-RELAT
           MOVE 99                     TO WS-LINHAS-PAGINA
           MOVE 1                      TO WS-FLX-FAIXA
           PERFORM UNTIL WS-FLX-FAIXA  GREATER 14
             COMPUTE WS-FLX-TOT-FAIXA = WS-FLX-F-TIT (WS-FLX-FAIXA)
                                      + WS-FLX-F-PED (WS-FLX-FAIXA)
             IF WS-FLX-TOT-FAIXA       GREATER ZEROS
               PERFORM 2678-MONTAR-ROTULO-FLX
               MOVE WS-FLX-TOT-FAIXA   TO WS-FLX-ED3
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING WS-FLX-ROTULO    DELIMITED BY SIZE
                      '    TOTAL '     DELIMITED BY SIZE
                      WS-FLX-ED3       DELIMITED BY SIZE
                      INTO WS-LINHA-RELAT
               PERFORM 2369-GRAVAR-LINHA-RES
               MOVE 1                  TO WS-FLX-IND
               PERFORM UNTIL WS-FLX-IND GREATER WS-FLX-QTD-VEND
                 IF WS-FLX-V-VALOR (WS-FLX-IND, WS-FLX-FAIXA)
                                       GREATER ZEROS
                   MOVE WS-FLX-V-COD (WS-FLX-IND)
                                       TO BOOKVEN-COD-VEND
                   READ ARQ-VENDEDOR   KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                      MOVE SPACES      TO BOOKVEN-NOME
                   END-READ
                   MOVE WS-FLX-V-VALOR (WS-FLX-IND, WS-FLX-FAIXA)
                                       TO WS-FLX-ED1
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING '   VENDEDOR '
                                       DELIMITED BY SIZE
                          BOOKVEN-COD-VEND
                                       DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                          BOOKVEN-NOME (1:30)
                                       DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                          WS-FLX-ED1   DELIMITED BY SIZE
                          INTO WS-LINHA-RELAT
                   PERFORM 2369-GRAVAR-LINHA-RES
                 END-IF
                 ADD 1                 TO WS-FLX-IND
               END-PERFORM
               MOVE 1                  TO WS-FLX-IND
               PERFORM UNTIL WS-FLX-IND GREATER WS-FLX-QTD-UF
                 IF WS-FLX-U-VALOR (WS-FLX-IND, WS-FLX-FAIXA)
                                       GREATER ZEROS
                   MOVE WS-FLX-U-VALOR (WS-FLX-IND, WS-FLX-FAIXA)
                                       TO WS-FLX-ED1
                   MOVE SPACES         TO WS-LINHA-RELAT
                   STRING '   UF '     DELIMITED BY SIZE
                          WS-FLX-U-UF (WS-FLX-IND)
                                       DELIMITED BY SIZE
                          '                                       '
                                       DELIMITED BY SIZE
                          WS-FLX-ED1   DELIMITED BY SIZE
                          INTO WS-LINHA-RELAT
                   PERFORM 2369-GRAVAR-LINHA-RES
                 END-IF
                 ADD 1                 TO WS-FLX-IND
               END-PERFORM
             END-IF
             ADD 1                     TO WS-FLX-FAIXA
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2676-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR A LINHA DO CLIENTE CORRENTE NA POSICAO DE    *
      *ATRASO (SO CLIENTES COM SALDO ABERTO OU HISTORICO DE PAGAMENTO) *
      *- ATRASO MEDIO NEGATIVO INDICA PAGAMENTO ANTECIPADO             *
      *----------------------------------------------------------------*
       2677-GRAVAR-CLIENTE-FLX         SECTION.
      *----------------------------------------------------------------*
           IF WS-FLX-CLI-ABERTO        GREATER ZEROS
           OR WS-FLX-CLI-PAGTOS        GREATER ZEROS
             ADD 1                     TO ACU-FLX-CLIENTES
             ADD WS-FLX-CLI-VENCIDO    TO WS-FLX-TOT-VENCIDO
             MOVE WS-FLX-CLI-ABERTO    TO WS-FLX-ED1
             MOVE WS-FLX-CLI-VENCIDO   TO WS-FLX-ED2
             MOVE WS-FLX-CLI-PAGTOS    TO WS-FLX-PAGTOS-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             IF WS-FLX-CLI-PAGTOS      GREATER ZEROS
               COMPUTE WS-FLX-CLI-MEDIA ROUNDED =
                       WS-FLX-CLI-DIAS / WS-FLX-CLI-PAGTOS
               MOVE WS-FLX-CLI-MEDIA   TO WS-FLX-MEDIA-EDIT
               STRING WS-FLX-CLI-ATUAL DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-FLX-CLI-RZ-SOCIAL (1:20)
                                       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-FLX-ED1       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-FLX-ED2       DELIMITED BY SIZE
                      '  '             DELIMITED BY SIZE
                      WS-FLX-MEDIA-EDIT
                                       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-FLX-PAGTOS-EDIT
                                       DELIMITED BY SIZE
                      INTO WS-LINHA-RELAT
             ELSE
               STRING WS-FLX-CLI-ATUAL DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-FLX-CLI-RZ-SOCIAL (1:20)
                                       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-FLX-ED1       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-FLX-ED2       DELIMITED BY SIZE
                      '      -     0'  DELIMITED BY SIZE
                      INTO WS-LINHA-RELAT
             END-IF
             IF WS-FLX-CLI-ACORDO      EQUAL 'S'
               MOVE 'ACORDO'           TO WS-LINHA-RELAT (77:6)
             END-IF
             PERFORM 2369-GRAVAR-LINHA-RES
           END-IF
           .
      *----------------------------------------------------------------*
       2677-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA MONTAR EM WS-FLX-ROTULO A DESCRICAO DA FAIXA        *
      *WS-FLX-FAIXA (SEMANA COM DATA INICIAL E FINAL)                  *
      *----------------------------------------------------------------*
       2678-MONTAR-ROTULO-FLX          SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-FLX-ROTULO
           EVALUATE WS-FLX-FAIXA
             WHEN 1
               MOVE 'VENCIDO'          TO WS-FLX-ROTULO
             WHEN 14
               MOVE 'APOS 12 SEMANAS'  TO WS-FLX-ROTULO
             WHEN OTHER
               COMPUTE WS-FLX-DT-INI =
                       FUNCTION DATE-OF-INTEGER
                       (WS-FLX-INT-HOJE + ((WS-FLX-FAIXA - 2) * 7))
               COMPUTE WS-FLX-DT-FIM =
                       FUNCTION DATE-OF-INTEGER
                       (WS-FLX-INT-HOJE + ((WS-FLX-FAIXA - 2) * 7) + 6)
               COMPUTE WS-FLX-SEMANA-EDIT = WS-FLX-FAIXA - 1
               STRING 'SEM '           DELIMITED BY SIZE
                      WS-FLX-SEMANA-EDIT
                                       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-FLX-DT-INI (7:2)
                                       DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      WS-FLX-DT-INI (5:2)
                                       DELIMITED BY SIZE
                      '-'              DELIMITED BY SIZE
                      WS-FLX-DT-FIM (7:2)
                                       DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      WS-FLX-DT-FIM (5:2)
                                       DELIMITED BY SIZE
                      INTO WS-FLX-ROTULO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2678-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA PROJECAO DE FLUXO DE CAIXA: GRAVA O RELATORIO   *
      *NUMA NOVA GERACAO DO SPOOL                                      *
      *----------------------------------------------------------------*
       2679-FLUXO-CAIXA-BATCH          SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-FLX-FALHA
           PERFORM 2675-ABRIR-ARQ-FLUXO
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
           OR WS-ARQ-PED-ABERTO        EQUAL 'N'
           OR WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-FLX-FALHA
           END-IF

           IF WS-FLX-FALHA             EQUAL 'N'
             PERFORM 2381-GERAR-NOME-RELAT
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-RELAT-ABERTO    EQUAL 'N'
               MOVE 'S'                TO WS-FLX-FALHA
             END-IF
           END-IF

           IF WS-FLX-FALHA             EQUAL 'N'
             MOVE 'FLUXO'              TO WS-SPOOL-TIPO
             MOVE ZEROS                TO ACU-RELAT
                                          WS-PAGINA-RELAT
             PERFORM 2671-GERAR-FLUXO-CAIXA
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-RELAT
             MOVE 'N'                  TO WS-ARQ-RELAT-ABERTO
             PERFORM 2385-REGISTRAR-SPOOL
             DISPLAY 'PROJECAO DE FLUXO DE CAIXA'
             DISPLAY '  TITULOS EM ABERTO...........: ' ACU-FLX-TITULOS
             DISPLAY '  PEDIDOS A FATURAR...........: ' ACU-FLX-PEDIDOS
             DISPLAY '  GERACAO DO SPOOL............: ' WS-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2679-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DE ACORDO DE RENEGOCIACAO DE DIVIDA: CLIENTE COM ACORDO  *
      *PENDENTE VAI PARA A DECISAO DO USUARIO MASTER (2684); SEM       *
      *ACORDO PENDENTE, APURA AS PARCELAS VENCIDAS EM ABERTO E         *
      *REGISTRA A PROPOSTA COM ENTRADA, PARCELAS E JUROS (2682)        *
      *----------------------------------------------------------------*
       2680-NEGOCIAR-ACORDO            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2689-ABRIR-ARQ-ACORDO
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'A C O R D O  D E  R E N E G O C I A C A O'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           IF WS-ARQ-ACD-ABERTO        EQUAL 'N'
           OR WS-ARQ-TIT-ABERTO        EQUAL 'N'
           OR WS-ARQ-CLI-ABERTO        EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE ACORDOS E TITULOS'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2310
             STOP ' '
           ELSE
             INITIALIZE                BOOKACD
             MOVE ZEROS                TO WS-ACD-COD-CLI
             DISPLAY SS-TELA-ACORDO
             ACCEPT  SS-COD-CLI-ACD
             MOVE WS-ACD-COD-CLI       TO BOOKCLI-COD-CLI
             MOVE 'S'                  TO WS-ACD-ACHOU
             READ ARQ-CLIENTE          KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                MOVE 'N'               TO WS-ACD-ACHOU
             END-READ
             IF WS-ACD-ACHOU           EQUAL 'N'
               MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             ELSE
               DISPLAY BOOKCLI-RZ-SOCIAL (1:30)
                                       AT 0528
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-ACD-DT-HOJE
               PERFORM 2681-LOCALIZAR-ACORDO-PEND
               IF WS-ACD-PENDENTE      EQUAL 'S'
                 PERFORM 2684-DECIDIR-ACORDO
               ELSE
                 PERFORM 2682-PROPOR-ACORDO
               END-IF
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           .
      *
      *----------------------------------------------------------------*
       2680-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LOCALIZAR O ACORDO PENDENTE (SITUACAO 'P') DO       *
      *CLIENTE WS-ACD-COD-CLI PELA CHAVE ALTERNADA - ENCONTRADO, FICA  *
      *CARREGADO EM BOOKACD (WS-ACD-PENDENTE = 'S')                    *
      *----------------------------------------------------------------*
       2681-LOCALIZAR-ACORDO-PEND      SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-ACD-PENDENTE
           MOVE WS-ACD-COD-CLI         TO BOOKACD-COD-CLI
           START ARQ-ACORDO            KEY IS NOT LESS BOOKACD-COD-CLI
           MOVE 'N'                    TO WS-FIM-ARQ-ACD
           IF WS-FS-ACORDO             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-ACD
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-ACD EQUAL 'S'
             READ ARQ-ACORDO           NEXT RECORD
             IF (WS-FS-ACORDO          NOT EQUAL ZEROS AND '02')
             OR BOOKACD-COD-CLI        NOT EQUAL WS-ACD-COD-CLI
               MOVE 'S'                TO WS-FIM-ARQ-ACD
             ELSE
               IF BOOKACD-SITUACAO     EQUAL 'P'
                 MOVE 'S'              TO WS-ACD-PENDENTE
                 MOVE 'S'              TO WS-FIM-ARQ-ACD
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2681-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA PROPOR UM ACORDO: APURA AS PARCELAS VENCIDAS EM     *
      *ABERTO DO CLIENTE, ACEITA ENTRADA, QUANTIDADE DE PARCELAS, TAXA *
      *DE JUROS E PRIMEIRO VENCIMENTO E, CONFIRMADA, GRAVA A PROPOSTA  *
      *PENDENTE (2686)                                                 *
      *----------------------------------------------------------------*
       2682-PROPOR-ACORDO              SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-ACD-NUM
           MOVE 'C'                    TO WS-ACD-MODO
           PERFORM 2683-VARRER-TITULOS-ACD
           IF WS-ACD-QTD-TIT           EQUAL ZEROS
           OR WS-ACD-QTD-TIT           GREATER 999
             IF WS-ACD-QTD-TIT         EQUAL ZEROS
               MOVE 'CLIENTE SEM PARCELAS VENCIDAS EM ABERTO'
                                       TO WS-MENSAGEM
             ELSE
               MOVE 'MAIS DE 999 PARCELAS VENCIDAS - USE A COBRANCA'
                                       TO WS-MENSAGEM
             END-IF
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           ELSE
             INITIALIZE                BOOKACD
             MOVE WS-ACD-COD-CLI       TO BOOKACD-COD-CLI
             MOVE WS-ACD-QTD-TIT       TO BOOKACD-QTD-TITULOS
             MOVE WS-ACD-VLR-SOMA      TO BOOKACD-VLR-DIVIDA
             MOVE WS-USUARIO-ID        TO BOOKACD-USUARIO-PROP
             PERFORM 2693-EXIBIR-ACORDO

             MOVE BOOKACD-VLR-DIVIDA   TO BOOKACD-VLR-ENTRADA
             PERFORM UNTIL BOOKACD-VLR-ENTRADA
                                       LESS BOOKACD-VLR-DIVIDA
               MOVE ZEROS              TO BOOKACD-VLR-ENTRADA
               ACCEPT SS-ENTRADA-ACD
               IF BOOKACD-VLR-ENTRADA  NOT LESS BOOKACD-VLR-DIVIDA
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "A ENTRADA DEVE SER MENOR QUE A DIVIDA"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
               END-IF
             END-PERFORM

             MOVE ZEROS                TO BOOKACD-QTD-PARCELAS
             PERFORM UNTIL BOOKACD-QTD-PARCELAS GREATER ZEROS
               ACCEPT SS-QTD-PARC-ACD
               IF BOOKACD-QTD-PARCELAS GREATER 24
                 MOVE ZEROS            TO BOOKACD-QTD-PARCELAS
               END-IF
               IF BOOKACD-QTD-PARCELAS EQUAL ZEROS
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "INFORME DE 1 A 24 PARCELAS"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
               END-IF
             END-PERFORM

             MOVE ZEROS                TO BOOKACD-TAXA-JUROS
             ACCEPT SS-TAXA-ACD

             MOVE 'N'                  TO WS-ACD-DATA-OK
             PERFORM UNTIL WS-ACD-DATA-OK EQUAL 'S'
               MOVE ZEROS              TO BOOKACD-DT-PRIM-VENC
               ACCEPT SS-PRIM-VENC-ACD
               IF BOOKACD-DT-PRIM-VENC EQUAL ZEROS
                 COMPUTE WS-ACD-INT-VENC =
                         FUNCTION INTEGER-OF-DATE (WS-ACD-DT-HOJE)
                       + 30
                 COMPUTE BOOKACD-DT-PRIM-VENC =
                         FUNCTION DATE-OF-INTEGER (WS-ACD-INT-VENC)
                 DISPLAY BOOKACD-DT-PRIM-VENC
                                       AT 1731
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD (BOOKACD-DT-PRIM-VENC)
                                       EQUAL ZEROS
               AND BOOKACD-DT-PRIM-VENC
                                       GREATER WS-ACD-DT-HOJE
                 MOVE 'S'              TO WS-ACD-DATA-OK
               ELSE
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "VENCIMENTO INVALIDO - INFORME UMA DATA FUTURA"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
               END-IF
             END-PERFORM

             PERFORM 2685-CALCULAR-ACORDO
             PERFORM 2693-EXIBIR-ACORDO

             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'CONFIRMA A PROPOSTA DE ACORDO (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-ACD-CONFIRMA
             PERFORM UNTIL WS-ACD-CONFIRMA EQUAL 'S' OR 'N'
               ACCEPT WS-ACD-CONFIRMA  UPPER AT 2351
             END-PERFORM
             DISPLAY WS-LIMPAR-TELA    AT 2302
             IF WS-ACD-CONFIRMA        EQUAL 'S'
               PERFORM 2686-GRAVAR-PROPOSTA-ACD
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2682-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VARRER OS TITULOS DO CLIENTE WS-ACD-COD-CLI PELA    *
      *CHAVE ALTERNADA, CONFORME WS-ACD-MODO:                          *
      *  C - CONTA AS PARCELAS VENCIDAS EM ABERTO (CANDIDATAS)         *
      *  M - MARCA AS CANDIDATAS COM O ACORDO PROPOSTO WS-ACD-NUM      *
      *  V - CONTA AS PARCELAS MARCADAS AINDA EM ABERTO (CONFERENCIA)  *
      *  R - RENEGOCIA AS MARCADAS (SITUACAO 'R') NA EFETIVACAO        *
      *  L - LIBERA AS MARCADAS QUANDO O ACORDO E RECUSADO             *
      *QUANTIDADE E SALDO EM ABERTO EM WS-ACD-QTD-TIT/WS-ACD-VLR-SOMA  *
      *----------------------------------------------------------------*
       2683-VARRER-TITULOS-ACD         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-ACD-QTD-TIT
                                          WS-ACD-VLR-SOMA
           MOVE 'N'                    TO WS-ACD-FALHA
           MOVE WS-ACD-COD-CLI         TO BOOKTIT-COD-CLI
           START ARQ-TITULO            KEY IS NOT LESS BOOKTIT-COD-CLI
           MOVE 'N'                    TO WS-FIM-ARQ-TIT
           IF WS-FS-TITULO             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-TIT
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-TIT EQUAL 'S'
             READ ARQ-TITULO           NEXT RECORD
             IF (WS-FS-TITULO          NOT EQUAL ZEROS AND '02')
             OR BOOKTIT-COD-CLI        NOT EQUAL WS-ACD-COD-CLI
               MOVE 'S'                TO WS-FIM-ARQ-TIT
             ELSE
               MOVE 'N'                TO WS-ACD-ACHOU
               EVALUATE WS-ACD-MODO
                 WHEN 'C'
                 WHEN 'M'
                   IF BOOKTIT-SITUACAO EQUAL 'A'
                   AND BOOKTIT-VLR-PARCELA
                                       GREATER BOOKTIT-VLR-PAGO
                   AND BOOKTIT-DT-VENCIMENTO
                                       LESS WS-ACD-DT-HOJE
                     MOVE 'S'          TO WS-ACD-ACHOU
                   END-IF
                 WHEN 'L'
                   IF BOOKTIT-NUM-ACORDO
                                       EQUAL WS-ACD-NUM
                     MOVE 'S'          TO WS-ACD-ACHOU
                   END-IF
                 WHEN OTHER
                   IF BOOKTIT-SITUACAO EQUAL 'A'
                   AND BOOKTIT-VLR-PARCELA
                                       GREATER BOOKTIT-VLR-PAGO
                   AND BOOKTIT-NUM-ACORDO
                                       EQUAL WS-ACD-NUM
                     MOVE 'S'          TO WS-ACD-ACHOU
                   END-IF
               END-EVALUATE

               IF WS-ACD-ACHOU         EQUAL 'S'
                 ADD 1                 TO WS-ACD-QTD-TIT
                 IF BOOKTIT-VLR-PARCELA
                                       GREATER BOOKTIT-VLR-PAGO
                   COMPUTE WS-ACD-VLR-SOMA = WS-ACD-VLR-SOMA
                                           + BOOKTIT-VLR-PARCELA
                                           - BOOKTIT-VLR-PAGO
                 END-IF
                 IF WS-ACD-MODO        EQUAL 'M' OR 'R' OR 'L'
                   PERFORM 2692-ATUALIZAR-TITULO-ACD
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2683-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR O ACORDO PENDENTE CORRENTE E ACEITAR A       *
      *DECISAO DO USUARIO MASTER (A-APROVA R-RECUSA P-PULA) - A        *
      *DECISAO EXIGE MOTIVO, GRAVADO NO ACORDO E NA AUDITORIA          *
      *----------------------------------------------------------------*
       2684-DECIDIR-ACORDO             SECTION.
      *----------------------------------------------------------------*
           PERFORM 2685-CALCULAR-ACORDO
           PERFORM 2693-EXIBIR-ACORDO
           MOVE 'M'                    TO WS-PERM-NECESSARIA
           PERFORM 3234-VERIFICAR-PERMISSAO
           IF WS-PERM-OK               NOT EQUAL 'S'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'ACORDO PENDENTE DE APROVACAO DO USUARIO MASTER'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           ELSE
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'DECISAO: [A]APROVA [R]RECUSA [P]PULA:'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-ACD-DECISAO
             PERFORM UNTIL WS-ACD-DECISAO EQUAL 'A' OR 'R' OR 'P'
               ACCEPT WS-ACD-DECISAO   UPPER AT 2342
               IF WS-ACD-DECISAO       NOT EQUAL 'A' AND 'R' AND 'P'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 MOVE 'OPCAO INVALIDA - INFORME A, R OU P'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2302
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 MOVE 'DECISAO: [A]APROVA [R]RECUSA [P]PULA:'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2302
               END-IF
             END-PERFORM

             IF WS-ACD-DECISAO         EQUAL 'A' OR 'R'
               MOVE BOOKACD            TO WS-BOOKACD-ANTES
               MOVE SPACES             TO BOOKACD-MOTIVO
               PERFORM UNTIL BOOKACD-MOTIVO NOT EQUAL SPACES
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 MOVE 'INFORME O MOTIVO DA DECISAO:'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2302
                 ACCEPT BOOKACD-MOTIVO AT 2332
               END-PERFORM
               DISPLAY WS-LIMPAR-TELA  AT 2302
               IF WS-ACD-DECISAO       EQUAL 'A'
                 PERFORM 2694-EFETIVAR-ACORDO
               ELSE
                 PERFORM 2695-RECUSAR-ACORDO
               END-IF
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2684-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CALCULAR O ACORDO CORRENTE: JUROS SIMPLES DE        *
      *BOOKACD-TAXA-JUROS % AO MES SOBRE O SALDO FINANCIADO (DIVIDA    *
      *MENOS ENTRADA) PELO NUMERO DE PARCELAS, TOTAL DO ACORDO E VALOR *
      *DA PARCELA (A ULTIMA ABSORVE O ARREDONDAMENTO)                  *
      *----------------------------------------------------------------*
       2685-CALCULAR-ACORDO            SECTION.
      *----------------------------------------------------------------*
           COMPUTE WS-ACD-VLR-FINANC =
                   BOOKACD-VLR-DIVIDA - BOOKACD-VLR-ENTRADA
           COMPUTE BOOKACD-VLR-JUROS ROUNDED =
                   WS-ACD-VLR-FINANC * BOOKACD-TAXA-JUROS / 100
                 * BOOKACD-QTD-PARCELAS
           COMPUTE BOOKACD-VLR-TOTAL =
                   BOOKACD-VLR-DIVIDA + BOOKACD-VLR-JUROS
           ADD BOOKACD-VLR-JUROS       TO WS-ACD-VLR-FINANC
           IF BOOKACD-QTD-PARCELAS     GREATER ZEROS
             COMPUTE WS-ACD-VLR-PARC =
                     WS-ACD-VLR-FINANC / BOOKACD-QTD-PARCELAS
           ELSE
             MOVE ZEROS                TO WS-ACD-VLR-PARC
           END-IF
           .
      *----------------------------------------------------------------*
       2685-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR A PROPOSTA DE ACORDO (SITUACAO 'P') COM O    *
      *PROXIMO NUMERO DA SERIE ACDSERIE E MARCAR AS PARCELAS VENCIDAS  *
      *INCLUIDAS - O USUARIO MASTER PODE DECIDIR EM SEGUIDA            *
      *----------------------------------------------------------------*
       2686-GRAVAR-PROPOSTA-ACD        SECTION.
      *----------------------------------------------------------------*
           PERFORM 2690-LER-SERIE-ACD
           ADD 1                       TO WS-ACD-ULTIMA
           MOVE WS-ACD-ULTIMA          TO BOOKACD-NUM-ACORDO
           MOVE BOOKCLI-COD-VEND       TO BOOKACD-COD-VEND
           MOVE WS-ACD-DT-HOJE         TO BOOKACD-DT-PROPOSTA
           MOVE 'P'                    TO BOOKACD-SITUACAO
           MOVE WS-USUARIO-ID          TO BOOKACD-USUARIO-PROP
           MOVE SPACES                 TO BOOKACD-USUARIO-APROV
                                          BOOKACD-MOTIVO
           MOVE ZEROS                  TO BOOKACD-DT-DECISAO
           MOVE 'I'                    TO WS-CRUD
           WRITE BOOKACD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2688-TESTAR-FS-ARQ-ACORDO
           IF WS-FS-ACORDO             EQUAL ZEROS OR '02'
             PERFORM 2691-GRAVAR-SERIE-ACD
             PERFORM 2687-GRAVAR-AUDITORIA-ACD
             MOVE BOOKACD-NUM-ACORDO   TO WS-ACD-NUM
             MOVE 'M'                  TO WS-ACD-MODO
             PERFORM 2683-VARRER-TITULOS-ACD
             PERFORM 2693-EXIBIR-ACORDO
             MOVE SPACES               TO WS-MENSAGEM
             STRING 'PROPOSTA DE ACORDO ' DELIMITED BY SIZE
                    BOOKACD-NUM-ACORDO DELIMITED BY SIZE
                    ' GRAVADA - AGUARDA APROVACAO DO MASTER'
                                       DELIMITED BY SIZE
                    INTO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
             IF WS-USUARIO-PERFIL      EQUAL 'M'
               PERFORM 2684-DECIDIR-ACORDO
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2686-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE ACORDOS       *
      *(FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)        *
      *----------------------------------------------------------------*
       2687-GRAVAR-AUDITORIA-ACD       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKACD-NUM-ACORDO     TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKACD          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKACD-ANTES TO WS-AUD-ANTES
                 MOVE BOOKACD          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' ACORDO CRUD='      DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2687-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-ACORDO      *
      *----------------------------------------------------------------*
       2688-TESTAR-FS-ARQ-ACORDO       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-ACORDO            NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-ACORDO,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO ACORDO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-ACORDO
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO ACORDO'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2688-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR OS ARQUIVOS DO ACORDO DE RENEGOCIACAO QUANDO  *
      *AINDA FECHADOS                                                  *
      *----------------------------------------------------------------*
       2689-ABRIR-ARQ-ACORDO           SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'B'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-ACD-ABERTO        EQUAL 'N'
             MOVE '6'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2689-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER O ULTIMO NUMERO EMITIDO DA SERIE DE ACORDOS -   *
      *ARQUIVO INEXISTENTE OU NUMERO ABAIXO DA FAIXA RESERVADA AOS     *
      *ACORDOS (WS-ACD-FAIXA) INICIA A SERIE NO INICIO DA FAIXA, PARA  *
      *QUE AS PARCELAS DO ACORDO NAO COLIDAM COM OS NUMEROS DE NOTA    *
      *----------------------------------------------------------------*
       2690-LER-SERIE-ACD              SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-ACD-ULTIMA
           OPEN INPUT                  ARQ-SERIE-ACD
           IF WS-FS-SERIE-ACD          EQUAL ZEROS
             READ ARQ-SERIE-ACD
             IF WS-FS-SERIE-ACD        EQUAL ZEROS
             AND FD-ARQ-SERIE-ACD      NUMERIC
               MOVE FD-ARQ-SERIE-ACD   TO WS-ACD-ULTIMA
             END-IF
             CLOSE ARQ-SERIE-ACD
           END-IF
           IF WS-ACD-ULTIMA            LESS WS-ACD-FAIXA
             MOVE WS-ACD-FAIXA         TO WS-ACD-ULTIMA
           END-IF
           .
      *----------------------------------------------------------------*
       2690-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR O ULTIMO NUMERO EMITIDO DA SERIE DE        *
      *ACORDOS                                                         *
      *----------------------------------------------------------------*
       2691-GRAVAR-SERIE-ACD           SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT                 ARQ-SERIE-ACD
           IF WS-FS-SERIE-ACD          EQUAL ZEROS
             MOVE WS-ACD-ULTIMA        TO FD-ARQ-SERIE-ACD
             WRITE FD-ARQ-SERIE-ACD
             CLOSE ARQ-SERIE-ACD
           ELSE
             DISPLAY
             'ERRO AO REGRAVAR A SERIE DE ACORDOS - FS: '
                     WS-FS-SERIE-ACD
                                       AT 2302
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           END-IF
           .
      *----------------------------------------------------------------*
       2691-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ATUALIZAR O TITULO CORRENTE DA VARREDURA 2683       *
      *(MARCAR COM O ACORDO, RENEGOCIAR OU LIBERAR) - AUDITADO. A      *
      *PARCELA DE UM ACORDO ANTERIOR LIBERADA VOLTA A APONTAR PARA O   *
      *PROPRIO ACORDO                                                  *
      *----------------------------------------------------------------*
       2692-ATUALIZAR-TITULO-ACD       SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKTIT                TO WS-BOOKTIT-ANTES
           EVALUATE WS-ACD-MODO
             WHEN 'M'
               MOVE WS-ACD-NUM         TO BOOKTIT-NUM-ACORDO
             WHEN 'R'
               MOVE 'R'                TO BOOKTIT-SITUACAO
             WHEN 'L'
               IF BOOKTIT-NUM-NOTA     GREATER WS-ACD-FAIXA
                 MOVE BOOKTIT-NUM-NOTA TO BOOKTIT-NUM-ACORDO
               ELSE
                 MOVE ZEROS            TO BOOKTIT-NUM-ACORDO
               END-IF
           END-EVALUATE
           MOVE 'A'                    TO WS-CRUD
           REWRITE BOOKTIT
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2472-TESTAR-FS-ARQ-TITULO
           IF WS-FS-TITULO             EQUAL ZEROS OR '02'
             PERFORM 2473-GRAVAR-AUDITORIA-TIT
           ELSE
             MOVE 'S'                  TO WS-ACD-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2692-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR OS DADOS DO ACORDO CORRENTE NA TELA          *
      *SS-TELA-ACORDO (VALOR DA PARCELA CALCULADO EM 2685)             *
      *----------------------------------------------------------------*
       2693-EXIBIR-ACORDO              SECTION.
      *----------------------------------------------------------------*
           IF BOOKACD-NUM-ACORDO       EQUAL ZEROS
             DISPLAY 'NOVO     '       AT 0720
           ELSE
             DISPLAY BOOKACD-NUM-ACORDO
                                       AT 0720
           END-IF
           EVALUATE BOOKACD-SITUACAO
             WHEN 'P'
               DISPLAY 'PENDENTE     ' AT 0757
             WHEN 'E'
               DISPLAY 'EFETIVADO    ' AT 0757
             WHEN 'R'
               DISPLAY 'RECUSADO     ' AT 0757
             WHEN OTHER
               DISPLAY 'EM PROPOSTA  ' AT 0757
           END-EVALUATE
           MOVE BOOKACD-QTD-TITULOS    TO WS-ACD-QTD-EDIT
           DISPLAY WS-ACD-QTD-EDIT     AT 0920
           MOVE BOOKACD-VLR-DIVIDA     TO WS-VLR-TOTAL-EDIT
           DISPLAY WS-VLR-TOTAL-EDIT   AT 0957
           IF BOOKACD-QTD-PARCELAS     GREATER ZEROS
             MOVE BOOKACD-VLR-ENTRADA  TO WS-VLR-TOTAL-EDIT
             DISPLAY WS-VLR-TOTAL-EDIT AT 1120
             MOVE BOOKACD-QTD-PARCELAS TO WS-ACD-PARC-EDIT
             DISPLAY WS-ACD-PARC-EDIT  AT 1320
             MOVE BOOKACD-TAXA-JUROS   TO WS-ACD-TAXA-EDIT
             DISPLAY WS-ACD-TAXA-EDIT  AT 1520
             DISPLAY BOOKACD-DT-PRIM-VENC
                                       AT 1731
             MOVE BOOKACD-VLR-JUROS    TO WS-VLR-TOTAL-EDIT
             DISPLAY WS-VLR-TOTAL-EDIT AT 1920
             MOVE BOOKACD-VLR-TOTAL    TO WS-VLR-TOTAL-EDIT
             DISPLAY WS-VLR-TOTAL-EDIT AT 1957
             MOVE WS-ACD-VLR-PARC      TO WS-VLR-TOTAL-EDIT
             DISPLAY WS-VLR-TOTAL-EDIT AT 2120
           END-IF
           DISPLAY BOOKACD-USUARIO-PROP
                                       AT 2157
           .
      *----------------------------------------------------------------*
       2693-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EFETIVAR O ACORDO APROVADO: CONFERE SE AS PARCELAS  *
      *MARCADAS CONTINUAM EM ABERTO COM O MESMO SALDO DA PROPOSTA,     *
      *RENEGOCIA AS ORIGINAIS (SITUACAO 'R'), GERA AS PARCELAS DO      *
      *ACORDO EM ARQ-TITULO E GRAVA A APROVACAO - VALE A TRAVA DE      *
      *PERIODO CONTABIL FECHADO                                        *
      *----------------------------------------------------------------*
       2694-EFETIVAR-ACORDO            SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKACD-NUM-ACORDO     TO WS-ACD-NUM
           MOVE 'S'                    TO WS-ACD-VALIDO
           MOVE WS-ACD-DT-HOJE (1:6)   TO WS-FEC-PERIODO
           PERFORM 2972-VERIFICAR-PERIODO
           IF WS-FEC-FECHADO           EQUAL 'S'
             MOVE 'N'                  TO WS-ACD-VALIDO
             MOVE 'PERIODO CONTABIL FECHADO - OPERACAO NAO PERMITIDA'
                                       TO WS-MENSAGEM
           ELSE
             MOVE 'V'                  TO WS-ACD-MODO
             PERFORM 2683-VARRER-TITULOS-ACD
             IF WS-ACD-QTD-TIT         NOT EQUAL BOOKACD-QTD-TITULOS
             OR WS-ACD-VLR-SOMA        NOT EQUAL BOOKACD-VLR-DIVIDA
               MOVE 'N'                TO WS-ACD-VALIDO
               MOVE 'PARCELAS ALTERADAS APOS A PROPOSTA - RECUSE'
                                       TO WS-MENSAGEM
             ELSE
               IF BOOKACD-DT-PRIM-VENC NOT GREATER WS-ACD-DT-HOJE
                 MOVE 'N'              TO WS-ACD-VALIDO
                 MOVE '1O VENCIMENTO JA PASSOU - RECUSE O ACORDO'
                                       TO WS-MENSAGEM
               END-IF
             END-IF
           END-IF

           IF WS-ACD-VALIDO            EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             DISPLAY WS-MENSAGEM       AT 2302
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           ELSE
             MOVE 'R'                  TO WS-ACD-MODO
             PERFORM 2683-VARRER-TITULOS-ACD
             MOVE BOOKCLI-COD-VEND     TO BOOKACD-COD-VEND
             PERFORM 2696-GERAR-PARCELAS-ACD
             MOVE 'E'                  TO BOOKACD-SITUACAO
             MOVE WS-USUARIO-ID        TO BOOKACD-USUARIO-APROV
             MOVE WS-ACD-DT-HOJE       TO BOOKACD-DT-DECISAO
             PERFORM 2697-REGRAVAR-ACORDO
             PERFORM 2693-EXIBIR-ACORDO
             MOVE ACU-ACD-PARCELAS     TO WS-ACD-QTD-EDIT
             MOVE SPACES               TO WS-MENSAGEM
             IF WS-ACD-FALHA           EQUAL 'N'
               STRING 'ACORDO EFETIVADO - PARCELAS GERADAS: '
                                       DELIMITED BY SIZE
                      WS-ACD-QTD-EDIT  DELIMITED BY SIZE
                      INTO WS-MENSAGEM
             ELSE
               STRING 'ACORDO EFETIVADO COM ERRO NA GRAVACAO - '
                                       DELIMITED BY SIZE
                      'VERIFIQUE A AUDITORIA'
                                       DELIMITED BY SIZE
                      INTO WS-MENSAGEM
             END-IF
             DISPLAY WS-MENSAGEM       AT 2302
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           END-IF
           .
      *----------------------------------------------------------------*
       2694-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA RECUSAR O ACORDO PENDENTE: LIBERA AS PARCELAS       *
      *MARCADAS (VOLTAM AO AGING E A COBRANCA NORMAL) E GRAVA A        *
      *RECUSA COM OPERADOR, DATA E MOTIVO                              *
      *----------------------------------------------------------------*
       2695-RECUSAR-ACORDO             SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKACD-NUM-ACORDO     TO WS-ACD-NUM
           MOVE 'L'                    TO WS-ACD-MODO
           PERFORM 2683-VARRER-TITULOS-ACD
           MOVE 'R'                    TO BOOKACD-SITUACAO
           MOVE WS-USUARIO-ID          TO BOOKACD-USUARIO-APROV
           MOVE WS-ACD-DT-HOJE         TO BOOKACD-DT-DECISAO
           PERFORM 2697-REGRAVAR-ACORDO
           PERFORM 2693-EXIBIR-ACORDO
           MOVE 'ACORDO RECUSADO - PARCELAS ORIGINAIS LIBERADAS'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           STOP ' '
           DISPLAY WS-LIMPAR-TELA      AT 2302
           .
      *----------------------------------------------------------------*
       2695-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GERAR AS PARCELAS DO ACORDO EM ARQ-TITULO (NOTA =   *
      *NUMERO DO ACORDO): ENTRADA COMO PARCELA 01 VENCENDO NA          *
      *EFETIVACAO E AS DEMAIS A CADA 30 DIAS A PARTIR DO PRIMEIRO      *
      *VENCIMENTO - A ULTIMA ABSORVE A DIFERENCA DE ARREDONDAMENTO     *
      *----------------------------------------------------------------*
       2696-GERAR-PARCELAS-ACD         SECTION.
      *----------------------------------------------------------------*
           MOVE 'I'                    TO WS-CRUD
           MOVE ZEROS                  TO WS-TIT-PARCELA
                                          ACU-ACD-PARCELAS
           PERFORM 2685-CALCULAR-ACORDO
           IF BOOKACD-VLR-ENTRADA      GREATER ZEROS
             MOVE WS-ACD-DT-HOJE       TO WS-ACD-DT-VENC
             MOVE BOOKACD-VLR-ENTRADA  TO WS-ACD-VLR-TIT
             PERFORM 2698-GRAVAR-PARCELA-ACD
           END-IF

           COMPUTE WS-ACD-INT-VENC =
                   FUNCTION INTEGER-OF-DATE (BOOKACD-DT-PRIM-VENC)
           MOVE ZEROS                  TO WS-ACD-IND
                                          WS-ACD-VLR-ACUM
           PERFORM UNTIL WS-ACD-IND    NOT LESS BOOKACD-QTD-PARCELAS
             ADD 1                     TO WS-ACD-IND
             COMPUTE WS-ACD-DT-VENC =
                     FUNCTION DATE-OF-INTEGER (WS-ACD-INT-VENC)
             IF WS-ACD-IND             EQUAL BOOKACD-QTD-PARCELAS
               COMPUTE WS-ACD-VLR-TIT =
                       WS-ACD-VLR-FINANC - WS-ACD-VLR-ACUM
             ELSE
               MOVE WS-ACD-VLR-PARC    TO WS-ACD-VLR-TIT
             END-IF
             ADD WS-ACD-VLR-TIT        TO WS-ACD-VLR-ACUM
             PERFORM 2698-GRAVAR-PARCELA-ACD
             ADD 30                    TO WS-ACD-INT-VENC
           END-PERFORM
           MOVE 'A'                    TO WS-CRUD
           .
      *----------------------------------------------------------------*
       2696-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR O ACORDO CORRENTE APOS A DECISAO (ANTES EM *
      *WS-BOOKACD-ANTES) - AUDITADO                                    *
      *----------------------------------------------------------------*
       2697-REGRAVAR-ACORDO            SECTION.
      *----------------------------------------------------------------*
           MOVE 'A'                    TO WS-CRUD
           REWRITE BOOKACD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2688-TESTAR-FS-ARQ-ACORDO
           IF WS-FS-ACORDO             EQUAL ZEROS OR '02'
             PERFORM 2687-GRAVAR-AUDITORIA-ACD
           ELSE
             MOVE 'S'                  TO WS-ACD-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2697-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA PARCELA DO ACORDO (VENCIMENTO EM         *
      *WS-ACD-DT-VENC E VALOR EM WS-ACD-VLR-TIT) - AUDITADA            *
      *----------------------------------------------------------------*
       2698-GRAVAR-PARCELA-ACD         SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-TIT-PARCELA
           MOVE BOOKACD-NUM-ACORDO     TO BOOKTIT-NUM-NOTA
           MOVE WS-TIT-PARCELA         TO BOOKTIT-NUM-PARCELA
           MOVE ZEROS                  TO BOOKTIT-NUM-PED
           MOVE BOOKACD-COD-CLI        TO BOOKTIT-COD-CLI
           MOVE BOOKACD-COD-VEND       TO BOOKTIT-COD-VEND
           MOVE WS-ACD-DT-VENC         TO BOOKTIT-DT-VENCIMENTO
           MOVE WS-ACD-VLR-TIT         TO BOOKTIT-VLR-PARCELA
           MOVE ZEROS                  TO BOOKTIT-VLR-PAGO
           MOVE ZEROS                  TO BOOKTIT-DT-PAGAMENTO
           MOVE 'A'                    TO BOOKTIT-SITUACAO
           MOVE ZEROS                  TO BOOKTIT-DT-REMESSA
           MOVE SPACES                 TO BOOKTIT-SIT-BANCO
           MOVE ZEROS                  TO BOOKTIT-ESTAGIO-COB
           MOVE ZEROS                  TO BOOKTIT-DT-ESTAGIO
           MOVE ZEROS                  TO BOOKTIT-VLR-ENCARGOS
           MOVE BOOKACD-NUM-ACORDO     TO BOOKTIT-NUM-ACORDO
           WRITE BOOKTIT
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2472-TESTAR-FS-ARQ-TITULO
           IF WS-FS-TITULO             EQUAL ZEROS OR '02'
             PERFORM 2473-GRAVAR-AUDITORIA-TIT
             ADD 1                     TO ACU-ACD-PARCELAS
           ELSE
             MOVE 'S'                  TO WS-ACD-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2698-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DE CONSULTA DE PROXIMIDADE: LISTA OS 5 VENDEDORES ATIVOS *
      *MAIS PROXIMOS DE UM CLIENTE COM DISTANCIA ORTODROMICA EM KM E   *
      *PERMITE EFETIVAR A ATRIBUICAO (AUDITADA COMO ALTERACAO)         *
      *----------------------------------------------------------------*
       2700-CONSULTAR-PROXIMIDADE      SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME O CODIGO DO CLIENTE :'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0505
           MOVE ZEROS                  TO BOOKCLI-COD-CLI
           ACCEPT BOOKCLI-COD-CLI      AT 0536
           MOVE 'S'                    TO WS-ACHOU-COD
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-COD
           END-READ

           IF WS-ACHOU-COD             EQUAL 'S'
             MOVE BOOKCLI              TO WS-BOOKCLI-ANTES
             DISPLAY BOOKCLI-RZ-SOCIAL AT 0705
             MOVE BOOKCLI-COD-VEND     TO WS-COD-VEND-EDIT
             DISPLAY 'VENDEDOR ATUAL: '
                                       AT 0805
             DISPLAY WS-COD-VEND-EDIT  AT 0821
             MOVE BOOKCLI-LATITUDE-CLI TO WS-KM-LAT1
             MOVE BOOKCLI-LONGITUDE-CLI
                                       TO WS-KM-LON1
             PERFORM 2710-MONTAR-RANKING-PROX
             IF WS-QTD-PROX            EQUAL ZEROS
               MOVE 'NENHUM VENDEDOR ATIVO COM COORDENADAS'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
             ELSE
               MOVE 1                  TO WS-IND-PROX
               PERFORM UNTIL WS-IND-PROX GREATER WS-QTD-PROX
                 MOVE WS-PROX-COD (WS-IND-PROX)
                                       TO WS-COD-VEND-EDIT
                 MOVE WS-PROX-KM (WS-IND-PROX)
                                       TO WS-KM-EDIT
                 MOVE SPACES           TO WS-MENSAGEM
                 STRING WS-COD-VEND-EDIT
                                       DELIMITED BY SIZE
                        '  '           DELIMITED BY SIZE
                        WS-PROX-NOME (WS-IND-PROX)
                                       DELIMITED BY SIZE
                        '  '           DELIMITED BY SIZE
                        WS-KM-EDIT     DELIMITED BY SIZE
                        ' KM'          DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 COMPUTE WS-POS-DISPLAY =
                         ((9 + WS-IND-PROX) * 100) + 5
                 DISPLAY WS-MENSAGEM   AT WS-POS-DISPLAY
                 ADD 1                 TO WS-IND-PROX
               END-PERFORM

               MOVE
               'INFORME O VENDEDOR PARA ATRIBUIR OU 0 PARA VOLTAR:'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               MOVE ZEROS              TO WS-PROX-ESCOLHA
               ACCEPT WS-PROX-ESCOLHA  AT 2354
               IF WS-PROX-ESCOLHA      GREATER ZEROS
                 MOVE 'N'              TO WS-PROX-ACHOU
                 MOVE 1                TO WS-IND-PROX
                 PERFORM UNTIL WS-IND-PROX GREATER WS-QTD-PROX
                   IF WS-PROX-COD (WS-IND-PROX)
                                       EQUAL WS-PROX-ESCOLHA
                     MOVE 'S'          TO WS-PROX-ACHOU
                   END-IF
                   ADD 1               TO WS-IND-PROX
                 END-PERFORM
                 IF WS-PROX-ACHOU      EQUAL 'S'
                   PERFORM 2730-EFETIVAR-ATRIBUICAO
                 ELSE
                   DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                   MOVE 'VENDEDOR NAO ESTA ENTRE OS LISTADOS'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2302
                   STOP ' '
                 END-IF
               END-IF
             END-IF
           ELSE
             MOVE 'CLIENTE NAO EXISTE NO ARQUIVO'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           .
      *----------------------------------------------------------------*
       2700-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA MONTAR O RANKING DOS 5 VENDEDORES ATIVOS MAIS       *
      *PROXIMOS DO PONTO WS-KM-LAT1/WS-KM-LON1                         *
      *----------------------------------------------------------------*
       2710-MONTAR-RANKING-PROX        SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-QTD-PROX
           INITIALIZE                  WS-TAB-PROXIMOS
           MOVE ZEROS                  TO BOOKVEN-COD-VEND
           START ARQ-VENDEDOR          KEY IS NOT LESS BOOKVEN-COD-VEND
           MOVE 'N'                    TO WS-FIM-ARQ-VEN
           IF WS-FS-VENDEDOR           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-VEN
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-VEN EQUAL 'S'
             READ ARQ-VENDEDOR
             IF WS-FS-VENDEDOR         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-VEN
             ELSE
               IF BOOKVEN-SITUACAO     NOT EQUAL 'I'
                 MOVE BOOKCLI-UF       TO WS-TER-UF-CLI
                 MOVE BOOKCLI-CEP      TO WS-TER-CEP-CLI
                 PERFORM 3237-VERIFICAR-TERRITORIO
                 IF WS-TER-COBRE       EQUAL 'S'
                   MOVE BOOKVEN-LATITUDE-VEND
                                       TO WS-KM-LAT2
                   MOVE BOOKVEN-LONGITUDE-VEND
                                       TO WS-KM-LON2
                   PERFORM 2720-CALCULAR-DISTANCIA-KM
                   PERFORM 2711-INSERIR-RANKING-PROX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2710-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA INSERIR O VENDEDOR CORRENTE NO RANKING ORDENADO     *
      *DE 5 POSICOES (APOIO DA 2710)                                   *
      *----------------------------------------------------------------*
       2711-INSERIR-RANKING-PROX       SECTION.
      *----------------------------------------------------------------*
           MOVE 1                      TO WS-IND-PROX
           PERFORM UNTIL WS-IND-PROX   GREATER WS-QTD-PROX
                         OR WS-KM-DISTANCIA
                            LESS WS-PROX-KM (WS-IND-PROX)
             ADD 1                     TO WS-IND-PROX
           END-PERFORM

           IF WS-IND-PROX              NOT GREATER 5
             IF WS-QTD-PROX            LESS 5
               ADD 1                   TO WS-QTD-PROX
             END-IF
             MOVE WS-QTD-PROX          TO WS-IND-PROX2
             PERFORM UNTIL WS-IND-PROX2 NOT GREATER WS-IND-PROX
               MOVE WS-PROX-ENT (WS-IND-PROX2 - 1)
                                       TO WS-PROX-ENT (WS-IND-PROX2)
               SUBTRACT 1              FROM WS-IND-PROX2
             END-PERFORM
             MOVE BOOKVEN-COD-VEND     TO WS-PROX-COD (WS-IND-PROX)
             MOVE BOOKVEN-NOME         TO WS-PROX-NOME (WS-IND-PROX)
             MOVE WS-KM-DISTANCIA      TO WS-PROX-KM (WS-IND-PROX)
           END-IF
           .
      *----------------------------------------------------------------*
       2711-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CALCULAR A DISTANCIA ORTODROMICA EM KM ENTRE OS     *
      *PONTOS (WS-KM-LAT1,WS-KM-LON1) E (WS-KM-LAT2,WS-KM-LON2)        *
      *FORMULA ESFERICA DOS COSSENOS COM RAIO TERRESTRE DE 6371 KM     *
      *----------------------------------------------------------------*
       2720-CALCULAR-DISTANCIA-KM      SECTION.
      *----------------------------------------------------------------*
           COMPUTE WS-KM-RAD-LAT1 = WS-KM-LAT1 * 0,017453292519943
           COMPUTE WS-KM-RAD-LAT2 = WS-KM-LAT2 * 0,017453292519943
           COMPUTE WS-KM-RAD-DLON =
                   (WS-KM-LON2 - WS-KM-LON1) * 0,017453292519943
           COMPUTE WS-KM-COSVAL ROUNDED =
                   (FUNCTION SIN (WS-KM-RAD-LAT1) *
                    FUNCTION SIN (WS-KM-RAD-LAT2)) +
                   (FUNCTION COS (WS-KM-RAD-LAT1) *
                    FUNCTION COS (WS-KM-RAD-LAT2) *
                    FUNCTION COS (WS-KM-RAD-DLON))
           IF WS-KM-COSVAL             GREATER 1
              MOVE 1                   TO WS-KM-COSVAL
           END-IF
           IF WS-KM-COSVAL             LESS -1
              MOVE -1                  TO WS-KM-COSVAL
           END-IF
           COMPUTE WS-KM-DISTANCIA ROUNDED =
                   6371 * FUNCTION ACOS (WS-KM-COSVAL)
           .
      *----------------------------------------------------------------*
       2720-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EFETIVAR A ATRIBUICAO ESCOLHIDA NA CONSULTA DE      *
      *PROXIMIDADE (REGRAVACAO CONFERIDA E AUDITADA COMO ALTERACAO)    *
      *----------------------------------------------------------------*
       2730-EFETIVAR-ATRIBUICAO        SECTION.
      *----------------------------------------------------------------*
           MOVE 'O'                    TO WS-PERM-NECESSARIA
           PERFORM 3234-VERIFICAR-PERMISSAO
           IF WS-PERM-OK               EQUAL 'S'
             MOVE 'A'                  TO WS-CRUD
             MOVE WS-PROX-ESCOLHA      TO BOOKCLI-COD-VEND
             PERFORM 2228-CONFERIR-REGRAVACAO-CLI
             IF WS-REGRAVA-OK          EQUAL 'S'
               REWRITE BOOKCLI
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
               IF WS-FS-CLIENTE        EQUAL ZEROS OR '02'
                 PERFORM 2243-GRAVAR-AUDITORIA-CLI
                 DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                 MOVE 'ATRIBUICAO GRAVADA COM SUCESSO'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2302
                 STOP ' '
               END-IF
             ELSE
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'ATRIBUICAO NAO GRAVADA'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2302
               STOP ' '
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2730-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA O RELATORIO DE CURVA ABC DE ITENS E DE CLIENTES NO  *
      *PERIODO INFORMADO (AAAAMM A AAAAMM), COMPARANDO A CLASSE DE     *
      *CADA UM COM A DO PERIODO ANTERIOR DE MESMA DURACAO              *
      *----------------------------------------------------------------*
       2740-CURVA-ABC                  SECTION.
      *----------------------------------------------------------------*
           PERFORM 2748-ABRIR-ARQ-ABC
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'C U R V A   A B C'    TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           MOVE ZEROS                  TO WS-ABC-PER-INI
                                          WS-ABC-PER-FIM
           DISPLAY SS-TELA-ABC
           ACCEPT  SS-PER-INI-ABC
           ACCEPT  SS-PER-FIM-ABC
           PERFORM 2747-DEFINIR-PERIODO-ABC

           IF WS-ABC-FALHA             EQUAL 'S'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'PERIODO INVALIDO - INFORME AAAAMM'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           ELSE
             DISPLAY WS-ABC-PER-INI    AT 0531
             DISPLAY WS-ABC-PER-FIM    AT 0731
             DISPLAY WS-ABC-PER-ANT-INI
                                       AT 0931
             DISPLAY ' A '             AT 0937
             DISPLAY WS-ABC-PER-ANT-FIM
                                       AT 0940
             MOVE 'CURVAABC'           TO WS-SPOOL-TIPO
             PERFORM 2321-ABRIR-ARQ-RELAT
             IF WS-ARQ-RELAT-ABERTO    EQUAL 'S'
               MOVE 'I'                TO WS-ABC-PASSADA
               PERFORM 2741-GERAR-CURVA-ABC
               MOVE 'C'                TO WS-ABC-PASSADA
               PERFORM 2741-GERAR-CURVA-ABC
               PERFORM 2324-FECHAR-ARQ-RELAT
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-RELATORIO
           .
      *----------------------------------------------------------------*
       2740-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA MONTAR E IMPRIMIR A CURVA DA PASSADA WS-ABC-PASSADA *
      *(I-ITENS  C-CLIENTES): CARREGA O FATURAMENTO DOS DOIS PERIODOS, *
      *CLASSIFICA O PERIODO ANTERIOR E DEPOIS O ATUAL                  *
      *----------------------------------------------------------------*
       2741-GERAR-CURVA-ABC            SECTION.
      *----------------------------------------------------------------*
           PERFORM 2742-CARREGAR-FATUR-ABC
           MOVE 'P'                    TO WS-ABC-ORDEM
           PERFORM 2744-ORDENAR-ABC
           PERFORM 2745-CLASSIFICAR-ABC
           MOVE 'A'                    TO WS-ABC-ORDEM
           PERFORM 2744-ORDENAR-ABC
           PERFORM 2745-CLASSIFICAR-ABC
           PERFORM 2746-IMPRIMIR-CURVA-ABC
           .
      *----------------------------------------------------------------*
       2741-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CARREGAR NA TABELA O FATURAMENTO DAS NOTAS NAO      *
      *CANCELADAS EMITIDAS NOS DOIS PERIODOS - ITENS PELAS LINHAS      *
      *BOOKIPD DO PEDIDO FATURADO, CLIENTES PELO VALOR DA NOTA         *
      *----------------------------------------------------------------*
       2742-CARREGAR-FATUR-ABC         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-ABC-QTD
           MOVE 'N'                    TO WS-ABC-ESTOURO
           MOVE ZEROS                  TO BOOKNOT-NUM-NOTA
           START ARQ-NOTA              KEY IS NOT LESS BOOKNOT-NUM-NOTA
           MOVE 'N'                    TO WS-ABC-FIM
           IF WS-FS-NOTA               NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-ABC-FIM
           END-IF
           PERFORM UNTIL WS-ABC-FIM    EQUAL 'S'
             READ ARQ-NOTA             NEXT RECORD
             IF WS-FS-NOTA             NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-ABC-FIM
             ELSE
               IF BOOKNOT-SITUACAO     NOT EQUAL 'C'
               AND BOOKNOT-DT-EMISSAO  NOT LESS WS-ABC-DT-ANT-INI
               AND BOOKNOT-DT-EMISSAO  NOT GREATER WS-ABC-DT-ATU-FIM
                 IF BOOKNOT-DT-EMISSAO NOT LESS WS-ABC-DT-ATU-INI
                   MOVE 'A'            TO WS-ABC-PERIODO
                 ELSE
                   MOVE 'P'            TO WS-ABC-PERIODO
                 END-IF
                 IF WS-ABC-PASSADA     EQUAL 'C'
                   MOVE BOOKNOT-COD-CLI
                                       TO WS-ABC-COD
                   MOVE BOOKNOT-VLR-TOTAL
                                       TO WS-ABC-VALOR
                   PERFORM 2743-ACUMULAR-ABC
                 ELSE
                   MOVE BOOKNOT-NUM-PED
                                       TO BOOKIPD-NUM-PED
                   MOVE ZEROS          TO BOOKIPD-NUM-LINHA
                   START ARQ-ITEM-PED  KEY IS NOT LESS BOOKIPD-CHAVE
                   MOVE 'N'            TO WS-FIM-ARQ-IPD
                   IF WS-FS-ITEM-PED   NOT EQUAL ZEROS
                     MOVE 'S'          TO WS-FIM-ARQ-IPD
                   END-IF
                   PERFORM UNTIL WS-FIM-ARQ-IPD EQUAL 'S'
                     READ ARQ-ITEM-PED NEXT RECORD
                     IF WS-FS-ITEM-PED NOT EQUAL ZEROS
                     OR BOOKIPD-NUM-PED NOT EQUAL BOOKNOT-NUM-PED
                       MOVE 'S'        TO WS-FIM-ARQ-IPD
                     ELSE
                       MOVE BOOKIPD-COD-ITEM
                                       TO WS-ABC-COD
                       MOVE BOOKIPD-VLR-LINHA
                                       TO WS-ABC-VALOR
                       PERFORM 2743-ACUMULAR-ABC
                     END-IF
                   END-PERFORM
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2742-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA SOMAR WS-ABC-VALOR AO CODIGO WS-ABC-COD NO PERIODO  *
      *WS-ABC-PERIODO (A-ATUAL  P-ANTERIOR) - DURANTE A CARGA A TABELA *
      *FICA EM ORDEM DE CODIGO E A LOCALIZACAO E POR PESQUISA BINARIA  *
      *----------------------------------------------------------------*
       2743-ACUMULAR-ABC               SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-ABC-ACHOU
           MOVE 1                      TO WS-ABC-BAIXO
           MOVE WS-ABC-QTD             TO WS-ABC-ALTO
           PERFORM UNTIL WS-ABC-ACHOU  EQUAL 'S'
                      OR WS-ABC-BAIXO  GREATER WS-ABC-ALTO
             COMPUTE WS-ABC-MEIO = (WS-ABC-BAIXO + WS-ABC-ALTO) / 2
             EVALUATE TRUE
               WHEN WS-ABC-E-COD (WS-ABC-MEIO) EQUAL WS-ABC-COD
                 MOVE 'S'              TO WS-ABC-ACHOU
                 MOVE WS-ABC-MEIO      TO WS-ABC-IND
               WHEN WS-ABC-E-COD (WS-ABC-MEIO) LESS WS-ABC-COD
                 COMPUTE WS-ABC-BAIXO = WS-ABC-MEIO + 1
               WHEN OTHER
                 IF WS-ABC-MEIO        EQUAL 1
                   MOVE ZEROS          TO WS-ABC-ALTO
                 ELSE
                   COMPUTE WS-ABC-ALTO = WS-ABC-MEIO - 1
                 END-IF
             END-EVALUATE
           END-PERFORM

           IF WS-ABC-ACHOU             EQUAL 'N'
             IF WS-ABC-QTD             NOT LESS 2000
               MOVE 'S'                TO WS-ABC-ESTOURO
             ELSE
               MOVE WS-ABC-BAIXO       TO WS-ABC-IND
               MOVE WS-ABC-QTD         TO WS-ABC-IND2
               PERFORM UNTIL WS-ABC-IND2 LESS WS-ABC-IND
                 MOVE WS-TAB-ABC (WS-ABC-IND2)
                                       TO WS-TAB-ABC (WS-ABC-IND2 + 1)
                 SUBTRACT 1            FROM WS-ABC-IND2
               END-PERFORM
               MOVE WS-ABC-COD         TO WS-ABC-E-COD (WS-ABC-IND)
               MOVE ZEROS              TO WS-ABC-E-VLR-ATU (WS-ABC-IND)
                                          WS-ABC-E-VLR-ANT (WS-ABC-IND)
               MOVE SPACES             TO WS-ABC-E-CLASSE-ATU
                                          (WS-ABC-IND)
                                          WS-ABC-E-CLASSE-ANT
                                          (WS-ABC-IND)
               ADD 1                   TO WS-ABC-QTD
               MOVE 'S'                TO WS-ABC-ACHOU
             END-IF
           END-IF

           IF WS-ABC-ACHOU             EQUAL 'S'
             IF WS-ABC-PERIODO         EQUAL 'A'
               ADD WS-ABC-VALOR        TO WS-ABC-E-VLR-ATU (WS-ABC-IND)
             ELSE
               ADD WS-ABC-VALOR        TO WS-ABC-E-VLR-ANT (WS-ABC-IND)
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2743-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ORDENAR A TABELA POR FATURAMENTO DECRESCENTE DO     *
      *PERIODO WS-ABC-ORDEM (A-ATUAL  P-ANTERIOR), EMPATE POR CODIGO   *
      *(ORDENACAO POR INSERCAO)                                        *
      *----------------------------------------------------------------*
       2744-ORDENAR-ABC                SECTION.
      *----------------------------------------------------------------*
           MOVE 2                      TO WS-ABC-IND
           PERFORM UNTIL WS-ABC-IND    GREATER WS-ABC-QTD
             MOVE WS-TAB-ABC (WS-ABC-IND)
                                       TO WS-ABC-ENTRADA
             MOVE WS-ABC-IND           TO WS-ABC-IND2
             MOVE 'S'                  TO WS-ABC-TROCA
             PERFORM UNTIL WS-ABC-TROCA EQUAL 'N'
               IF WS-ABC-IND2          EQUAL 1
                 MOVE 'N'              TO WS-ABC-TROCA
               ELSE
                 MOVE 'N'              TO WS-ABC-TROCA
                 IF WS-ABC-ORDEM       EQUAL 'A'
                   IF WS-ABC-E-VLR-ATU (WS-ABC-IND2 - 1)
                                       LESS WS-ABC-W-VLR-ATU
                   OR (WS-ABC-E-VLR-ATU (WS-ABC-IND2 - 1)
                                       EQUAL WS-ABC-W-VLR-ATU
                   AND WS-ABC-E-COD (WS-ABC-IND2 - 1)
                                       GREATER WS-ABC-W-COD)
                     MOVE 'S'          TO WS-ABC-TROCA
                   END-IF
                 ELSE
                   IF WS-ABC-E-VLR-ANT (WS-ABC-IND2 - 1)
                                       LESS WS-ABC-W-VLR-ANT
                   OR (WS-ABC-E-VLR-ANT (WS-ABC-IND2 - 1)
                                       EQUAL WS-ABC-W-VLR-ANT
                   AND WS-ABC-E-COD (WS-ABC-IND2 - 1)
                                       GREATER WS-ABC-W-COD)
                     MOVE 'S'          TO WS-ABC-TROCA
                   END-IF
                 END-IF
                 IF WS-ABC-TROCA       EQUAL 'S'
                   MOVE WS-TAB-ABC (WS-ABC-IND2 - 1)
                                       TO WS-TAB-ABC (WS-ABC-IND2)
                   SUBTRACT 1          FROM WS-ABC-IND2
                 END-IF
               END-IF
             END-PERFORM
             MOVE WS-ABC-ENTRADA       TO WS-TAB-ABC (WS-ABC-IND2)
             ADD 1                     TO WS-ABC-IND
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2744-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ATRIBUIR A CLASSE DO PERIODO WS-ABC-ORDEM NA TABELA *
      *JA ORDENADA: A ENQUANTO O ACUMULADO ANTERIOR AO CODIGO FOR      *
      *MENOR QUE WS-ABC-LIM-A %, B ATE WS-ABC-LIM-B %, C O RESTANTE E  *
      *- PARA QUEM NAO FATUROU NO PERIODO                              *
      *----------------------------------------------------------------*
       2745-CLASSIFICAR-ABC            SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-ABC-TOTAL
                                          WS-ABC-ACUM
           MOVE 1                      TO WS-ABC-IND
           PERFORM UNTIL WS-ABC-IND    GREATER WS-ABC-QTD
             IF WS-ABC-ORDEM           EQUAL 'A'
               ADD WS-ABC-E-VLR-ATU (WS-ABC-IND) TO WS-ABC-TOTAL
             ELSE
               ADD WS-ABC-E-VLR-ANT (WS-ABC-IND) TO WS-ABC-TOTAL
             END-IF
             ADD 1                     TO WS-ABC-IND
           END-PERFORM

           MOVE 1                      TO WS-ABC-IND
           PERFORM UNTIL WS-ABC-IND    GREATER WS-ABC-QTD
             IF WS-ABC-ORDEM           EQUAL 'A'
               MOVE WS-ABC-E-VLR-ATU (WS-ABC-IND) TO WS-ABC-VALOR
             ELSE
               MOVE WS-ABC-E-VLR-ANT (WS-ABC-IND) TO WS-ABC-VALOR
             END-IF
             IF WS-ABC-VALOR           EQUAL ZEROS
               MOVE '-'                TO WS-ABC-CLASSE
             ELSE
               COMPUTE WS-ABC-PCT-ANTES =
                       (WS-ABC-ACUM * 100) / WS-ABC-TOTAL
               EVALUATE TRUE
                 WHEN WS-ABC-PCT-ANTES LESS WS-ABC-LIM-A
                   MOVE 'A'            TO WS-ABC-CLASSE
                 WHEN WS-ABC-PCT-ANTES LESS WS-ABC-LIM-B
                   MOVE 'B'            TO WS-ABC-CLASSE
                 WHEN OTHER
                   MOVE 'C'            TO WS-ABC-CLASSE
               END-EVALUATE
               ADD WS-ABC-VALOR        TO WS-ABC-ACUM
             END-IF
             IF WS-ABC-ORDEM           EQUAL 'A'
               MOVE WS-ABC-CLASSE      TO WS-ABC-E-CLASSE-ATU
                                          (WS-ABC-IND)
             ELSE
               MOVE WS-ABC-CLASSE      TO WS-ABC-E-CLASSE-ANT
                                          (WS-ABC-IND)
             END-IF
             ADD 1                     TO WS-ABC-IND
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2745-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA IMPRIMIR A CURVA DA PASSADA CORRENTE JA ORDENADA    *
      *PELO PERIODO ATUAL: POSICAO, VALOR, % E % ACUMULADO, CLASSE     *
      *ATUAL E ANTERIOR E A MUDANCA (SUBIU/CAIU/NOVO/SEM VENDA), COM   *
      *RESUMO POR CLASSE NO FINAL                                      *
      *----------------------------------------------------------------*
       2746-IMPRIMIR-CURVA-ABC         SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-TITULO-RELAT
           IF WS-ABC-PASSADA           EQUAL 'I'
             STRING 'CURVA ABC DE ITENS '
                                       DELIMITED BY SIZE
                    WS-ABC-PER-INI     DELIMITED BY SIZE
                    ' A '              DELIMITED BY SIZE
                    WS-ABC-PER-FIM     DELIMITED BY SIZE
                    INTO WS-TITULO-RELAT
           ELSE
             STRING 'CURVA ABC DE CLIENTES '
                                       DELIMITED BY SIZE
                    WS-ABC-PER-INI     DELIMITED BY SIZE
                    ' A '              DELIMITED BY SIZE
                    WS-ABC-PER-FIM     DELIMITED BY SIZE
                    INTO WS-TITULO-RELAT
           END-IF
           MOVE 99                     TO WS-LINHAS-PAGINA
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PERIODO ANTERIOR: ' DELIMITED BY SIZE
                  WS-ABC-PER-ANT-INI   DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WS-ABC-PER-ANT-FIM   DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'POS.  CODIGO DESCRICAO           '
                                       DELIMITED BY SIZE
                  '        FATURAMENTO      %  ACUM% '
                                       DELIMITED BY SIZE
                  'AT AN'              DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES

           MOVE ZEROS                  TO WS-ABC-ACUM
           MOVE 1                      TO WS-ABC-IND
           PERFORM UNTIL WS-ABC-IND    GREATER 3
             MOVE ZEROS                TO WS-ABC-QTD-CLASSE (WS-ABC-IND)
                                          WS-ABC-VLR-CLASSE (WS-ABC-IND)
             ADD 1                     TO WS-ABC-IND
           END-PERFORM

           MOVE 1                      TO WS-ABC-IND
           PERFORM UNTIL WS-ABC-IND    GREATER WS-ABC-QTD
             MOVE WS-ABC-E-COD (WS-ABC-IND) TO WS-ABC-COD
             IF WS-ABC-PASSADA         EQUAL 'I'
               MOVE WS-ABC-COD         TO BOOKITM-COD-ITEM
               READ ARQ-ITEM           KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
                  MOVE SPACES          TO BOOKITM-DESCRICAO
               END-READ
               MOVE BOOKITM-DESCRICAO  TO WS-ABC-DESCRICAO
             ELSE
               MOVE WS-ABC-COD         TO BOOKCLI-COD-CLI
               READ ARQ-CLIENTE        KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                  MOVE SPACES          TO BOOKCLI-RZ-SOCIAL
               END-READ
               MOVE BOOKCLI-RZ-SOCIAL  TO WS-ABC-DESCRICAO
             END-IF

             MOVE ZEROS                TO WS-ABC-PCT
             IF WS-ABC-TOTAL           GREATER ZEROS
               ADD WS-ABC-E-VLR-ATU (WS-ABC-IND) TO WS-ABC-ACUM
               COMPUTE WS-ABC-PCT ROUNDED =
                       (WS-ABC-E-VLR-ATU (WS-ABC-IND) * 100)
                       / WS-ABC-TOTAL
               COMPUTE WS-ABC-PCT-ACUM ROUNDED =
                       (WS-ABC-ACUM * 100) / WS-ABC-TOTAL
             END-IF

             EVALUATE TRUE
               WHEN WS-ABC-E-CLASSE-ATU (WS-ABC-IND) EQUAL '-'
                 MOVE 'SEM VENDA'      TO WS-ABC-MOVIMENTO
               WHEN WS-ABC-E-CLASSE-ANT (WS-ABC-IND) EQUAL '-'
                 MOVE 'NOVO'           TO WS-ABC-MOVIMENTO
               WHEN WS-ABC-E-CLASSE-ATU (WS-ABC-IND)
                                       LESS
                    WS-ABC-E-CLASSE-ANT (WS-ABC-IND)
                 MOVE 'SUBIU'          TO WS-ABC-MOVIMENTO
               WHEN WS-ABC-E-CLASSE-ATU (WS-ABC-IND)
                                       GREATER
                    WS-ABC-E-CLASSE-ANT (WS-ABC-IND)
                 MOVE 'CAIU'           TO WS-ABC-MOVIMENTO
               WHEN OTHER
                 MOVE SPACES           TO WS-ABC-MOVIMENTO
             END-EVALUATE

             EVALUATE WS-ABC-E-CLASSE-ATU (WS-ABC-IND)
               WHEN 'A'
                 MOVE 1                TO WS-ABC-IND2
               WHEN 'B'
                 MOVE 2                TO WS-ABC-IND2
               WHEN 'C'
                 MOVE 3                TO WS-ABC-IND2
               WHEN OTHER
                 MOVE ZEROS            TO WS-ABC-IND2
             END-EVALUATE
             IF WS-ABC-IND2            GREATER ZEROS
               ADD 1                   TO WS-ABC-QTD-CLASSE
                                          (WS-ABC-IND2)
               ADD WS-ABC-E-VLR-ATU (WS-ABC-IND)
                                       TO WS-ABC-VLR-CLASSE
                                          (WS-ABC-IND2)
             END-IF

             MOVE WS-ABC-IND           TO WS-ABC-RANK-EDIT
             MOVE WS-ABC-COD           TO WS-ABC-COD-EDIT
             MOVE WS-ABC-E-VLR-ATU (WS-ABC-IND) TO WS-ABC-VLR-EDIT
             MOVE WS-ABC-PCT           TO WS-ABC-PCT-EDIT
             MOVE WS-ABC-PCT-ACUM      TO WS-ABC-ACUM-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING WS-ABC-RANK-EDIT   DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-ABC-COD-EDIT    DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-ABC-DESCRICAO   DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-ABC-VLR-EDIT    DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-ABC-PCT-EDIT    DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-ABC-ACUM-EDIT   DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-ABC-E-CLASSE-ATU (WS-ABC-IND)
                                       DELIMITED BY SIZE
                    '  '               DELIMITED BY SIZE
                    WS-ABC-E-CLASSE-ANT (WS-ABC-IND)
                                       DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-ABC-MOVIMENTO   DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             ADD 1                     TO WS-ABC-IND
           END-PERFORM

           IF WS-ABC-ESTOURO           EQUAL 'S'
             MOVE '*** LIMITE DE 2000 CODIGOS - CURVA PARCIAL ***'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
           END-IF
           MOVE SPACES                 TO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE 1                      TO WS-ABC-IND
           PERFORM UNTIL WS-ABC-IND    GREATER 3
             MOVE WS-ABC-QTD-CLASSE (WS-ABC-IND) TO WS-ABC-QTD-EDIT
             MOVE WS-ABC-VLR-CLASSE (WS-ABC-IND) TO WS-ABC-VLR-EDIT
             EVALUATE WS-ABC-IND
               WHEN 1
                 MOVE 'A'              TO WS-ABC-CLASSE
               WHEN 2
                 MOVE 'B'              TO WS-ABC-CLASSE
               WHEN OTHER
                 MOVE 'C'              TO WS-ABC-CLASSE
             END-EVALUATE
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'CLASSE '          DELIMITED BY SIZE
                    WS-ABC-CLASSE      DELIMITED BY SIZE
                    ': '               DELIMITED BY SIZE
                    WS-ABC-QTD-EDIT    DELIMITED BY SIZE
                    ' CODIGOS  FATURAMENTO '
                                       DELIMITED BY SIZE
                    WS-ABC-VLR-EDIT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             ADD 1                     TO WS-ABC-IND
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2746-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VALIDAR O PERIODO DA CURVA ABC E CALCULAR O PERIODO *
      *ANTERIOR DE MESMA QUANTIDADE DE MESES - PERIODO FINAL EM BRANCO *
      *ASSUME O MES ANTERIOR AO ATUAL E INICIAL EM BRANCO O FINAL      *
      *(WS-ABC-FALHA = 'S' QUANDO INVALIDO)                            *
      *----------------------------------------------------------------*
       2747-DEFINIR-PERIODO-ABC        SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-ABC-FALHA
           IF WS-ABC-PER-FIM           EQUAL ZEROS
             MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO WS-ABC-PER-FIM
             IF WS-ABC-MES-FIM         EQUAL 1
               MOVE 12                 TO WS-ABC-MES-FIM
               SUBTRACT 1              FROM WS-ABC-ANO-FIM
             ELSE
               SUBTRACT 1              FROM WS-ABC-MES-FIM
             END-IF
           END-IF
           IF WS-ABC-PER-INI           EQUAL ZEROS
             MOVE WS-ABC-PER-FIM       TO WS-ABC-PER-INI
           END-IF

           IF WS-ABC-MES-INI           LESS 1
           OR WS-ABC-MES-INI           GREATER 12
           OR WS-ABC-MES-FIM           LESS 1
           OR WS-ABC-MES-FIM           GREATER 12
           OR WS-ABC-ANO-INI           LESS 1601
           OR WS-ABC-PER-FIM           LESS WS-ABC-PER-INI
             MOVE 'S'                  TO WS-ABC-FALHA
           ELSE
             COMPUTE WS-ABC-IDX-INI = (WS-ABC-ANO-INI * 12)
                                    + WS-ABC-MES-INI - 1
             COMPUTE WS-ABC-IDX-FIM = (WS-ABC-ANO-FIM * 12)
                                    + WS-ABC-MES-FIM - 1
             COMPUTE WS-ABC-QTD-MESES = WS-ABC-IDX-FIM
                                      - WS-ABC-IDX-INI + 1

             COMPUTE WS-ABC-IDX-AUX = WS-ABC-IDX-INI - 1
             DIVIDE WS-ABC-IDX-AUX     BY 12
                                       GIVING WS-ABC-ANO-AUX
                                       REMAINDER WS-ABC-RESTO
             COMPUTE WS-ABC-MES-AUX = WS-ABC-RESTO + 1
             MOVE WS-ABC-PER-AUX       TO WS-ABC-PER-ANT-FIM

             COMPUTE WS-ABC-IDX-AUX = WS-ABC-IDX-INI
                                    - WS-ABC-QTD-MESES
             DIVIDE WS-ABC-IDX-AUX     BY 12
                                       GIVING WS-ABC-ANO-AUX
                                       REMAINDER WS-ABC-RESTO
             COMPUTE WS-ABC-MES-AUX = WS-ABC-RESTO + 1
             MOVE WS-ABC-PER-AUX       TO WS-ABC-PER-ANT-INI

             COMPUTE WS-ABC-DT-ANT-INI = WS-ABC-PER-ANT-INI * 100 + 1
             COMPUTE WS-ABC-DT-ATU-INI = WS-ABC-PER-INI * 100 + 1
             COMPUTE WS-ABC-DT-ATU-FIM = WS-ABC-PER-FIM * 100 + 31
           END-IF
           .
      *----------------------------------------------------------------*
       2747-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR OS ARQUIVOS LIDOS PELA CURVA ABC QUANDO AINDA *
      *FECHADOS                                                        *
      *----------------------------------------------------------------*
       2748-ABRIR-ARQ-ABC              SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-ITM-ABERTO        EQUAL 'N'
             MOVE 'M'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-IPD-ABERTO        EQUAL 'N'
             MOVE 'D'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-NOT-ABERTO        EQUAL 'N'
             MOVE 'N'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2748-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DE TRANSFERENCIA DE CARTEIRA ENTRE VENDEDORES (USUARIO   *
      *MASTER): TODA A CARTEIRA DO VENDEDOR DE ORIGEM OU PARTE DELA    *
      *(UF, FAIXA DE CEP OU LISTA DE CLIENTES), DEFINITIVA OU COMO     *
      *COBERTURA TEMPORARIA COM DATA DE RETORNO, LEVANDO OU NAO OS     *
      *PEDIDOS EM ABERTO E OS TITULOS EM ABERTO DOS CLIENTES - DATA    *
      *EFETIVA FUTURA FICA PENDENTE PARA O CICLO NOTURNO (2765)        *
      *----------------------------------------------------------------*
       2760-TRANSFERIR-CARTEIRA        SECTION.
      *----------------------------------------------------------------*
           PERFORM 2772-ABRIR-ARQ-TRANSF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'T R A N S F E R I R   C A R T E I R A'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           INITIALIZE                  WS-AREA-TRANSF
           MOVE 'N'                    TO WS-TRF-FALHA
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-TRF-DT-HOJE
           DISPLAY SS-TELA-TRANSF

           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
           OR WS-ARQ-VEN-ABERTO        EQUAL 'N'
           OR WS-ARQ-PED-ABERTO        EQUAL 'N'
           OR WS-ARQ-TIT-ABERTO        EQUAL 'N'
           OR WS-ARQ-TRF-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-TRF-FALHA
             MOVE 'ERRO NA ABERTURA DOS ARQUIVOS'
                                       TO WS-MENSAGEM
           END-IF

           IF WS-TRF-FALHA             EQUAL 'N'
             ACCEPT SS-VEND-ORIGEM-TRF
             MOVE WS-TRF-VEND-ORIGEM   TO BOOKVEN-COD-VEND
             READ ARQ-VENDEDOR         KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                MOVE 'S'               TO WS-TRF-FALHA
                MOVE 'VENDEDOR DE ORIGEM NAO CADASTRADO'
                                       TO WS-MENSAGEM
             END-READ
             IF WS-TRF-FALHA           EQUAL 'N'
               DISPLAY BOOKVEN-NOME (1:30)
                                       AT 0531
             END-IF
           END-IF

           IF WS-TRF-FALHA             EQUAL 'N'
             ACCEPT SS-VEND-DESTINO-TRF
             MOVE WS-TRF-VEND-DESTINO  TO BOOKVEN-COD-VEND
             READ ARQ-VENDEDOR         KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                MOVE 'S'               TO WS-TRF-FALHA
                MOVE 'VENDEDOR DE DESTINO NAO CADASTRADO'
                                       TO WS-MENSAGEM
             END-READ
             IF WS-TRF-FALHA           EQUAL 'N'
               EVALUATE TRUE
                 WHEN BOOKVEN-SITUACAO EQUAL 'I'
                   MOVE 'S'            TO WS-TRF-FALHA
                   MOVE 'VENDEDOR DE DESTINO INATIVO'
                                       TO WS-MENSAGEM
                 WHEN WS-TRF-VEND-DESTINO
                                       EQUAL WS-TRF-VEND-ORIGEM
                   MOVE 'S'            TO WS-TRF-FALHA
                   MOVE 'ORIGEM E DESTINO DEVEM SER DIFERENTES'
                                       TO WS-MENSAGEM
                 WHEN OTHER
                   DISPLAY BOOKVEN-NOME (1:30)
                                       AT 0631
               END-EVALUATE
             END-IF
           END-IF

           IF WS-TRF-FALHA             EQUAL 'N'
             PERFORM UNTIL WS-TRF-TIPO EQUAL 'D' OR 'T'
               ACCEPT WS-TRF-TIPO      UPPER AT 0826
             END-PERFORM
             ACCEPT SS-DT-EFETIVA-TRF
             IF WS-TRF-DT-EFETIVA      EQUAL ZEROS
               MOVE WS-TRF-DT-HOJE     TO WS-TRF-DT-EFETIVA
               DISPLAY WS-TRF-DT-EFETIVA
                                       AT 0926
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-TRF-DT-EFETIVA)
                                       NOT EQUAL ZEROS
             OR WS-TRF-DT-EFETIVA      LESS WS-TRF-DT-HOJE
               MOVE 'S'                TO WS-TRF-FALHA
               MOVE 'DATA EFETIVA INVALIDA OU ANTERIOR A HOJE'
                                       TO WS-MENSAGEM
             END-IF
           END-IF

           IF WS-TRF-FALHA             EQUAL 'N'
           AND WS-TRF-TIPO             EQUAL 'T'
             ACCEPT SS-DT-RETORNO-TRF
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-TRF-DT-RETORNO)
                                       NOT EQUAL ZEROS
             OR WS-TRF-DT-RETORNO      NOT GREATER WS-TRF-DT-EFETIVA
               MOVE 'S'                TO WS-TRF-FALHA
               MOVE 'DATA DE RETORNO DEVE SER POSTERIOR A DATA EFETIVA'
                                       TO WS-MENSAGEM
             END-IF
           END-IF

           IF WS-TRF-FALHA             EQUAL 'N'
             PERFORM UNTIL WS-TRF-SELECAO
                                       EQUAL 'T' OR 'U' OR 'C' OR 'L'
               ACCEPT WS-TRF-SELECAO   UPPER AT 1226
             END-PERFORM
             EVALUATE WS-TRF-SELECAO
               WHEN 'U'
                 ACCEPT WS-TRF-UF      UPPER AT 1326
                 MOVE WS-TRF-UF        TO WS-UF-TESTE
                 PERFORM 3232-VALIDAR-UF
                 IF WS-UF-VALIDO       EQUAL 'N'
                   MOVE 'S'            TO WS-TRF-FALHA
                   MOVE 'UF INVALIDA'  TO WS-MENSAGEM
                 END-IF
               WHEN 'C'
                 ACCEPT SS-CEP-INI-TRF
                 ACCEPT SS-CEP-FIM-TRF
                 IF WS-TRF-CEP-FIM     EQUAL ZEROS
                   MOVE WS-TRF-CEP-INI TO WS-TRF-CEP-FIM
                 END-IF
                 IF WS-TRF-CEP-FIM     LESS WS-TRF-CEP-INI
                   MOVE 'S'            TO WS-TRF-FALHA
                   MOVE 'FAIXA DE CEP INVALIDA'
                                       TO WS-MENSAGEM
                 END-IF
               WHEN 'L'
                 PERFORM 2771-ACEITAR-LISTA-TRF
                 IF WS-TRF-QTD-LISTA   EQUAL ZEROS
                   MOVE 'S'            TO WS-TRF-FALHA
                   MOVE 'NENHUM CLIENTE INFORMADO NA LISTA'
                                       TO WS-MENSAGEM
                 END-IF
             END-EVALUATE
           END-IF

           IF WS-TRF-FALHA             EQUAL 'N'
             PERFORM UNTIL WS-TRF-LEVA-PEDIDOS EQUAL 'S' OR 'N'
               ACCEPT WS-TRF-LEVA-PEDIDOS
                                       UPPER AT 1826
             END-PERFORM
             PERFORM UNTIL WS-TRF-LEVA-TITULOS EQUAL 'S' OR 'N'
               ACCEPT WS-TRF-LEVA-TITULOS
                                       UPPER AT 1926
             END-PERFORM

             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'CONFIRMA A TRANSFERENCIA (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-TRF-CONFIRMA
             PERFORM UNTIL WS-TRF-CONFIRMA EQUAL 'S' OR 'N'
               ACCEPT WS-TRF-CONFIRMA  UPPER AT 2344
             END-PERFORM
             DISPLAY WS-LIMPAR-TELA    AT 2302

             IF WS-TRF-CONFIRMA        EQUAL 'S'
               MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-TRF-LOTE
               MOVE 'TRANSF'           TO WS-SPOOL-TIPO
               PERFORM 2321-ABRIR-ARQ-RELAT
               IF WS-ARQ-RELAT-ABERTO  EQUAL 'S'
                 MOVE SPACES           TO WS-TITULO-RELAT
                 STRING 'TRANSFERENCIA DE CARTEIRA - LOTE '
                                       DELIMITED BY SIZE
                        WS-TRF-LOTE    DELIMITED BY SIZE
                        INTO WS-TITULO-RELAT
                 PERFORM 2773-GRAVAR-CABECALHO-TRF
                 PERFORM 2761-SELECIONAR-CLIENTES-TRF
                 PERFORM 2774-GRAVAR-TOTAIS-TRF
                 PERFORM 2324-FECHAR-ARQ-RELAT
               END-IF
             END-IF
           ELSE
             DISPLAY WS-LIMPAR-TELA    AT 2302
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-MANUTENCAO
           .
      *----------------------------------------------------------------*
       2760-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA SELECIONAR OS CLIENTES ATIVOS DA CARTEIRA DE ORIGEM *
      *QUE ATENDEM AO CRITERIO INFORMADO E REGISTRAR A TRANSFERENCIA   *
      *DE CADA UM (LISTA = SO OS CODIGOS INFORMADOS)                   *
      *----------------------------------------------------------------*
       2761-SELECIONAR-CLIENTES-TRF    SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-TRF-CLIENTES
                                          ACU-TRF-PENDENTES
                                          ACU-TRF-EFETIVADAS
                                          ACU-TRF-REVERTIDAS
                                          ACU-TRF-NAO-APLIC
                                          ACU-TRF-PEDIDOS
                                          ACU-TRF-TITULOS
           IF WS-TRF-SELECAO           EQUAL 'L'
             MOVE 1                    TO WS-TRF-IND
             PERFORM UNTIL WS-TRF-IND  GREATER WS-TRF-QTD-LISTA
               MOVE WS-TRF-LISTA (WS-TRF-IND)
                                       TO BOOKCLI-COD-CLI
               MOVE 'S'                TO WS-TRF-SELECIONADO
               READ ARQ-CLIENTE        KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                  MOVE 'N'             TO WS-TRF-SELECIONADO
               END-READ
               IF WS-TRF-SELECIONADO   EQUAL 'S'
               AND BOOKCLI-COD-VEND    EQUAL WS-TRF-VEND-ORIGEM
               AND BOOKCLI-SITUACAO    NOT EQUAL 'I'
                 PERFORM 2763-REGISTRAR-TRANSF-CLI
               END-IF
               ADD 1                   TO WS-TRF-IND
             END-PERFORM
           ELSE
             MOVE ZEROS                TO BOOKCLI-COD-CLI
             START ARQ-CLIENTE         KEY IS NOT LESS BOOKCLI-COD-CLI
             MOVE 'N'                  TO WS-FIM-ARQ-CLI
             IF WS-FS-CLIENTE          NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-CLI
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-CLI EQUAL 'S'
               READ ARQ-CLIENTE        NEXT RECORD
               IF WS-FS-CLIENTE        NOT EQUAL ZEROS AND '02'
                 MOVE 'S'              TO WS-FIM-ARQ-CLI
               ELSE
                 IF BOOKCLI-COD-VEND   EQUAL WS-TRF-VEND-ORIGEM
                 AND BOOKCLI-SITUACAO  NOT EQUAL 'I'
                   PERFORM 2762-TESTAR-FILTRO-TRF
                   IF WS-TRF-SELECIONADO EQUAL 'S'
                     PERFORM 2763-REGISTRAR-TRANSF-CLI
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
       2761-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA TESTAR SE O CLIENTE CORRENTE ATENDE AO CRITERIO DE  *
      *SELECAO DA TRANSFERENCIA (T-TODOS  U-UF  C-FAIXA DE CEP)        *
      *----------------------------------------------------------------*
       2762-TESTAR-FILTRO-TRF          SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-TRF-SELECIONADO
           EVALUATE WS-TRF-SELECAO
             WHEN 'T'
               MOVE 'S'                TO WS-TRF-SELECIONADO
             WHEN 'U'
               IF BOOKCLI-UF           EQUAL WS-TRF-UF
                 MOVE 'S'              TO WS-TRF-SELECIONADO
               END-IF
             WHEN 'C'
               IF BOOKCLI-CEP          NOT LESS WS-TRF-CEP-INI
               AND BOOKCLI-CEP         NOT GREATER WS-TRF-CEP-FIM
                 MOVE 'S'              TO WS-TRF-SELECIONADO
               END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       2762-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGISTRAR EM ARQ-TRANSF A TRANSFERENCIA DO CLIENTE  *
      *CORRENTE (AUDITADA): ENCERRA A TRANSFERENCIA PENDENTE OU A      *
      *COBERTURA ANTERIOR DO CLIENTE E, COM DATA EFETIVA ATE HOJE,     *
      *JA APLICA A MUDANCA DE VENDEDOR                                 *
      *----------------------------------------------------------------*
       2763-REGISTRAR-TRANSF-CLI       SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKCLI-COD-CLI        TO WS-TRF-COD-CLI
           PERFORM 2768-ENCERRAR-TRANSF-ANTERIOR

           INITIALIZE                  BOOKTRF
           MOVE WS-TRF-COD-CLI         TO BOOKTRF-COD-CLI
           MOVE WS-TRF-LOTE            TO BOOKTRF-LOTE
           MOVE WS-TRF-TIPO            TO BOOKTRF-TIPO
           MOVE WS-TRF-VEND-ORIGEM     TO BOOKTRF-VEND-ORIGEM
           MOVE WS-TRF-VEND-DESTINO    TO BOOKTRF-VEND-DESTINO
           MOVE WS-TRF-DT-EFETIVA      TO BOOKTRF-DT-EFETIVA
           MOVE WS-TRF-DT-RETORNO      TO BOOKTRF-DT-RETORNO
           MOVE WS-TRF-LEVA-PEDIDOS    TO BOOKTRF-LEVA-PEDIDOS
           MOVE WS-TRF-LEVA-TITULOS    TO BOOKTRF-LEVA-TITULOS
           MOVE WS-USUARIO-ID          TO BOOKTRF-USUARIO

           MOVE WS-TRF-VEND-ORIGEM     TO WS-TRF-MOVER-DE
           MOVE WS-TRF-VEND-DESTINO    TO WS-TRF-MOVER-PARA
           MOVE WS-TRF-LEVA-PEDIDOS    TO WS-TRF-MOVER-PED
           MOVE WS-TRF-LEVA-TITULOS    TO WS-TRF-MOVER-TIT
           MOVE ZEROS                  TO WS-TRF-QTD-PED
                                          WS-TRF-QTD-TIT
           IF WS-TRF-DT-EFETIVA        GREATER WS-TRF-DT-HOJE
             MOVE 'P'                  TO BOOKTRF-SITUACAO
             MOVE 'PENDENTE'           TO WS-TRF-ACAO
             ADD 1                     TO ACU-TRF-PENDENTES
           ELSE
             PERFORM 2764-APLICAR-TRANSF-CLI
             IF WS-TRF-APLICOU         EQUAL 'S'
               MOVE 'E'                TO BOOKTRF-SITUACAO
               MOVE WS-TRF-DT-HOJE     TO BOOKTRF-DT-APLICACAO
               MOVE WS-TRF-QTD-PED     TO BOOKTRF-QTD-PEDIDOS
               MOVE WS-TRF-QTD-TIT     TO BOOKTRF-QTD-TITULOS
               MOVE 'EFETIVADA'        TO WS-TRF-ACAO
               ADD 1                   TO ACU-TRF-EFETIVADAS
             ELSE
               MOVE 'N'                TO BOOKTRF-SITUACAO
               MOVE 'NAO APLICADA'     TO WS-TRF-ACAO
               ADD 1                   TO ACU-TRF-NAO-APLIC
             END-IF
           END-IF

           MOVE 'I'                    TO WS-CRUD
           WRITE BOOKTRF
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2770-TESTAR-FS-ARQ-TRANSF
           IF WS-FS-TRANSF             EQUAL ZEROS OR '02'
             PERFORM 2767-GRAVAR-AUDITORIA-TRF
           END-IF
           ADD 1                       TO ACU-TRF-CLIENTES
           PERFORM 2766-GRAVAR-LINHA-TRF
           .
      *----------------------------------------------------------------*
       2763-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA PASSAR O CLIENTE WS-TRF-COD-CLI DO VENDEDOR         *
      *WS-TRF-MOVER-DE PARA WS-TRF-MOVER-PARA E, CONFORME OS INDICA-   *
      *DORES, OS PEDIDOS EM ABERTO (A/P) E OS TITULOS EM ABERTO QUE    *
      *AINDA ESTAO COM O VENDEDOR DE - TUDO AUDITADO. CLIENTE QUE JA   *
      *NAO ESTA COM O VENDEDOR DE FICA COMO ESTA (WS-TRF-APLICOU = 'N')*
      *----------------------------------------------------------------*
       2764-APLICAR-TRANSF-CLI         SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-TRF-QTD-PED
                                          WS-TRF-QTD-TIT
           MOVE 'S'                    TO WS-TRF-APLICOU
           MOVE WS-TRF-COD-CLI         TO BOOKCLI-COD-CLI
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE 'N'                 TO WS-TRF-APLICOU
              MOVE SPACES              TO BOOKCLI-RZ-SOCIAL
           END-READ
           IF WS-TRF-APLICOU           EQUAL 'S'
           AND BOOKCLI-COD-VEND        NOT EQUAL WS-TRF-MOVER-DE
             MOVE 'N'                  TO WS-TRF-APLICOU
           END-IF

           IF WS-TRF-APLICOU           EQUAL 'S'
             MOVE 'A'                  TO WS-CRUD
             MOVE BOOKCLI              TO WS-BOOKCLI-ANTES
             MOVE WS-TRF-MOVER-PARA    TO BOOKCLI-COD-VEND
             REWRITE BOOKCLI
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
             IF WS-FS-CLIENTE          EQUAL ZEROS OR '02'
               PERFORM 2243-GRAVAR-AUDITORIA-CLI
             ELSE
               MOVE 'N'                TO WS-TRF-APLICOU
             END-IF
           END-IF

           IF WS-TRF-APLICOU           EQUAL 'S'
           AND WS-TRF-MOVER-PED        EQUAL 'S'
             MOVE WS-TRF-COD-CLI       TO BOOKPED-COD-CLI
             START ARQ-PEDIDO          KEY IS NOT LESS BOOKPED-COD-CLI
             MOVE 'N'                  TO WS-FIM-ARQ-PED
             IF WS-FS-PEDIDO           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-PED
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-PED EQUAL 'S'
               READ ARQ-PEDIDO         NEXT RECORD
               IF (WS-FS-PEDIDO        NOT EQUAL ZEROS AND '02')
               OR BOOKPED-COD-CLI      NOT EQUAL WS-TRF-COD-CLI
                 MOVE 'S'              TO WS-FIM-ARQ-PED
               ELSE
                 IF (BOOKPED-SITUACAO  EQUAL 'A' OR 'P')
                 AND BOOKPED-COD-VEND  EQUAL WS-TRF-MOVER-DE
                   MOVE BOOKPED        TO WS-BOOKPED-ANTES
                   MOVE WS-TRF-MOVER-PARA
                                       TO BOOKPED-COD-VEND
                   REWRITE BOOKPED
                   MOVE WS-GRAVACAO    TO WS-OPERACAO
                   PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
                   IF WS-FS-PEDIDO     EQUAL ZEROS OR '02'
                     PERFORM 2268-GRAVAR-AUDITORIA-PED
                     ADD 1             TO WS-TRF-QTD-PED
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF

           IF WS-TRF-APLICOU           EQUAL 'S'
           AND WS-TRF-MOVER-TIT        EQUAL 'S'
             MOVE WS-TRF-COD-CLI       TO BOOKTIT-COD-CLI
             START ARQ-TITULO          KEY IS NOT LESS BOOKTIT-COD-CLI
             MOVE 'N'                  TO WS-FIM-ARQ-TIT
             IF WS-FS-TITULO           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-TIT
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-TIT EQUAL 'S'
               READ ARQ-TITULO         NEXT RECORD
               IF (WS-FS-TITULO        NOT EQUAL ZEROS AND '02')
               OR BOOKTIT-COD-CLI      NOT EQUAL WS-TRF-COD-CLI
                 MOVE 'S'              TO WS-FIM-ARQ-TIT
               ELSE
                 IF BOOKTIT-SITUACAO   EQUAL 'A'
                 AND BOOKTIT-COD-VEND  EQUAL WS-TRF-MOVER-DE
                   MOVE BOOKTIT        TO WS-BOOKTIT-ANTES
                   MOVE WS-TRF-MOVER-PARA
                                       TO BOOKTIT-COD-VEND
                   REWRITE BOOKTIT
                   MOVE WS-GRAVACAO    TO WS-OPERACAO
                   PERFORM 2472-TESTAR-FS-ARQ-TITULO
                   IF WS-FS-TITULO     EQUAL ZEROS OR '02'
                     PERFORM 2473-GRAVAR-AUDITORIA-TIT
                     ADD 1             TO WS-TRF-QTD-TIT
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           ADD WS-TRF-QTD-PED          TO ACU-TRF-PEDIDOS
           ADD WS-TRF-QTD-TIT          TO ACU-TRF-TITULOS
           .
      *----------------------------------------------------------------*
       2764-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DO CICLO NOTURNO DAS TRANSFERENCIAS DE CARTEIRA: APLICA  *
      *AS PENDENTES CUJA DATA EFETIVA CHEGOU E DEVOLVE AO VENDEDOR DE  *
      *ORIGEM OS CLIENTES (E PEDIDOS/TITULOS, CONFORME A OPERACAO) DAS *
      *COBERTURAS CUJA DATA DE RETORNO CHEGOU - RELATORIO NO SPOOL     *
      *----------------------------------------------------------------*
       2765-PROCESSAR-TRANSF-NOTURNO   SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-TRF-FALHA
           MOVE ZEROS                  TO ACU-TRF-CLIENTES
                                          ACU-TRF-PENDENTES
                                          ACU-TRF-EFETIVADAS
                                          ACU-TRF-REVERTIDAS
                                          ACU-TRF-NAO-APLIC
                                          ACU-TRF-PEDIDOS
                                          ACU-TRF-TITULOS
           PERFORM 2772-ABRIR-ARQ-TRANSF
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
           OR WS-ARQ-PED-ABERTO        EQUAL 'N'
           OR WS-ARQ-TIT-ABERTO        EQUAL 'N'
           OR WS-ARQ-TRF-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-TRF-FALHA
             DISPLAY 'TRANSFERENCIAS NAO PROCESSADAS - ERRO NA '
                     'ABERTURA DOS ARQUIVOS'
           END-IF

           IF WS-TRF-FALHA             EQUAL 'N'
             PERFORM 2381-GERAR-NOME-RELAT
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-RELAT-ABERTO    EQUAL 'N'
               MOVE 'S'                TO WS-TRF-FALHA
             END-IF
           END-IF

           IF WS-TRF-FALHA             EQUAL 'N'
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-TRF-DT-HOJE
             MOVE 'TRANSF'             TO WS-SPOOL-TIPO
             MOVE ZEROS                TO ACU-RELAT
                                          WS-PAGINA-RELAT
             MOVE SPACES               TO WS-TITULO-RELAT
             STRING 'TRANSFERENCIAS DE CARTEIRA - CICLO DE '
                                       DELIMITED BY SIZE
                    WS-TRF-DT-HOJE     DELIMITED BY SIZE
                    INTO WS-TITULO-RELAT
             PERFORM 2773-GRAVAR-CABECALHO-TRF

             MOVE ZEROS                TO BOOKTRF-CHAVE
             START ARQ-TRANSF          KEY IS NOT LESS BOOKTRF-CHAVE
             MOVE 'N'                  TO WS-FIM-ARQ-TRF
             IF WS-FS-TRANSF           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-TRF
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-TRF EQUAL 'S'
               READ ARQ-TRANSF         NEXT RECORD
               IF WS-FS-TRANSF         NOT EQUAL ZEROS AND '02'
                 MOVE 'S'              TO WS-FIM-ARQ-TRF
               ELSE
                 MOVE BOOKTRF          TO WS-BOOKTRF-ANTES
                 MOVE BOOKTRF-COD-CLI  TO WS-TRF-COD-CLI
                 MOVE BOOKTRF-LEVA-PEDIDOS
                                       TO WS-TRF-MOVER-PED
                 MOVE BOOKTRF-LEVA-TITULOS
                                       TO WS-TRF-MOVER-TIT
                 EVALUATE TRUE
                   WHEN BOOKTRF-SITUACAO EQUAL 'P'
                    AND BOOKTRF-DT-EFETIVA
                                       NOT GREATER WS-TRF-DT-HOJE
                     MOVE BOOKTRF-VEND-ORIGEM
                                       TO WS-TRF-MOVER-DE
                     MOVE BOOKTRF-VEND-DESTINO
                                       TO WS-TRF-MOVER-PARA
                     PERFORM 2764-APLICAR-TRANSF-CLI
                     IF WS-TRF-APLICOU EQUAL 'S'
                       MOVE 'E'        TO BOOKTRF-SITUACAO
                       MOVE WS-TRF-DT-HOJE
                                       TO BOOKTRF-DT-APLICACAO
                       MOVE WS-TRF-QTD-PED
                                       TO BOOKTRF-QTD-PEDIDOS
                       MOVE WS-TRF-QTD-TIT
                                       TO BOOKTRF-QTD-TITULOS
                       MOVE 'EFETIVADA'
                                       TO WS-TRF-ACAO
                       ADD 1           TO ACU-TRF-EFETIVADAS
                     ELSE
                       MOVE 'N'        TO BOOKTRF-SITUACAO
                       MOVE 'NAO APLICADA'
                                       TO WS-TRF-ACAO
                       ADD 1           TO ACU-TRF-NAO-APLIC
                     END-IF
                     PERFORM 2775-REGRAVAR-TRANSF
                   WHEN BOOKTRF-SITUACAO EQUAL 'E'
                    AND BOOKTRF-TIPO   EQUAL 'T'
                    AND BOOKTRF-DT-RETORNO
                                       NOT GREATER WS-TRF-DT-HOJE
                     MOVE BOOKTRF-VEND-DESTINO
                                       TO WS-TRF-MOVER-DE
                     MOVE BOOKTRF-VEND-ORIGEM
                                       TO WS-TRF-MOVER-PARA
                     PERFORM 2764-APLICAR-TRANSF-CLI
                     MOVE WS-TRF-DT-HOJE
                                       TO BOOKTRF-DT-REVERSAO
                     IF WS-TRF-APLICOU EQUAL 'S'
                       MOVE 'R'        TO BOOKTRF-SITUACAO
                       MOVE 'REVERTIDA'
                                       TO WS-TRF-ACAO
                       ADD 1           TO ACU-TRF-REVERTIDAS
                     ELSE
                       MOVE 'S'        TO BOOKTRF-SITUACAO
                       MOVE 'SUBSTITUIDA'
                                       TO WS-TRF-ACAO
                       ADD 1           TO ACU-TRF-NAO-APLIC
                     END-IF
                     PERFORM 2775-REGRAVAR-TRANSF
                 END-EVALUATE
               END-IF
             END-PERFORM

             PERFORM 2774-GRAVAR-TOTAIS-TRF
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-RELAT
             MOVE 'N'                  TO WS-ARQ-RELAT-ABERTO
             PERFORM 2385-REGISTRAR-SPOOL
             DISPLAY 'TRANSFERENCIAS DE CARTEIRA'
             DISPLAY '  EFETIVADAS..................: '
                     ACU-TRF-EFETIVADAS
             DISPLAY '  COBERTURAS REVERTIDAS.......: '
                     ACU-TRF-REVERTIDAS
             DISPLAY '  NAO APLICADAS...............: '
                     ACU-TRF-NAO-APLIC
             DISPLAY '  GERACAO DO SPOOL............: ' WS-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2765-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR NO RELATORIO A LINHA DO CLIENTE TRANSFERIDO  *
      *(VENDEDORES DE/PARA DA MUDANCA E QUANTIDADE DE PEDIDOS E        *
      *TITULOS MOVIDOS JUNTO)                                          *
      *----------------------------------------------------------------*
       2766-GRAVAR-LINHA-TRF           SECTION.
      *----------------------------------------------------------------*
           MOVE WS-TRF-COD-CLI         TO WS-TRF-COD-EDIT
           MOVE WS-TRF-QTD-PED         TO WS-TRF-QTD-EDIT
           MOVE WS-TRF-QTD-TIT         TO WS-TRF-QTD2-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-TRF-COD-EDIT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  BOOKCLI-RZ-SOCIAL (1:20)
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TRF-MOVER-DE      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TRF-MOVER-PARA    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  BOOKTRF-TIPO         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  BOOKTRF-DT-EFETIVA   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  BOOKTRF-DT-RETORNO   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TRF-QTD-EDIT      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TRF-QTD2-EDIT     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TRF-ACAO          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2766-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE TRANSFERENCIAS*
      *(FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE ERRO)        *
      *----------------------------------------------------------------*
       2767-GRAVAR-AUDITORIA-TRF       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKTRF-COD-CLI        TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKTRF          TO WS-AUD-DEPOIS
              WHEN OTHER
                 MOVE WS-BOOKTRF-ANTES TO WS-AUD-ANTES
                 MOVE BOOKTRF          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' TRANSF CRUD='      DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2767-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ENCERRAR, ANTES DE UMA NOVA TRANSFERENCIA DO        *
      *CLIENTE WS-TRF-COD-CLI, A TRANSFERENCIA AINDA PENDENTE E A      *
      *COBERTURA EM CURSO (SITUACAO S - NAO SERAO MAIS APLICADAS NEM   *
      *REVERTIDAS PELO CICLO NOTURNO)                                  *
      *----------------------------------------------------------------*
       2768-ENCERRAR-TRANSF-ANTERIOR   SECTION.
      *----------------------------------------------------------------*
           MOVE WS-TRF-COD-CLI         TO BOOKTRF-COD-CLI
           MOVE ZEROS                  TO BOOKTRF-LOTE
           START ARQ-TRANSF            KEY IS NOT LESS BOOKTRF-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-TRF
           IF WS-FS-TRANSF             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-TRF
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-TRF EQUAL 'S'
             READ ARQ-TRANSF           NEXT RECORD
             IF (WS-FS-TRANSF          NOT EQUAL ZEROS AND '02')
             OR BOOKTRF-COD-CLI        NOT EQUAL WS-TRF-COD-CLI
               MOVE 'S'                TO WS-FIM-ARQ-TRF
             ELSE
               IF BOOKTRF-SITUACAO     EQUAL 'P'
               OR (BOOKTRF-SITUACAO    EQUAL 'E'
               AND BOOKTRF-TIPO        EQUAL 'T')
                 MOVE BOOKTRF          TO WS-BOOKTRF-ANTES
                 MOVE 'S'              TO BOOKTRF-SITUACAO
                 MOVE WS-TRF-DT-HOJE   TO BOOKTRF-DT-REVERSAO
                 MOVE 'A'              TO WS-CRUD
                 REWRITE BOOKTRF
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2770-TESTAR-FS-ARQ-TRANSF
                 IF WS-FS-TRANSF       EQUAL ZEROS OR '02'
                   PERFORM 2767-GRAVAR-AUDITORIA-TRF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2768-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VERIFICAR SE O CLIENTE CORRENTE (BOOKCLI) ESTA COM  *
      *TRANSFERENCIA DE CARTEIRA EFETIVADA - NESSE CASO A ATRIBUICAO   *
      *AUTOMATICA POR PROXIMIDADE NAO MEXE NO VENDEDOR DELE            *
      *(WS-TRF-FIXADO = 'S')                                           *
      *----------------------------------------------------------------*
       2769-VERIFICAR-TRANSF-CLI       SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-TRF-FIXADO
           IF WS-ARQ-TRF-ABERTO        EQUAL 'S'
             MOVE BOOKCLI-COD-CLI      TO BOOKTRF-COD-CLI
             MOVE ZEROS                TO BOOKTRF-LOTE
             START ARQ-TRANSF          KEY IS NOT LESS BOOKTRF-CHAVE
             MOVE 'N'                  TO WS-FIM-ARQ-TRF
             IF WS-FS-TRANSF           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-TRF
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-TRF EQUAL 'S'
               READ ARQ-TRANSF         NEXT RECORD
               IF (WS-FS-TRANSF        NOT EQUAL ZEROS AND '02')
               OR BOOKTRF-COD-CLI      NOT EQUAL BOOKCLI-COD-CLI
                 MOVE 'S'              TO WS-FIM-ARQ-TRF
               ELSE
                 IF BOOKTRF-SITUACAO   EQUAL 'E'
                   MOVE 'S'            TO WS-TRF-FIXADO
                   MOVE 'S'            TO WS-FIM-ARQ-TRF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
       2769-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA TESTAR FILE STATUS DO ARQUIVO DE TRANSFERENCIAS     *
      *----------------------------------------------------------------*
       2770-TESTAR-FS-ARQ-TRANSF       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-TRANSF            NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-TRANSF,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO TRANSF'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-TRANSF
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO TRANSF'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2770-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ACEITAR A LISTA DE CLIENTES DA TRANSFERENCIA (ATE   *
      *100 CODIGOS, ZERO ENCERRA) - SO ENTRAM CLIENTES DA CARTEIRA DE  *
      *ORIGEM, SEM REPETICAO                                           *
      *----------------------------------------------------------------*
       2771-ACEITAR-LISTA-TRF          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-TRF-QTD-LISTA
           MOVE 'N'                    TO WS-TRF-FIM
           PERFORM UNTIL WS-TRF-FIM    EQUAL 'S'
             MOVE ZEROS                TO WS-TRF-CLI-LISTA
             ACCEPT SS-CLI-LISTA-TRF
             IF WS-TRF-CLI-LISTA       EQUAL ZEROS
               MOVE 'S'                TO WS-TRF-FIM
             ELSE
               MOVE WS-TRF-CLI-LISTA   TO BOOKCLI-COD-CLI
               MOVE 'S'                TO WS-TRF-SELECIONADO
               READ ARQ-CLIENTE        KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
                  MOVE 'N'             TO WS-TRF-SELECIONADO
               END-READ
               IF WS-TRF-SELECIONADO   EQUAL 'S'
               AND BOOKCLI-COD-VEND    NOT EQUAL WS-TRF-VEND-ORIGEM
                 MOVE 'N'              TO WS-TRF-SELECIONADO
               END-IF
               MOVE 1                  TO WS-TRF-IND
               PERFORM UNTIL WS-TRF-IND GREATER WS-TRF-QTD-LISTA
                 IF WS-TRF-LISTA (WS-TRF-IND) EQUAL WS-TRF-CLI-LISTA
                   MOVE 'N'            TO WS-TRF-SELECIONADO
                 END-IF
                 ADD 1                 TO WS-TRF-IND
               END-PERFORM

               IF WS-TRF-SELECIONADO   EQUAL 'S'
                 ADD 1                 TO WS-TRF-QTD-LISTA
                 MOVE WS-TRF-CLI-LISTA TO WS-TRF-LISTA
                                          (WS-TRF-QTD-LISTA)
                 MOVE WS-TRF-QTD-LISTA TO WS-TRF-QTD-EDIT
                 DISPLAY 'CLIENTES NA LISTA: '
                                       AT 1636
                 DISPLAY WS-TRF-QTD-EDIT
                                       AT 1655
                 IF WS-TRF-QTD-LISTA   NOT LESS 100
                   MOVE 'S'            TO WS-TRF-FIM
                 END-IF
               ELSE
                 DISPLAY WS-LIMPAR-TELA
                                       AT 2302
                 MOVE 'CLIENTE INVALIDO, REPETIDO OU DE OUTRA CARTEIRA'
                                       TO WS-MENSAGEM
                 DISPLAY WS-MENSAGEM   AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA
                                       AT 2302
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2771-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR OS ARQUIVOS USADOS NA TRANSFERENCIA DE        *
      *CARTEIRA QUANDO AINDA FECHADOS                                  *
      *----------------------------------------------------------------*
       2772-ABRIR-ARQ-TRANSF           SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-PED-ABERTO        EQUAL 'N'
             MOVE 'P'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'B'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TRF-ABERTO        EQUAL 'N'
             MOVE 'Z'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           .
      *----------------------------------------------------------------*
       2772-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA INICIAR O RELATORIO DE TRANSFERENCIAS (NOVA PAGINA  *
      *E LINHA DE COLUNAS)                                             *
      *----------------------------------------------------------------*
       2773-GRAVAR-CABECALHO-TRF       SECTION.
      *----------------------------------------------------------------*
           MOVE 99                     TO WS-LINHAS-PAGINA
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'CLIENTE RAZAO SOCIAL         DE  PARA T '
                                       DELIMITED BY SIZE
                  'EFETIVA  RETORNO   PEDID TITUL SITUACAO'
                                       DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2773-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O RESUMO FINAL DO RELATORIO DE TRANSFERENCIAS*
      *----------------------------------------------------------------*
       2774-GRAVAR-TOTAIS-TRF          SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-TRF-CLIENTES       TO WS-TRF-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'CLIENTES TRATADOS.......: '
                                       DELIMITED BY SIZE
                  WS-TRF-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-TRF-EFETIVADAS     TO WS-TRF-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'EFETIVADAS..............: '
                                       DELIMITED BY SIZE
                  WS-TRF-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-TRF-PENDENTES      TO WS-TRF-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PENDENTES (DATA FUTURA).: '
                                       DELIMITED BY SIZE
                  WS-TRF-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-TRF-REVERTIDAS     TO WS-TRF-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'COBERTURAS REVERTIDAS...: '
                                       DELIMITED BY SIZE
                  WS-TRF-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-TRF-NAO-APLIC      TO WS-TRF-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NAO APLICADAS...........: '
                                       DELIMITED BY SIZE
                  WS-TRF-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-TRF-PEDIDOS        TO WS-TRF-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PEDIDOS MOVIDOS.........: '
                                       DELIMITED BY SIZE
                  WS-TRF-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           MOVE ACU-TRF-TITULOS        TO WS-TRF-ACU-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TITULOS MOVIDOS.........: '
                                       DELIMITED BY SIZE
                  WS-TRF-ACU-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2774-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR A TRANSFERENCIA TRATADA NO CICLO NOTURNO   *
      *(AUDITADA) E LISTAR O CLIENTE NO RELATORIO                      *
      *----------------------------------------------------------------*
       2775-REGRAVAR-TRANSF            SECTION.
      *----------------------------------------------------------------*
           MOVE 'A'                    TO WS-CRUD
           REWRITE BOOKTRF
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2770-TESTAR-FS-ARQ-TRANSF
           IF WS-FS-TRANSF             EQUAL ZEROS OR '02'
             PERFORM 2767-GRAVAR-AUDITORIA-TRF
           END-IF
           ADD 1                       TO ACU-TRF-CLIENTES
           PERFORM 2766-GRAVAR-LINHA-TRF
           .
      *----------------------------------------------------------------*
       2775-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO DIARIO CONTABIL: GERA O ARQUIVO DE LANCAMENTOS  *
      *DO DIA (CONTABIL-AAAAMMDD.TXT) COM AS NOTAS EMITIDAS, OS        *
      *RECEBIMENTOS REGISTRADOS (PRINCIPAL E ENCARGOS), AS NOTAS DE    *
      *CREDITO E A PROVISAO DE COMISSAO APURADA, PELA TABELA DE-PARA   *
      *ARQ-CONTA. O DIA DE PERIODO FECHADO (ARQ-PERLOCK) E RECUSADO, E *
      *O ARQUIVO SO E MANTIDO QUANDO DEBITOS = CREDITOS. O RELATORIO   *
      *DE CONTROLE COM OS TOTAIS POR CONTA VAI PARA O SPOOL            *
      *----------------------------------------------------------------*
       2780-GERAR-DIARIO-CONTABIL      SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-CTB-FALHA
           MOVE ZEROS                  TO WS-CTB-NUM-LANC
                                          WS-CTB-QTD-LINHAS
                                          WS-CTB-QTD-CONTAS
                                          WS-CTB-TOT-DEB
                                          WS-CTB-TOT-CRED
                                          ACU-CTB-NOTAS
                                          ACU-CTB-BAIXAS
                                          ACU-CTB-NOTAS-CRED
                                          ACU-CTB-PROVISOES
                                          ACU-CTB-ACORDOS
           INITIALIZE                  WS-TAB-CTB-CONTAS
           INITIALIZE                  WS-TAB-CTB-MAPA

           PERFORM 2781-DEFINIR-DIA-CTB
           IF WS-CTB-FALHA             EQUAL 'N'
             MOVE WS-CTB-DIA (1:6)     TO WS-FEC-PERIODO
             PERFORM 2972-VERIFICAR-PERIODO
             IF WS-FEC-FECHADO         EQUAL 'S'
               MOVE 'S'                TO WS-CTB-FALHA
               DISPLAY 'DIARIO CONTABIL RECUSADO - DIA ' WS-CTB-DIA
                       ' PERTENCE A PERIODO FECHADO'
             END-IF
           END-IF

           IF WS-CTB-FALHA             EQUAL 'N'
             IF WS-ARQ-NOT-ABERTO      EQUAL 'N'
               MOVE 'N'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             IF WS-ARQ-BXA-ABERTO      EQUAL 'N'
               MOVE 'X'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             IF WS-ARQ-NCR-ABERTO      EQUAL 'N'
               MOVE 'Q'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             IF WS-ARQ-CTA-ABERTO      EQUAL 'N'
               MOVE '1'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             IF WS-ARQ-PCM-ABERTO      EQUAL 'N'
               MOVE '2'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             IF WS-ARQ-ACD-ABERTO      EQUAL 'N'
               MOVE '6'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             IF WS-ARQ-NOT-ABERTO      EQUAL 'N'
             OR WS-ARQ-BXA-ABERTO      EQUAL 'N'
             OR WS-ARQ-NCR-ABERTO      EQUAL 'N'
             OR WS-ARQ-CTA-ABERTO      EQUAL 'N'
             OR WS-ARQ-PCM-ABERTO      EQUAL 'N'
               MOVE 'S'                TO WS-CTB-FALHA
               DISPLAY 'DIARIO CONTABIL NAO GERADO - ERRO NA '
                       'ABERTURA DOS ARQUIVOS'
             END-IF
           END-IF

           IF WS-CTB-FALHA             EQUAL 'N'
             PERFORM 2782-CARREGAR-CONTAS-CTB
           END-IF

           IF WS-CTB-FALHA             EQUAL 'N'
             MOVE SPACES               TO WS-ARQ-CONTABIL
             STRING 'CONTABIL-'        DELIMITED BY SIZE
                    WS-CTB-DIA         DELIMITED BY SIZE
                    '.TXT'             DELIMITED BY SIZE
                    INTO WS-ARQ-CONTABIL
             OPEN OUTPUT               ARQ-CONTABIL
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2793-TESTAR-FS-ARQ-CONTABIL
             IF WS-FS-CONTABIL         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-CTB-FALHA
             END-IF
           END-IF

           IF WS-CTB-FALHA             EQUAL 'N'
             MOVE SPACES               TO WS-REG-CONTABIL
             MOVE '0'                  TO WS-CTB-TIPO-REG
             MOVE 'LANCAMENTOS CONTABEIS'
                                       TO WS-CTB-H-LITERAL
             MOVE WS-CTB-DIA           TO WS-CTB-H-DT-MOVIMENTO
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-CTB-H-DT-GERACAO
             MOVE FUNCTION CURRENT-DATE (9:6)
                                       TO WS-CTB-H-HR-GERACAO
             WRITE FD-ARQ-CONTABIL     FROM WS-REG-CONTABIL
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2793-TESTAR-FS-ARQ-CONTABIL
             IF WS-FS-CONTABIL         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-CTB-FALHA
             END-IF

             PERFORM 2783-LANCAR-NOTAS-CTB
             PERFORM 2784-LANCAR-BAIXAS-CTB
             PERFORM 2785-LANCAR-NOTAS-CRED-CTB
             PERFORM 2786-LANCAR-PROVISAO-CTB
             IF WS-ARQ-ACD-ABERTO      EQUAL 'S'
               PERFORM 2796-LANCAR-JUROS-ACD-CTB
             END-IF

             MOVE SPACES               TO WS-REG-CONTABIL
             MOVE '9'                  TO WS-CTB-TIPO-REG
             MOVE WS-CTB-NUM-LANC      TO WS-CTB-T-QTD-LANC
             MOVE WS-CTB-QTD-LINHAS    TO WS-CTB-T-QTD-LINHAS
             MOVE WS-CTB-TOT-DEB       TO WS-CTB-T-TOT-DEB
             MOVE WS-CTB-TOT-CRED      TO WS-CTB-T-TOT-CRED
             WRITE FD-ARQ-CONTABIL     FROM WS-REG-CONTABIL
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2793-TESTAR-FS-ARQ-CONTABIL
             IF WS-FS-CONTABIL         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-CTB-FALHA
             END-IF
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-CONTABIL

             IF WS-CTB-FALHA           EQUAL 'S'
               DISPLAY 'DIARIO CONTABIL DO DIA ' WS-CTB-DIA
                       ' COM ERRO DE GRAVACAO - ARQUIVO DESCARTADO'
               OPEN OUTPUT             ARQ-CONTABIL
               CLOSE ARQ-CONTABIL
             ELSE
               IF WS-CTB-TOT-DEB       NOT EQUAL WS-CTB-TOT-CRED
                 MOVE 'S'              TO WS-CTB-FALHA
                 DISPLAY 'DIARIO CONTABIL DO DIA ' WS-CTB-DIA
                         ' NAO BALANCEADO - ARQUIVO DESCARTADO'
                 OPEN OUTPUT           ARQ-CONTABIL
                 CLOSE ARQ-CONTABIL
               END-IF
             END-IF

             PERFORM 2789-GRAVAR-RELATORIO-CTB

             MOVE WS-CTB-NUM-LANC      TO WS-CTB-QTD-EDIT
             DISPLAY 'DIARIO CONTABIL DO DIA ' WS-CTB-DIA
             DISPLAY '  ARQUIVO.....................: '
                     WS-ARQ-CONTABIL
             DISPLAY '  LANCAMENTOS.................: '
                     WS-CTB-QTD-EDIT
             MOVE WS-CTB-TOT-DEB       TO WS-CTB-DEB-EDIT
             DISPLAY '  TOTAL A DEBITO..............: '
                     WS-CTB-DEB-EDIT
             MOVE WS-CTB-TOT-CRED      TO WS-CTB-CRED-EDIT
             DISPLAY '  TOTAL A CREDITO.............: '
                     WS-CTB-CRED-EDIT
           END-IF
           .
      *----------------------------------------------------------------*
       2780-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA DEFINIR O DIA DO DIARIO CONTABIL: SEGUNDO CAMPO DO  *
      *PARM (AAAAMMDD) OU, EM BRANCO, O DIA CORRENTE                   *
      *----------------------------------------------------------------*
       2781-DEFINIR-DIA-CTB            SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-IMPORT (1:8)      NUMERIC
           AND WS-ARQ-IMPORT (1:8)     NOT EQUAL '00000000'
             MOVE WS-ARQ-IMPORT (1:8)  TO WS-CTB-DIA
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-CTB-DIA
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CTB-DIA)
                                       NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-CTB-FALHA
             DISPLAY 'DIARIO CONTABIL RECUSADO - DATA INVALIDA: '
                     WS-CTB-DIA
           END-IF
           .
      *----------------------------------------------------------------*
       2781-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CARREGAR A TABELA DE-PARA DOS EVENTOS CONTABEIS -   *
      *EVENTO SEM CONTA DE DEBITO OU DE CREDITO IMPEDE A GERACAO       *
      *----------------------------------------------------------------*
       2782-CARREGAR-CONTAS-CTB        SECTION.
      *----------------------------------------------------------------*
           MOVE 1                      TO WS-CTB-IND-EVT
           PERFORM UNTIL WS-CTB-IND-EVT GREATER 7
             MOVE WS-CTB-EVT-COD (WS-CTB-IND-EVT)
                                       TO BOOKCTA-EVENTO
             MOVE 'S'                  TO WS-CTB-ACHOU
             READ ARQ-CONTA            KEY IS BOOKCTA-EVENTO
                                       INVALID KEY
                MOVE 'N'               TO WS-CTB-ACHOU
             END-READ
             IF WS-CTB-ACHOU           EQUAL 'S'
             AND BOOKCTA-CONTA-DEB     NOT EQUAL SPACES
             AND BOOKCTA-CONTA-CRED    NOT EQUAL SPACES
               MOVE BOOKCTA-CONTA-DEB  TO WS-CTB-MAPA-DEB
                                          (WS-CTB-IND-EVT)
               MOVE BOOKCTA-CONTA-CRED TO WS-CTB-MAPA-CRED
                                          (WS-CTB-IND-EVT)
               MOVE BOOKCTA-HISTORICO  TO WS-CTB-MAPA-HIST
                                          (WS-CTB-IND-EVT)
             ELSE
               MOVE 'S'                TO WS-CTB-FALHA
               DISPLAY 'DIARIO CONTABIL NAO GERADO - EVENTO '
                       WS-CTB-EVT-COD (WS-CTB-IND-EVT)
                       ' SEM CONTAS NA TABELA DE-PARA'
             END-IF
             ADD 1                     TO WS-CTB-IND-EVT
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2782-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LANCAR AS NOTAS EMITIDAS NO DIA (EVENTO FAT) - A    *
      *NOTA CANCELADA DEPOIS CONTINUA LANCADA NA EMISSAO, O ESTORNO    *
      *VEM PELA NOTA DE CREDITO                                        *
      *----------------------------------------------------------------*
       2783-LANCAR-NOTAS-CTB           SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKNOT-NUM-NOTA
           START ARQ-NOTA              KEY IS NOT LESS BOOKNOT-NUM-NOTA
           MOVE 'N'                    TO WS-CTB-FIM
           IF WS-FS-NOTA               NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-CTB-FIM
           END-IF
           PERFORM UNTIL WS-CTB-FIM    EQUAL 'S'
             READ ARQ-NOTA             NEXT RECORD
             IF WS-FS-NOTA             NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-CTB-FIM
             ELSE
               IF BOOKNOT-DT-EMISSAO   EQUAL WS-CTB-DIA
               AND BOOKNOT-VLR-TOTAL   GREATER ZEROS
                 MOVE 1                TO WS-CTB-IND-EVT
                 MOVE BOOKNOT-VLR-TOTAL
                                       TO WS-CTB-VALOR
                 MOVE BOOKNOT-NUM-NOTA TO WS-CTB-NOTA-EDIT
                 MOVE SPACES           TO WS-CTB-DOCUMENTO
                 STRING 'NF '          DELIMITED BY SIZE
                        WS-CTB-NOTA-EDIT
                                       DELIMITED BY SIZE
                        INTO WS-CTB-DOCUMENTO
                 MOVE BOOKNOT-COD-CLI  TO WS-CTB-COD-CLI
                 MOVE BOOKNOT-COD-VEND TO WS-CTB-COD-VEND
                 MOVE 'N'              TO WS-CTB-INVERTE
                 PERFORM 2787-GRAVAR-LANCAMENTO-CTB
                 ADD 1                 TO ACU-CTB-NOTAS
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2783-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LANCAR OS RECEBIMENTOS REGISTRADOS NO DIA NO        *
      *HISTORICO DE BAIXAS (BAIXA MANUAL E RETORNO BANCARIO): PRINCIPAL*
      *NO EVENTO REC E MULTA/JUROS NO EVENTO ENC                       *
      *----------------------------------------------------------------*
       2784-LANCAR-BAIXAS-CTB          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKBXA-NUM-NOTA
                                          BOOKBXA-NUM-PARCELA
                                          BOOKBXA-SEQ
           START ARQ-BAIXA             KEY IS NOT LESS BOOKBXA-CHAVE
           MOVE 'N'                    TO WS-CTB-FIM
           IF WS-FS-BAIXA              NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-CTB-FIM
           END-IF
           PERFORM UNTIL WS-CTB-FIM    EQUAL 'S'
             READ ARQ-BAIXA            NEXT RECORD
             IF WS-FS-BAIXA            NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-CTB-FIM
             ELSE
               IF BOOKBXA-DT-REGISTRO  EQUAL WS-CTB-DIA
                 MOVE BOOKBXA-NUM-NOTA TO WS-CTB-NOTA-EDIT
                 MOVE BOOKBXA-NUM-PARCELA
                                       TO WS-CTB-PARC-EDIT
                 MOVE SPACES           TO WS-CTB-DOCUMENTO
                 IF BOOKBXA-NUM-NOTA   GREATER WS-ACD-FAIXA
                   STRING 'ACD '       DELIMITED BY SIZE
                          WS-CTB-NOTA-EDIT
                                       DELIMITED BY SIZE
                          '/'          DELIMITED BY SIZE
                          WS-CTB-PARC-EDIT
                                       DELIMITED BY SIZE
                          INTO WS-CTB-DOCUMENTO
                 ELSE
                   STRING 'NF '        DELIMITED BY SIZE
                          WS-CTB-NOTA-EDIT
                                       DELIMITED BY SIZE
                          '/'          DELIMITED BY SIZE
                          WS-CTB-PARC-EDIT
                                       DELIMITED BY SIZE
                          INTO WS-CTB-DOCUMENTO
                 END-IF
                 MOVE BOOKBXA-COD-CLI  TO WS-CTB-COD-CLI
                 MOVE BOOKBXA-COD-VEND TO WS-CTB-COD-VEND
                 MOVE 'N'              TO WS-CTB-INVERTE
                 IF BOOKBXA-VLR-PRINCIPAL
                                       GREATER ZEROS
                   MOVE 2              TO WS-CTB-IND-EVT
                   MOVE BOOKBXA-VLR-PRINCIPAL
                                       TO WS-CTB-VALOR
                   PERFORM 2787-GRAVAR-LANCAMENTO-CTB
                 END-IF
                 IF BOOKBXA-VLR-ENCARGOS
                                       GREATER ZEROS
                   MOVE 3              TO WS-CTB-IND-EVT
                   MOVE BOOKBXA-VLR-ENCARGOS
                                       TO WS-CTB-VALOR
                   PERFORM 2787-GRAVAR-LANCAMENTO-CTB
                 END-IF
                 ADD 1                 TO ACU-CTB-BAIXAS
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2784-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LANCAR AS NOTAS DE CREDITO EMITIDAS NO DIA (EVENTO  *
      *NCC PARA CANCELAMENTO E NCD PARA DEVOLUCAO)                     *
      *----------------------------------------------------------------*
       2785-LANCAR-NOTAS-CRED-CTB      SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKNCR-NUM-NC
           START ARQ-NOTA-CRED         KEY IS NOT LESS BOOKNCR-NUM-NC
           MOVE 'N'                    TO WS-CTB-FIM
           IF WS-FS-NOTA-CRED          NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-CTB-FIM
           END-IF
           PERFORM UNTIL WS-CTB-FIM    EQUAL 'S'
             READ ARQ-NOTA-CRED        NEXT RECORD
             IF WS-FS-NOTA-CRED        NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-CTB-FIM
             ELSE
               IF BOOKNCR-DT-EMISSAO   EQUAL WS-CTB-DIA
               AND BOOKNCR-VLR-TOTAL   GREATER ZEROS
                 IF BOOKNCR-TIPO       EQUAL 'C'
                   MOVE 4              TO WS-CTB-IND-EVT
                 ELSE
                   MOVE 5              TO WS-CTB-IND-EVT
                 END-IF
                 MOVE BOOKNCR-VLR-TOTAL
                                       TO WS-CTB-VALOR
                 MOVE BOOKNCR-NUM-NC   TO WS-CTB-NOTA-EDIT
                 MOVE SPACES           TO WS-CTB-DOCUMENTO
                 STRING 'NC '          DELIMITED BY SIZE
                        WS-CTB-NOTA-EDIT
                                       DELIMITED BY SIZE
                        INTO WS-CTB-DOCUMENTO
                 MOVE BOOKNCR-COD-CLI  TO WS-CTB-COD-CLI
                 MOVE BOOKNCR-COD-VEND TO WS-CTB-COD-VEND
                 MOVE 'N'              TO WS-CTB-INVERTE
                 PERFORM 2787-GRAVAR-LANCAMENTO-CTB
                 ADD 1                 TO ACU-CTB-NOTAS-CRED
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2785-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LANCAR A PROVISAO DE COMISSAO (EVENTO COM): LANCA A *
      *DIFERENCA ENTRE O VALOR APURADO E O JA CONTABILIZADO (REAPURACAO*
      *A MENOR GERA ESTORNO). O DIA JA CONTABILIZADO REPETE O MESMO    *
      *LANCAMENTO, ENTAO O REPROCESSAMENTO DO DIA NAO DUPLICA VALORES  *
      *----------------------------------------------------------------*
       2786-LANCAR-PROVISAO-CTB        SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKPCM-PERIODO
                                          BOOKPCM-COD-VEND
           START ARQ-PROV-COM          KEY IS NOT LESS BOOKPCM-CHAVE
           MOVE 'N'                    TO WS-CTB-FIM
           IF WS-FS-PROV-COM           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-CTB-FIM
           END-IF
           PERFORM UNTIL WS-CTB-FIM    EQUAL 'S'
             READ ARQ-PROV-COM         NEXT RECORD
             IF WS-FS-PROV-COM         NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-CTB-FIM
             ELSE
               IF BOOKPCM-DT-CONTABIL  EQUAL WS-CTB-DIA
               OR BOOKPCM-VLR-COMISSAO NOT EQUAL
                                       BOOKPCM-VLR-CONTABILIZADO
                 IF BOOKPCM-DT-CONTABIL
                                       EQUAL WS-CTB-DIA
                   COMPUTE WS-CTB-DIFERENCA =
                           BOOKPCM-VLR-LANCADO
                         + BOOKPCM-VLR-COMISSAO
                         - BOOKPCM-VLR-CONTABILIZADO
                 ELSE
                   COMPUTE WS-CTB-DIFERENCA =
                           BOOKPCM-VLR-COMISSAO
                         - BOOKPCM-VLR-CONTABILIZADO
                 END-IF
                 MOVE WS-CTB-DIFERENCA TO BOOKPCM-VLR-LANCADO
                 MOVE BOOKPCM-VLR-COMISSAO
                                       TO BOOKPCM-VLR-CONTABILIZADO
                 MOVE WS-CTB-DIA       TO BOOKPCM-DT-CONTABIL
                 REWRITE BOOKPCM
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2792-TESTAR-FS-ARQ-PROV-COM

                 IF WS-CTB-DIFERENCA   NOT EQUAL ZEROS
                   MOVE 6              TO WS-CTB-IND-EVT
                   IF WS-CTB-DIFERENCA GREATER ZEROS
                     MOVE WS-CTB-DIFERENCA
                                       TO WS-CTB-VALOR
                     MOVE 'N'          TO WS-CTB-INVERTE
                   ELSE
                     COMPUTE WS-CTB-VALOR = WS-CTB-DIFERENCA * -1
                     MOVE 'S'          TO WS-CTB-INVERTE
                   END-IF
                   MOVE BOOKPCM-COD-VEND
                                       TO WS-CTB-VEND-EDIT
                   MOVE SPACES         TO WS-CTB-DOCUMENTO
                   STRING 'COM '       DELIMITED BY SIZE
                          BOOKPCM-PERIODO
                                       DELIMITED BY SIZE
                          ' VEND '     DELIMITED BY SIZE
                          WS-CTB-VEND-EDIT
                                       DELIMITED BY SIZE
                          INTO WS-CTB-DOCUMENTO
                   MOVE ZEROS          TO WS-CTB-COD-CLI
                   MOVE BOOKPCM-COD-VEND
                                       TO WS-CTB-COD-VEND
                   PERFORM 2787-GRAVAR-LANCAMENTO-CTB
                   ADD 1               TO ACU-CTB-PROVISOES
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2786-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UM LANCAMENTO (PARTIDA DOBRADA) DO EVENTO    *
      *WS-CTB-IND-EVT NO VALOR WS-CTB-VALOR: UMA LINHA A DEBITO E UMA  *
      *A CREDITO COM O MESMO NUMERO DE LANCAMENTO (WS-CTB-INVERTE =    *
      *'S' TROCA AS CONTAS - ESTORNO)                                  *
      *----------------------------------------------------------------*
       2787-GRAVAR-LANCAMENTO-CTB      SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-CTB-NUM-LANC
           IF WS-CTB-INVERTE           EQUAL 'N'
             MOVE WS-CTB-MAPA-DEB (WS-CTB-IND-EVT)
                                       TO WS-CTB-CONTA
           ELSE
             MOVE WS-CTB-MAPA-CRED (WS-CTB-IND-EVT)
                                       TO WS-CTB-CONTA
           END-IF
           MOVE 'D'                    TO WS-CTB-NATUREZA
           PERFORM 2788-GRAVAR-LINHA-CTB

           IF WS-CTB-INVERTE           EQUAL 'N'
             MOVE WS-CTB-MAPA-CRED (WS-CTB-IND-EVT)
                                       TO WS-CTB-CONTA
           ELSE
             MOVE WS-CTB-MAPA-DEB (WS-CTB-IND-EVT)
                                       TO WS-CTB-CONTA
           END-IF
           MOVE 'C'                    TO WS-CTB-NATUREZA
           PERFORM 2788-GRAVAR-LINHA-CTB
           .
      *----------------------------------------------------------------*
       2787-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DO DIARIO (CONTA WS-CTB-CONTA,     *
      *NATUREZA WS-CTB-NATUREZA) E ACUMULAR OS TOTAIS DO DIA E DA CONTA*
      *----------------------------------------------------------------*
       2788-GRAVAR-LINHA-CTB           SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-REG-CONTABIL
           MOVE '1'                    TO WS-CTB-TIPO-REG
           MOVE WS-CTB-NUM-LANC        TO WS-CTB-D-NUM-LANC
           MOVE WS-CTB-DIA             TO WS-CTB-D-DT-LANC
           MOVE WS-CTB-CONTA           TO WS-CTB-D-CONTA
           MOVE WS-CTB-NATUREZA        TO WS-CTB-D-NATUREZA
           MOVE WS-CTB-VALOR           TO WS-CTB-D-VALOR
           MOVE WS-CTB-EVT-COD (WS-CTB-IND-EVT)
                                       TO WS-CTB-D-EVENTO
           IF WS-CTB-INVERTE           EQUAL 'N'
             MOVE WS-CTB-MAPA-HIST (WS-CTB-IND-EVT)
                                       TO WS-CTB-D-HISTORICO
           ELSE
             STRING 'ESTORNO '         DELIMITED BY SIZE
                    WS-CTB-MAPA-HIST (WS-CTB-IND-EVT)
                                       DELIMITED BY SIZE
                    INTO WS-CTB-D-HISTORICO
           END-IF
           MOVE WS-CTB-DOCUMENTO       TO WS-CTB-D-DOCUMENTO
           MOVE WS-CTB-COD-CLI         TO WS-CTB-D-COD-CLI
           MOVE WS-CTB-COD-VEND        TO WS-CTB-D-COD-VEND
           WRITE FD-ARQ-CONTABIL       FROM WS-REG-CONTABIL
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2793-TESTAR-FS-ARQ-CONTABIL
           IF WS-FS-CONTABIL           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-CTB-FALHA
           END-IF
           ADD 1                       TO WS-CTB-QTD-LINHAS

           IF WS-CTB-NATUREZA          EQUAL 'D'
             ADD WS-CTB-VALOR          TO WS-CTB-TOT-DEB
           ELSE
             ADD WS-CTB-VALOR          TO WS-CTB-TOT-CRED
           END-IF

           MOVE 1                      TO WS-CTB-IND-CTA
           PERFORM UNTIL WS-CTB-IND-CTA GREATER WS-CTB-QTD-CONTAS
           OR WS-CTB-CTA-CONTA (WS-CTB-IND-CTA) EQUAL WS-CTB-CONTA
             ADD 1                     TO WS-CTB-IND-CTA
           END-PERFORM
           IF WS-CTB-IND-CTA           GREATER WS-CTB-QTD-CONTAS
           AND WS-CTB-QTD-CONTAS       LESS 100
             ADD 1                     TO WS-CTB-QTD-CONTAS
             MOVE WS-CTB-QTD-CONTAS    TO WS-CTB-IND-CTA
             MOVE WS-CTB-CONTA         TO WS-CTB-CTA-CONTA
                                          (WS-CTB-IND-CTA)
             MOVE ZEROS                TO WS-CTB-CTA-DEB
                                          (WS-CTB-IND-CTA)
                                          WS-CTB-CTA-CRED
                                          (WS-CTB-IND-CTA)
                                          WS-CTB-CTA-QTD
                                          (WS-CTB-IND-CTA)
           END-IF
           IF WS-CTB-IND-CTA           NOT GREATER WS-CTB-QTD-CONTAS
             ADD 1                     TO WS-CTB-CTA-QTD
                                          (WS-CTB-IND-CTA)
             IF WS-CTB-NATUREZA        EQUAL 'D'
               ADD WS-CTB-VALOR        TO WS-CTB-CTA-DEB
                                          (WS-CTB-IND-CTA)
             ELSE
               ADD WS-CTB-VALOR        TO WS-CTB-CTA-CRED
                                          (WS-CTB-IND-CTA)
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2788-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR NO SPOOL O RELATORIO DE CONTROLE DO DIARIO   *
      *CONTABIL: DEBITOS E CREDITOS POR CONTA, TOTAIS DO DIA E         *
      *QUANTIDADE DE DOCUMENTOS POR ORIGEM, PARA A CONCILIACAO         *
      *----------------------------------------------------------------*
       2789-GRAVAR-RELATORIO-CTB       SECTION.
      *----------------------------------------------------------------*
           PERFORM 2381-GERAR-NOME-RELAT
           MOVE 'R'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO
           IF WS-ARQ-RELAT-ABERTO      EQUAL 'S'
             MOVE 'CONTABIL'           TO WS-SPOOL-TIPO
             MOVE ZEROS                TO ACU-RELAT
                                          WS-PAGINA-RELAT
             MOVE 99                   TO WS-LINHAS-PAGINA
             MOVE SPACES               TO WS-TITULO-RELAT
             STRING 'DIARIO CONTABIL - CONTROLE POR CONTA - DIA '
                                       DELIMITED BY SIZE
                    WS-CTB-DIA         DELIMITED BY SIZE
                    INTO WS-TITULO-RELAT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'CONTA         LINHAS                DEBITOS'
                                       DELIMITED BY SIZE
                    '               CREDITOS'
                                       DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE 1                    TO WS-CTB-IND-CTA
             PERFORM UNTIL WS-CTB-IND-CTA GREATER WS-CTB-QTD-CONTAS
               MOVE WS-CTB-CTA-QTD (WS-CTB-IND-CTA)
                                       TO WS-CTB-QTD-EDIT
               MOVE WS-CTB-CTA-DEB (WS-CTB-IND-CTA)
                                       TO WS-CTB-DEB-EDIT
               MOVE WS-CTB-CTA-CRED (WS-CTB-IND-CTA)
                                       TO WS-CTB-CRED-EDIT
               MOVE SPACES             TO WS-LINHA-RELAT
               STRING WS-CTB-CTA-CONTA (WS-CTB-IND-CTA)
                                       DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-CTB-QTD-EDIT  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-CTB-DEB-EDIT  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WS-CTB-CRED-EDIT DELIMITED BY SIZE
                      INTO WS-LINHA-RELAT
               PERFORM 2369-GRAVAR-LINHA-RES
               ADD 1                   TO WS-CTB-IND-CTA
             END-PERFORM

             MOVE SPACES               TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE WS-CTB-QTD-LINHAS    TO WS-CTB-QTD-EDIT
             MOVE WS-CTB-TOT-DEB       TO WS-CTB-DEB-EDIT
             MOVE WS-CTB-TOT-CRED      TO WS-CTB-CRED-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'TOTAL DO DIA '    DELIMITED BY SIZE
                    WS-CTB-QTD-EDIT    DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-CTB-DEB-EDIT    DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WS-CTB-CRED-EDIT   DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             IF WS-CTB-TOT-DEB         EQUAL WS-CTB-TOT-CRED
               MOVE 'SITUACAO: DIARIO BALANCEADO'
                                       TO WS-LINHA-RELAT
             ELSE
               MOVE 'SITUACAO: NAO BALANCEADO - ARQUIVO DESCARTADO'
                                       TO WS-LINHA-RELAT
             END-IF
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE SPACES               TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE WS-CTB-NUM-LANC      TO WS-CTB-QTD-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'LANCAMENTOS...............: '
                                       DELIMITED BY SIZE
                    WS-CTB-QTD-EDIT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE ACU-CTB-NOTAS        TO WS-CTB-QTD-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'NOTAS EMITIDAS............: '
                                       DELIMITED BY SIZE
                    WS-CTB-QTD-EDIT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE ACU-CTB-BAIXAS       TO WS-CTB-QTD-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'RECEBIMENTOS..............: '
                                       DELIMITED BY SIZE
                    WS-CTB-QTD-EDIT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE ACU-CTB-NOTAS-CRED   TO WS-CTB-QTD-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'NOTAS DE CREDITO..........: '
                                       DELIMITED BY SIZE
                    WS-CTB-QTD-EDIT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE ACU-CTB-PROVISOES    TO WS-CTB-QTD-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'PROVISOES DE COMISSAO.....: '
                                       DELIMITED BY SIZE
                    WS-CTB-QTD-EDIT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
             MOVE ACU-CTB-ACORDOS      TO WS-CTB-QTD-EDIT
             MOVE SPACES               TO WS-LINHA-RELAT
             STRING 'JUROS DE ACORDO...........: '
                                       DELIMITED BY SIZE
                    WS-CTB-QTD-EDIT    DELIMITED BY SIZE
                    INTO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES

             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-RELAT
             MOVE 'N'                  TO WS-ARQ-RELAT-ABERTO
             PERFORM 2385-REGISTRAR-SPOOL
             DISPLAY '  GERACAO DO SPOOL............: ' WS-ARQ-RELAT
           END-IF
           .
      *----------------------------------------------------------------*
       2789-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA MANTER A TABELA DE-PARA DOS EVENTOS CONTABEIS       *
      *(INCLUI OU AJUSTA - MESMO DESENHO DA MANUTENCAO DE COMISSAO)    *
      *----------------------------------------------------------------*
       2790-MANTER-CONTAS-CTB          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'C O N T A S   C O N T A B E I S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-CONTA-CTB

           IF WS-ARQ-CTA-ABERTO        EQUAL 'N'
             MOVE '1'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CTA-ABERTO        EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'ERRO NA ABERTURA DO ARQUIVO DE CONTAS'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           ELSE
             MOVE 'N'                  TO WS-CTB-ACHOU
             PERFORM UNTIL WS-CTB-ACHOU EQUAL 'S'
               MOVE SPACES             TO WS-CTB-EVENTO
               ACCEPT WS-CTB-EVENTO    UPPER AT 0520
               MOVE 1                  TO WS-CTB-IND-EVT
               PERFORM UNTIL WS-CTB-IND-EVT GREATER 7
                 IF WS-CTB-EVT-COD (WS-CTB-IND-EVT)
                                       EQUAL WS-CTB-EVENTO
                   MOVE 'S'            TO WS-CTB-ACHOU
                 END-IF
                 ADD 1                 TO WS-CTB-IND-EVT
               END-PERFORM
               IF WS-CTB-ACHOU         EQUAL 'N'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "EVENTO INVALIDO - VEJA A LISTA AO LADO"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
               END-IF
             END-PERFORM

             MOVE WS-CTB-EVENTO        TO BOOKCTA-EVENTO
             MOVE 'S'                  TO WS-CTB-EXISTE
             READ ARQ-CONTA            KEY IS BOOKCTA-EVENTO
                                       INVALID KEY
                MOVE 'N'               TO WS-CTB-EXISTE
             END-READ

             IF WS-CTB-EXISTE          EQUAL 'S'
               MOVE BOOKCTA            TO WS-BOOKCTA-ANTES
               DISPLAY BOOKCTA-CONTA-DEB
                                       AT 0920
               DISPLAY BOOKCTA-CONTA-CRED
                                       AT 1120
               DISPLAY BOOKCTA-HISTORICO
                                       AT 1320
             ELSE
               MOVE SPACES             TO BOOKCTA-CONTA-DEB
               MOVE SPACES             TO BOOKCTA-CONTA-CRED
               MOVE SPACES             TO BOOKCTA-HISTORICO
             END-IF
             ACCEPT SS-CONTA-DEB-CTB
             ACCEPT SS-CONTA-CRED-CTB
             ACCEPT SS-HISTORICO-CTB

             IF BOOKCTA-CONTA-DEB      EQUAL SPACES
             OR BOOKCTA-CONTA-CRED     EQUAL SPACES
             OR BOOKCTA-CONTA-DEB      EQUAL BOOKCTA-CONTA-CRED
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'INFORME CONTAS DE DEBITO E CREDITO DIFERENTES'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             ELSE
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               IF WS-CTB-EXISTE        EQUAL 'S'
                 MOVE 'A'              TO WS-CRUD
                 REWRITE BOOKCTA
                 PERFORM 2791-TESTAR-FS-ARQ-CONTA
                 IF WS-FS-CONTA        EQUAL ZEROS
                   PERFORM 2797-GRAVAR-AUDITORIA-CTA
                   MOVE 'CONTAS AJUSTADAS COM SUCESSO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 END-IF
               ELSE
                 MOVE 'I'              TO WS-CRUD
                 WRITE BOOKCTA
                 PERFORM 2791-TESTAR-FS-ARQ-CONTA
                 IF WS-FS-CONTA        EQUAL ZEROS
                   PERFORM 2797-GRAVAR-AUDITORIA-CTA
                   MOVE 'CONTAS INCLUIDAS COM SUCESSO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-MANUTENCAO
           .
      *----------------------------------------------------------------*
       2790-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-CONTA       *
      *----------------------------------------------------------------*
       2791-TESTAR-FS-ARQ-CONTA        SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-CONTA             NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-CONTA,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO CONTA'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-CONTA
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO CONTA'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2791-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-PROV-COM    *
      *----------------------------------------------------------------*
       2792-TESTAR-FS-ARQ-PROV-COM     SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-PROV-COM          NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-PROV-COM,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO PROV-COM'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-PROV-COM
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO PROV-COM'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2792-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-CONTABIL    *
      *----------------------------------------------------------------*
       2793-TESTAR-FS-ARQ-CONTABIL     SECTION.
      *----------------------------------------------------------------*
      *
           IF WS-FS-CONTABIL           NOT EQUAL ZEROS
             DISPLAY 'ERRO FILE STATUS: ' WS-FS-CONTABIL
                     ' OPERACAO: ' WS-OPERACAO ' ARQUIVO CONTABIL'
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2793-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR A PROVISAO DE COMISSAO DO VENDEDOR CORRENTE  *
      *DA APURACAO (WS-COM-VEND-ANT / WS-COM-VALOR) PARA O DIARIO      *
      *CONTABIL - REAPURACAO DO PERIODO REGRAVA O VALOR                *
      *----------------------------------------------------------------*
       2794-GRAVAR-PROVISAO-COM        SECTION.
      *----------------------------------------------------------------*
           IF WS-ARQ-PCM-ABERTO        EQUAL 'S'
             MOVE WS-COM-PERIODO       TO BOOKPCM-PERIODO
             MOVE WS-COM-VEND-ANT      TO BOOKPCM-COD-VEND
             MOVE 'S'                  TO WS-CTB-EXISTE
             READ ARQ-PROV-COM         KEY IS BOOKPCM-CHAVE
                                       INVALID KEY
                MOVE 'N'               TO WS-CTB-EXISTE
             END-READ
             IF WS-CTB-EXISTE          EQUAL 'N'
               INITIALIZE              BOOKPCM
               MOVE WS-COM-PERIODO     TO BOOKPCM-PERIODO
               MOVE WS-COM-VEND-ANT    TO BOOKPCM-COD-VEND
             END-IF
             MOVE WS-COM-VOLUME        TO BOOKPCM-VLR-VOLUME
             MOVE WS-COM-TAXA          TO BOOKPCM-TAXA
             MOVE WS-COM-VALOR         TO BOOKPCM-VLR-COMISSAO
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKPCM-DT-APURACAO
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             IF WS-CTB-EXISTE          EQUAL 'S'
               REWRITE BOOKPCM
             ELSE
               WRITE BOOKPCM
             END-IF
             PERFORM 2792-TESTAR-FS-ARQ-PROV-COM
             IF WS-FS-PROV-COM         NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-COM-FALHA
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2794-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ZERAR, ANTES DE UMA REAPURACAO, A PROVISAO JA       *
      *GRAVADA DO PERIODO WS-COM-PERIODO - O VENDEDOR QUE NAO TIVER    *
      *MAIS PEDIDOS NO PERIODO FICA COM PROVISAO ZERO (O DIARIO        *
      *CONTABIL ESTORNA O QUE JA FOI LANCADO)                          *
      *----------------------------------------------------------------*
       2795-ZERAR-PROVISAO-COM         SECTION.
      *----------------------------------------------------------------*
           MOVE WS-COM-PERIODO         TO BOOKPCM-PERIODO
           MOVE ZEROS                  TO BOOKPCM-COD-VEND
           START ARQ-PROV-COM          KEY IS NOT LESS BOOKPCM-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-PCM
           IF WS-FS-PROV-COM           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-PCM
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-PCM EQUAL 'S'
             READ ARQ-PROV-COM         NEXT RECORD
             IF (WS-FS-PROV-COM        NOT EQUAL ZEROS AND '02')
             OR BOOKPCM-PERIODO        NOT EQUAL WS-COM-PERIODO
               MOVE 'S'                TO WS-FIM-ARQ-PCM
             ELSE
               IF BOOKPCM-VLR-COMISSAO GREATER ZEROS
                 MOVE ZEROS            TO BOOKPCM-VLR-VOLUME
                                          BOOKPCM-VLR-COMISSAO
                 MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKPCM-DT-APURACAO
                 REWRITE BOOKPCM
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2792-TESTAR-FS-ARQ-PROV-COM
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2795-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LANCAR OS JUROS DOS ACORDOS DE RENEGOCIACAO         *
      *EFETIVADOS NO DIA (EVENTO JAC) - O PRINCIPAL RENEGOCIADO JA     *
      *ESTA NO CONTAS A RECEBER E NAO GERA NOVO LANCAMENTO             *
      *----------------------------------------------------------------*
       2796-LANCAR-JUROS-ACD-CTB       SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO BOOKACD-NUM-ACORDO
           START ARQ-ACORDO            KEY IS NOT LESS
                                       BOOKACD-NUM-ACORDO
           MOVE 'N'                    TO WS-CTB-FIM
           IF WS-FS-ACORDO             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-CTB-FIM
           END-IF
           PERFORM UNTIL WS-CTB-FIM    EQUAL 'S'
             READ ARQ-ACORDO           NEXT RECORD
             IF WS-FS-ACORDO           NOT EQUAL ZEROS AND '02'
               MOVE 'S'                TO WS-CTB-FIM
             ELSE
               IF BOOKACD-SITUACAO     EQUAL 'E'
               AND BOOKACD-DT-DECISAO  EQUAL WS-CTB-DIA
               AND BOOKACD-VLR-JUROS   GREATER ZEROS
                 MOVE 7                TO WS-CTB-IND-EVT
                 MOVE BOOKACD-VLR-JUROS
                                       TO WS-CTB-VALOR
                 MOVE BOOKACD-NUM-ACORDO
                                       TO WS-CTB-NOTA-EDIT
                 MOVE SPACES           TO WS-CTB-DOCUMENTO
                 STRING 'ACD '         DELIMITED BY SIZE
                        WS-CTB-NOTA-EDIT
                                       DELIMITED BY SIZE
                        INTO WS-CTB-DOCUMENTO
                 MOVE BOOKACD-COD-CLI  TO WS-CTB-COD-CLI
                 MOVE BOOKACD-COD-VEND TO WS-CTB-COD-VEND
                 MOVE 'N'              TO WS-CTB-INVERTE
                 PERFORM 2787-GRAVAR-LANCAMENTO-CTB
                 ADD 1                 TO ACU-CTB-ACORDOS
               END-IF
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2796-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE CONTAS        *
      *CONTABEIS POR EVENTO (FRWK1999 - PROCEDIMENTOS PARA GRAVACAO    *
      *DE LOGS DE ERRO)                                                *
      *----------------------------------------------------------------*
       2797-GRAVAR-AUDITORIA-CTA       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKCTA-EVENTO         TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKCTA          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKCTA-ANTES TO WS-AUD-ANTES
                 MOVE BOOKCTA          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' CONTA CRUD='       DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2797-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DO CICLO NOTURNO: ENCADEIA IMPORTACAO DE CLIENTES,       *
      *IMPORTACAO DE VENDEDORES, TRANSFERENCIAS DE CARTEIRA (2816),    *
      *ATRIBUICAO (2400), PEDIDOS RECORRENTES (2822), FATURAMENTO      *
      *(2806), RETORNO DO EMISSOR DE                                   *
      *NF-E (2818), ROMANEIO DO DIA (2819), CONFIRMACAO DE ENTREGA     *
      *(2821), RETORNO DE COBRANCA (2811), CICLO DE COBRANCA (2813),   *
      *REMESSA (2812), DIARIO CONTABIL DO DIA (2817) E EXPORTACAO,     *
      *INTERROMPENDO A CADEIA QUANDO UMA ETAPA TERMINA COM RC >= 8     *
      *(ARQUIVOS FIXOS: IMPCLI.TXT/REJCLI.TXT, IMPVEN.TXT/REJVEN.TXT,  *
      *JORNALFAT.TXT, NFE-AAAAMMDDHHMMSS.TXT, RETNFE.TXT/EXCNFE.TXT,   *
      *CONFENT.TXT/EXCENT.TXT, RETBANCO.TXT/EXCRET.TXT, CARTASCOB.TXT, *
      *REMBANCO.TXT, CONTABIL-AAAAMMDD.TXT, EXPCLI.CSV)                *
      *----------------------------------------------------------------*
       2800-EXECUTAR-NOTURNO           SECTION.
      *----------------------------------------------------------------*
           MOVE 'IMPCLI.TXT'           TO WS-ARQ-IMPORT
           MOVE 'REJCLI.TXT'           TO WS-ARQ-REJEITADOS
           PERFORM 2801-EXECUTAR-IMPORT-CLI

           IF WS-RUN-RC-MAX            LESS 8
             MOVE 'IMPVEN.TXT'         TO WS-ARQ-IMPORT
             MOVE 'REJVEN.TXT'         TO WS-ARQ-REJEITADOS
             PERFORM 2802-EXECUTAR-IMPORT-VEN
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             PERFORM 2816-EXECUTAR-TRANSFERENCIA
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             MOVE 'ATR'                TO WS-RUN-TIPO
             PERFORM 2810-INICIAR-EXECUCAO-RUN
             IF WS-RUN-BLOQUEADO       NOT EQUAL 'S'
               PERFORM 2400-EXECUTAR-PROCESSAMENTO
               MOVE ZEROS              TO WS-RUN-RC
               PERFORM 2820-ENCERRAR-EXECUCAO-RUN
             END-IF
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             PERFORM 2822-EXECUTAR-RECORRENTES
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             PERFORM 2806-EXECUTAR-FATURAMENTO
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             MOVE 'RETNFE.TXT'         TO WS-ARQ-IMPORT
             MOVE 'EXCNFE.TXT'         TO WS-ARQ-REJEITADOS
             PERFORM 2818-EXECUTAR-RETORNO-NFE
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             MOVE SPACES               TO WS-ARQ-IMPORT
             PERFORM 2819-EXECUTAR-ROMANEIO
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             MOVE 'CONFENT.TXT'        TO WS-ARQ-IMPORT
             MOVE 'EXCENT.TXT'         TO WS-ARQ-REJEITADOS
             PERFORM 2821-EXECUTAR-CONF-ENTREGA
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             MOVE 'RETBANCO.TXT'       TO WS-ARQ-IMPORT
             MOVE 'EXCRET.TXT'         TO WS-ARQ-REJEITADOS
             PERFORM 2811-EXECUTAR-RETORNO
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             MOVE 'CARTASCOB.TXT'      TO WS-ARQ-IMPORT
             PERFORM 2813-EXECUTAR-COBRANCA
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             MOVE 'REMBANCO.TXT'       TO WS-ARQ-IMPORT
             PERFORM 2812-EXECUTAR-REMESSA
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             MOVE SPACES               TO WS-ARQ-IMPORT
             PERFORM 2817-EXECUTAR-CONTABIL
           END-IF

           IF WS-RUN-RC-MAX            LESS 8
             MOVE 'EXP'                TO WS-RUN-TIPO
             PERFORM 2810-INICIAR-EXECUCAO-RUN
             IF WS-RUN-BLOQUEADO       NOT EQUAL 'S'
               MOVE 'EXPCLI.CSV'       TO WS-ARQ-EXPORT
               PERFORM 2251-EXPORTAR-CLIENTE
               MOVE ZEROS              TO WS-RUN-RC
               IF WS-FS-EXPORT         NOT EQUAL ZEROS
                 MOVE 8                TO WS-RUN-RC
               END-IF
               PERFORM 2820-ENCERRAR-EXECUCAO-RUN
             END-IF
           END-IF

           DISPLAY 'CICLO NOTURNO ENCERRADO - RC FINAL: '
                   WS-RUN-RC-MAX
           .
      *----------------------------------------------------------------*
       2800-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA IMPORTACAO DE CLIENTES SOB CONTROLE DE EXECUCAO *
      *----------------------------------------------------------------*
       2801-EXECUTAR-IMPORT-CLI        SECTION.
      *----------------------------------------------------------------*
           MOVE 'CLI'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2219-IMPORTAR-CLIENTE
             PERFORM 2830-APURAR-RC-IMPORTACAO
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2801-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA IMPORTACAO DE VENDEDORES SOB CONTROLE DE        *
      *EXECUCAO                                                        *
      *----------------------------------------------------------------*
       2802-EXECUTAR-IMPORT-VEN        SECTION.
      *----------------------------------------------------------------*
           MOVE 'VEN'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2234-IMPORTAR-VENDEDOR
             PERFORM 2830-APURAR-RC-IMPORTACAO
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2802-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA CONCILIACAO SOB CONTROLE DE EXECUCAO            *
      *----------------------------------------------------------------*
       2803-EXECUTAR-RECONCILIACAO     SECTION.
      *----------------------------------------------------------------*
           MOVE 'REC'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2600-RECONCILIAR-CADASTROS
             MOVE ZEROS                TO WS-RUN-RC
             MOVE ACU-RELAT            TO WS-RUN-GRAV
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2803-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO UNLOAD DOS CADASTROS SOB CONTROLE DE EXECUCAO   *
      *----------------------------------------------------------------*
       2804-EXECUTAR-UNLOAD            SECTION.
      *----------------------------------------------------------------*
           MOVE 'UNL'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             MOVE 'N'                  TO WS-BKP-FALHA
             MOVE WS-ARQ-IMPORT        TO WS-ARQ-BACKUP
             PERFORM 2910-UNLOAD-CLIENTE
             MOVE ACU-BKP-GRAVADOS     TO WS-RUN-GRAV
             MOVE WS-ARQ-REJEITADOS    TO WS-ARQ-BACKUP
             PERFORM 2911-UNLOAD-VENDEDOR
             ADD ACU-BKP-GRAVADOS      TO WS-RUN-GRAV
             IF WS-BKP-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2804-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO RELOAD DOS CADASTROS SOB CONTROLE DE EXECUCAO   *
      *----------------------------------------------------------------*
       2805-EXECUTAR-RELOAD            SECTION.
      *----------------------------------------------------------------*
           MOVE 'RLD'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             MOVE 'N'                  TO WS-BKP-FALHA
             MOVE ZEROS                TO WS-RUN-GRAV
             IF WS-ARQ-IMPORT          NOT EQUAL SPACES
               MOVE WS-ARQ-IMPORT      TO WS-ARQ-BACKUP
               PERFORM 2920-RELOAD-CLIENTE
               ADD ACU-BKP-GRAVADOS    TO WS-RUN-GRAV
             END-IF
             IF WS-ARQ-REJEITADOS      NOT EQUAL SPACES
               MOVE WS-ARQ-REJEITADOS  TO WS-ARQ-BACKUP
               PERFORM 2921-RELOAD-VENDEDOR
               ADD ACU-BKP-GRAVADOS    TO WS-RUN-GRAV
             END-IF
             IF WS-BKP-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2805-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO FATURAMENTO SOB CONTROLE DE EXECUCAO (TIPO FAT) *
      *----------------------------------------------------------------*
       2806-EXECUTAR-FATURAMENTO       SECTION.
      *----------------------------------------------------------------*
           MOVE 'FAT'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             MOVE 'N'                  TO WS-FAT-FALHA
             PERFORM 2840-FATURAR-PEDIDOS
             MOVE ACU-FATURADOS        TO WS-RUN-GRAV
             MOVE ACU-FAT-RETIDOS      TO WS-RUN-REJ
             EVALUATE TRUE
               WHEN WS-FAT-FALHA       EQUAL 'S'
                 MOVE 8                TO WS-RUN-RC
               WHEN ACU-FAT-RETIDOS    GREATER ZEROS
                 MOVE 4                TO WS-RUN-RC
               WHEN OTHER
                 MOVE ZEROS            TO WS-RUN-RC
             END-EVALUATE
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2806-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO RETORNO DE COBRANCA SOB CONTROLE DE EXECUCAO    *
      *(TIPO RET) - O SEGUNDO CAMPO DO PARM E O ARQUIVO DE RETORNO E O *
      *TERCEIRO O RELATORIO DE EXCECOES (PADRAO EXCRET.TXT)            *
      *RC: 8 = ARQUIVO RECUSADO OU ERRO / 4 = ARQUIVO AUSENTE OU COM   *
      *EXCECOES / 0 = NORMAL                                           *
      *----------------------------------------------------------------*
       2811-EXECUTAR-RETORNO           SECTION.
      *----------------------------------------------------------------*
           MOVE 'RET'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             IF WS-ARQ-IMPORT          NOT EQUAL SPACES
               MOVE WS-ARQ-IMPORT      TO WS-ARQ-RETORNO
             END-IF
             IF WS-ARQ-REJEITADOS      NOT EQUAL SPACES
               MOVE WS-ARQ-REJEITADOS  TO WS-ARQ-RELAT
             ELSE
               MOVE 'EXCRET.TXT'       TO WS-ARQ-RELAT
             END-IF
             MOVE 'N'                  TO WS-BCO-FALHA
             PERFORM 2615-PROCESSAR-RETORNO
             COMPUTE WS-RUN-GRAV = ACU-BCO-LIQUIDADOS
                                 + ACU-BCO-PARCIAIS
                                 + ACU-BCO-CONFIRMADOS
                                 + ACU-BCO-REJEITADOS
             MOVE ACU-BCO-EXCECOES     TO WS-RUN-REJ
             EVALUATE TRUE
               WHEN WS-BCO-FALHA       EQUAL 'S'
               WHEN WS-BCO-RET-VALIDO  EQUAL 'N'
                 MOVE 8                TO WS-RUN-RC
               WHEN WS-BCO-RET-VALIDO  EQUAL 'A'
               WHEN ACU-BCO-EXCECOES   GREATER ZEROS
                 MOVE 4                TO WS-RUN-RC
               WHEN OTHER
                 MOVE ZEROS            TO WS-RUN-RC
             END-EVALUATE
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2811-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA REMESSA DE COBRANCA SOB CONTROLE DE EXECUCAO    *
      *(TIPO REM) - O SEGUNDO CAMPO DO PARM E O ARQUIVO DE REMESSA     *
      *(PADRAO REMBANCO.TXT)                                           *
      *----------------------------------------------------------------*
       2812-EXECUTAR-REMESSA           SECTION.
      *----------------------------------------------------------------*
           MOVE 'REM'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             IF WS-ARQ-IMPORT          NOT EQUAL SPACES
               MOVE WS-ARQ-IMPORT      TO WS-ARQ-REMESSA
             END-IF
             MOVE 'N'                  TO WS-BCO-FALHA
             PERFORM 2610-GERAR-REMESSA
             COMPUTE WS-RUN-GRAV = ACU-BCO-REGISTRO + ACU-BCO-BAIXA
             IF WS-BCO-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2812-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO CICLO DE COBRANCA SOB CONTROLE DE EXECUCAO      *
      *(TIPO COB) - O SEGUNDO CAMPO DO PARM E O ARQUIVO DE CARTAS      *
      *(PADRAO CARTASCOB.TXT)                                          *
      *RC: 8 = ERRO DE ARQUIVO / 0 = NORMAL                            *
      *----------------------------------------------------------------*
       2813-EXECUTAR-COBRANCA          SECTION.
      *----------------------------------------------------------------*
           MOVE 'COB'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             IF WS-ARQ-IMPORT          NOT EQUAL SPACES
               MOVE WS-ARQ-IMPORT      TO WS-ARQ-RELAT
             ELSE
               MOVE 'CARTASCOB.TXT'    TO WS-ARQ-RELAT
             END-IF
             MOVE 'N'                  TO WS-COB-FALHA
             PERFORM 2630-PROCESSAR-COBRANCA
             COMPUTE WS-RUN-GRAV = ACU-COB-CARTA1 + ACU-COB-CARTA2
                                 + ACU-COB-CARTA3
             MOVE ZEROS                TO WS-RUN-REJ
             IF WS-COB-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2813-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO EXTRATO MENSAL DE CLIENTES SOB CONTROLE DE      *
      *EXECUCAO (TIPO EXT) - O SEGUNDO CAMPO DO PARM E O PERIODO       *
      *AAAAMM (PADRAO: MES ANTERIOR)                                   *
      *RC: 8 = ERRO NA ABERTURA DE ARQUIVOS / 0 = NORMAL               *
      *----------------------------------------------------------------*
       2814-EXECUTAR-EXTRATO           SECTION.
      *----------------------------------------------------------------*
           MOVE 'EXT'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2659-EXTRATO-MENSAL
             MOVE ACU-EXT-CLIENTES     TO WS-RUN-GRAV
             MOVE ZEROS                TO WS-RUN-REJ
             IF WS-EXT-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2814-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA PROJECAO DE FLUXO DE CAIXA SOB CONTROLE DE      *
      *EXECUCAO (TIPO FLX) - PARA A ROTINA SEMANAL DO FINANCEIRO       *
      *RC: 8 = ERRO NA ABERTURA DE ARQUIVOS / 0 = NORMAL               *
      *----------------------------------------------------------------*
       2815-EXECUTAR-FLUXO             SECTION.
      *----------------------------------------------------------------*
           MOVE 'FLX'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2679-FLUXO-CAIXA-BATCH
             COMPUTE WS-RUN-GRAV = ACU-FLX-TITULOS + ACU-FLX-PEDIDOS
             MOVE ZEROS                TO WS-RUN-REJ
             IF WS-FLX-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2815-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DAS TRANSFERENCIAS DE CARTEIRA SOB CONTROLE DE     *
      *EXECUCAO (TIPO TRF) - APLICA AS PENDENTES E REVERTE AS          *
      *COBERTURAS VENCIDAS, ANTES DA ATRIBUICAO DO CICLO NOTURNO       *
      *RC: 8 = ERRO NA ABERTURA DE ARQUIVOS / 0 = NORMAL               *
      *----------------------------------------------------------------*
       2816-EXECUTAR-TRANSFERENCIA     SECTION.
      *----------------------------------------------------------------*
           MOVE 'TRF'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2765-PROCESSAR-TRANSF-NOTURNO
             COMPUTE WS-RUN-GRAV = ACU-TRF-EFETIVADAS
                                 + ACU-TRF-REVERTIDAS
             MOVE ACU-TRF-NAO-APLIC    TO WS-RUN-REJ
             IF WS-TRF-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2816-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO DIARIO CONTABIL SOB CONTROLE DE EXECUCAO (TIPO  *
      *CTB) - O SEGUNDO CAMPO DO PARM INFORMA O DIA (AAAAMMDD); EM     *
      *BRANCO GERA O DIA CORRENTE                                      *
      *RC: 8 = DIA EM PERIODO FECHADO, TABELA DE-PARA INCOMPLETA,      *
      *DIARIO NAO BALANCEADO OU ERRO DE ARQUIVO / 0 = NORMAL           *
      *----------------------------------------------------------------*
       2817-EXECUTAR-CONTABIL          SECTION.
      *----------------------------------------------------------------*
           MOVE 'CTB'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2780-GERAR-DIARIO-CONTABIL
             MOVE WS-CTB-NUM-LANC      TO WS-RUN-GRAV
             MOVE ZEROS                TO WS-RUN-REJ
             IF WS-CTB-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2817-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO RETORNO DO EMISSOR DE NF-E SOB CONTROLE DE      *
      *EXECUCAO (TIPO NFE) - O SEGUNDO CAMPO DO PARM E O ARQUIVO DE    *
      *RETORNO (PADRAO RETNFE.TXT) E O TERCEIRO O RELATORIO DE         *
      *EXCECOES (PADRAO EXCNFE.TXT)                                    *
      *RC: 8 = ERRO / 4 = ARQUIVO AUSENTE, REJEICOES OU EXCECOES /     *
      *0 = NORMAL                                                      *
      *----------------------------------------------------------------*
       2818-EXECUTAR-RETORNO-NFE       SECTION.
      *----------------------------------------------------------------*
           MOVE 'NFE'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             IF WS-ARQ-IMPORT          NOT EQUAL SPACES
               MOVE WS-ARQ-IMPORT      TO WS-ARQ-RET-NFE
             END-IF
             IF WS-ARQ-REJEITADOS      NOT EQUAL SPACES
               MOVE WS-ARQ-REJEITADOS  TO WS-ARQ-RELAT
             ELSE
               MOVE 'EXCNFE.TXT'       TO WS-ARQ-RELAT
             END-IF
             MOVE 'N'                  TO WS-NFE-FALHA
             PERFORM 2888-PROCESSAR-RETORNO-NFE
             COMPUTE WS-RUN-GRAV = ACU-NFE-AUTORIZADAS
                                 + ACU-NFE-REJEITADAS
             MOVE ACU-NFE-EXCECOES     TO WS-RUN-REJ
             EVALUATE TRUE
               WHEN WS-NFE-FALHA       EQUAL 'S'
                 MOVE 8                TO WS-RUN-RC
               WHEN WS-NFE-RET-VALIDO  EQUAL 'A'
               WHEN ACU-NFE-EXCECOES   GREATER ZEROS
                 MOVE 4                TO WS-RUN-RC
               WHEN OTHER
                 MOVE ZEROS            TO WS-RUN-RC
             END-EVALUATE
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2818-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DO ROMANEIO DE ENTREGA SOB CONTROLE DE EXECUCAO    *
      *(TIPO ROM) - O SEGUNDO CAMPO DO PARM E A DATA DE EMISSAO DAS    *
      *NOTAS AAAAMMDD (EM BRANCO = HOJE)                               *
      *RC: 8 = ERRO OU DATA INVALIDA / 0 = NORMAL                      *
      *----------------------------------------------------------------*
       2819-EXECUTAR-ROMANEIO          SECTION.
      *----------------------------------------------------------------*
           MOVE 'ROM'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             MOVE ZEROS                TO WS-ENT-DATA
                                          ACU-ENT-INCLUIDAS
             IF WS-ARQ-IMPORT (1:8)    NUMERIC
               MOVE WS-ARQ-IMPORT (1:8)
                                       TO WS-ENT-DATA
             END-IF
             PERFORM 2566-VALIDAR-DATA-ROM
             IF WS-ENT-FALHA           EQUAL 'S'
               DISPLAY 'ROMANEIO NAO EMITIDO - DATA INVALIDA: '
                       WS-ARQ-IMPORT (1:8)
             ELSE
               PERFORM 2583-ROMANEIO-BATCH
             END-IF
             MOVE ACU-ENT-INCLUIDAS    TO WS-RUN-GRAV
             MOVE ZEROS                TO WS-RUN-REJ
             IF WS-ENT-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2819-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DO FATURAMENTO: SELECIONA OS PEDIDOS ABERTOS (SITUACAO   *
      *'A'), ATRIBUI NUMERO DE NOTA DA SERIE CONTROLADA (NOTASERIE),   *
      *GRAVA A NOTA EM ARQ-NOTA, MARCA O PEDIDO COMO FATURADO ('F')    *
      *COM AUDITORIA E IMPRIME O JORNAL DE FATURAMENTO EM ARQ-RELAT    *
      *----------------------------------------------------------------*
       2840-FATURAR-PEDIDOS            SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-FATURADOS
                                          ACU-FAT-RETIDOS
           IF WS-ARQ-PED-ABERTO        EQUAL 'N'
             MOVE 'P'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CLI-ABERTO        EQUAL 'N'
             MOVE 'C'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-ITM-ABERTO        EQUAL 'N'
             MOVE 'M'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-IPD-ABERTO        EQUAL 'N'
             MOVE 'D'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TRB-ABERTO        EQUAL 'N'
             MOVE '3'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-NOT-ABERTO        EQUAL 'N'
             MOVE 'N'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TIT-ABERTO        EQUAL 'N'
             MOVE 'B'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-CPG-ABERTO        EQUAL 'N'
             MOVE '5'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-PED-ABERTO        EQUAL 'N'
           OR WS-ARQ-NOT-ABERTO        EQUAL 'N'
           OR WS-ARQ-TIT-ABERTO        EQUAL 'N'
           OR WS-ARQ-CLI-ABERTO        EQUAL 'N'
           OR WS-ARQ-ITM-ABERTO        EQUAL 'N'
           OR WS-ARQ-IPD-ABERTO        EQUAL 'N'
           OR WS-ARQ-TRB-ABERTO        EQUAL 'N'
           OR WS-ARQ-CPG-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-FAT-FALHA
             DISPLAY 'FATURAMENTO NAO EXECUTADO - ERRO NA ABERTURA '
                     'DOS ARQUIVOS'
           ELSE
             MOVE 'JORNALFAT.TXT'      TO WS-ARQ-RELAT
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-RELAT-ABERTO    NOT EQUAL 'S'
               MOVE 'S'                TO WS-FAT-FALHA
             ELSE
               MOVE ZEROS              TO ACU-RELAT
               MOVE ZEROS              TO WS-PAGINA-RELAT
               MOVE 99                 TO WS-LINHAS-PAGINA
               PERFORM 2841-LER-SERIE-NOTA

               MOVE ZEROS              TO BOOKPED-NUM-PED
               START ARQ-PEDIDO        KEY IS NOT LESS BOOKPED-NUM-PED
               MOVE 'N'                TO WS-FIM-ARQ-PED
               IF WS-FS-PEDIDO         NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-PED
               END-IF
               PERFORM UNTIL WS-FIM-ARQ-PED EQUAL 'S'
                 READ ARQ-PEDIDO
                 IF WS-FS-PEDIDO       NOT EQUAL ZEROS
                   MOVE 'S'            TO WS-FIM-ARQ-PED
                 ELSE
                   IF BOOKPED-SITUACAO EQUAL 'A'
                     PERFORM 2847-FATURAR-PEDIDO-ATUAL
                   END-IF
                 END-IF
               END-PERFORM

               PERFORM 2845-GRAVAR-SERIE-NOTA
               PERFORM 2846-FECHAR-JORNAL-FAT
               PERFORM 2883-GERAR-EXTRATO-NFE
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2840-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER O ULTIMO NUMERO EMITIDO DA SERIE DE NOTAS       *
      *(ARQUIVO INEXISTENTE = SERIE COMECA EM ZEROS)                   *
      *----------------------------------------------------------------*
       2841-LER-SERIE-NOTA             SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-SERIE-ULTIMA
           OPEN INPUT                  ARQ-SERIE
           IF WS-FS-SERIE              EQUAL ZEROS
             READ ARQ-SERIE
             IF WS-FS-SERIE            EQUAL ZEROS
             AND FD-ARQ-SERIE          NUMERIC
               MOVE FD-ARQ-SERIE       TO WS-SERIE-ULTIMA
             END-IF
             CLOSE ARQ-SERIE
           END-IF
           .
      *----------------------------------------------------------------*
       2841-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-NOTA        *
      *----------------------------------------------------------------*
       2842-TESTAR-FS-ARQ-NOTA         SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-NOTA              NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-NOTA,' OPERACAO: ',
               WS-OPERACAO,' ARQUIVO NOTA'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-NOTA
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO NOTA'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2842-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO JORNAL DE FATURAMENTO         *
      *----------------------------------------------------------------*
       2843-GRAVAR-CABECALHO-FAT       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'JORNAL DE FATURAMENTO'    DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTA       PEDIDO     '   DELIMITED BY SIZE
                  'CLIENTE  VENDEDOR  EMISSAO     '
                                             DELIMITED BY SIZE
                  'VALOR TOTAL'              DELIMITED BY SIZE
                  '         VALOR ICMS'      DELIMITED BY SIZE
                  '          VALOR IPI'      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2843-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DO JORNAL DE FATURAMENTO           *
      *----------------------------------------------------------------*
       2844-GRAVAR-LINHA-FAT           SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2843-GRAVAR-CABECALHO-FAT
           END-IF

           MOVE BOOKNOT-NUM-NOTA       TO WS-NUM-NOTA-EDIT
           MOVE BOOKNOT-NUM-PED        TO WS-NUM-PED-EDIT
           MOVE BOOKNOT-COD-CLI        TO WS-COD-CLI-EDIT
           MOVE BOOKNOT-COD-VEND       TO WS-COD-VEND-EDIT
           MOVE BOOKNOT-DT-EMISSAO (7:2)
                                       TO WS-DT-PED-DIA
           MOVE BOOKNOT-DT-EMISSAO (5:2)
                                       TO WS-DT-PED-MES
           MOVE BOOKNOT-DT-EMISSAO (1:4)
                                       TO WS-DT-PED-ANO
           MOVE BOOKNOT-VLR-TOTAL      TO WS-VLR-TOTAL-EDIT
           MOVE BOOKNOT-VLR-ICMS       TO WS-TRB-ICMS-EDIT
           MOVE BOOKNOT-VLR-IPI        TO WS-TRB-IPI-EDIT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-NUM-NOTA-EDIT     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-NUM-PED-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COD-CLI-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COD-VEND-EDIT     DELIMITED BY SIZE
                  '       '            DELIMITED BY SIZE
                  WS-DT-PEDIDO-EDIT    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-VLR-TOTAL-EDIT    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TRB-ICMS-EDIT     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TRB-IPI-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2844-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR O ULTIMO NUMERO EMITIDO DA SERIE DE NOTAS  *
      *----------------------------------------------------------------*
       2845-GRAVAR-SERIE-NOTA          SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT                 ARQ-SERIE
           IF WS-FS-SERIE              EQUAL ZEROS
             MOVE WS-SERIE-ULTIMA      TO FD-ARQ-SERIE
             WRITE FD-ARQ-SERIE
             CLOSE ARQ-SERIE
           ELSE
             MOVE 'S'                  TO WS-FAT-FALHA
             DISPLAY 'ERRO AO REGRAVAR A SERIE DE NOTAS - FS: '
                     WS-FS-SERIE
           END-IF
           .
      *----------------------------------------------------------------*
       2845-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O RODAPE E FECHAR O JORNAL DE FATURAMENTO    *
      *(SEM PARADA DE TELA - EXECUCAO SEM ATENDENTE)                   *
      *----------------------------------------------------------------*
       2846-FECHAR-JORNAL-FAT          SECTION.
      *----------------------------------------------------------------*
           IF WS-PAGINA-RELAT          EQUAL ZEROS
              PERFORM 2843-GRAVAR-CABECALHO-FAT
              MOVE 'NENHUM PEDIDO ABERTO PARA FATURAR'
                                       TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT       FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE ACU-FATURADOS          TO WS-FAT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL DE PEDIDOS FATURADOS: '
                                       DELIMITED BY SIZE
                  WS-FAT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE ACU-FAT-RETIDOS        TO WS-FAT-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'PEDIDOS RETIDOS (TRIBUTOS): '
                                       DELIMITED BY SIZE
                  WS-FAT-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ACU-FATURADOS          TO WS-FAT-EDIT

           MOVE WS-FECHAMENTO          TO WS-OPERACAO
           CLOSE ARQ-RELAT
           MOVE 'N'                    TO WS-ARQ-RELAT-ABERTO

           DISPLAY 'FATURAMENTO CONCLUIDO - PEDIDOS FATURADOS: '
                   WS-FAT-EDIT
           .
      *----------------------------------------------------------------*
       2846-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA FATURAR O PEDIDO CORRENTE: CALCULA OS TRIBUTOS DAS  *
      *LINHAS, GERA A NOTA (PENDENTE DE EXTRACAO PARA NF-E), MARCA O   *
      *PEDIDO COMO 'F' (AUDITADO) E GRAVA A LINHA DO JORNAL - PEDIDO   *
      *SEM REGRA TRIBUTARIA FICA RETIDO (CONTINUA ABERTO)              *
      *----------------------------------------------------------------*
       2847-FATURAR-PEDIDO-ATUAL       SECTION.
      *----------------------------------------------------------------*
           PERFORM 2880-CALCULAR-TRIBUTOS-PED
           IF WS-TRB-FALTA             EQUAL 'S'
             ADD 1                     TO ACU-FAT-RETIDOS
             PERFORM 2882-GRAVAR-LINHA-RETIDO
           ELSE
             PERFORM 2849-GRAVAR-NOTA-PEDIDO
           END-IF
           .
      *----------------------------------------------------------------*
       2847-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GERAR OS TITULOS DE CONTAS A RECEBER DA NOTA        *
      *CORRENTE PELAS PARCELAS DA CONDICAO DE PAGAMENTO APURADA NA     *
      *GRAVACAO DA NOTA (WS-CPG-VIGENTE - 2590): VENCIMENTO = EMISSAO  *
      *MAIS O PRAZO DA PARCELA, VALOR JA LIQUIDO DO DESCONTO A VISTA   *
      *----------------------------------------------------------------*
       2848-GERAR-TITULOS-NOTA         SECTION.
      *----------------------------------------------------------------*
           COMPUTE WS-TIT-INT-EMISSAO =
                   FUNCTION INTEGER-OF-DATE (BOOKNOT-DT-EMISSAO)

           MOVE 'I'                    TO WS-CRUD
           MOVE ZEROS                  TO WS-TIT-PARCELA
           PERFORM UNTIL WS-TIT-PARCELA
                                       NOT LESS WS-CPV-QTD-PARCELAS
             ADD 1                     TO WS-TIT-PARCELA
             MOVE BOOKNOT-NUM-NOTA     TO BOOKTIT-NUM-NOTA
             MOVE WS-TIT-PARCELA       TO BOOKTIT-NUM-PARCELA
             MOVE BOOKNOT-NUM-PED      TO BOOKTIT-NUM-PED
             MOVE BOOKNOT-COD-CLI      TO BOOKTIT-COD-CLI
             MOVE BOOKNOT-COD-VEND     TO BOOKTIT-COD-VEND
             COMPUTE WS-TIT-INT-VENC =
                     WS-TIT-INT-EMISSAO +
                     WS-CPV-DIAS (WS-TIT-PARCELA)
             COMPUTE BOOKTIT-DT-VENCIMENTO =
                     FUNCTION DATE-OF-INTEGER (WS-TIT-INT-VENC)
             MOVE WS-CPV-VALOR (WS-TIT-PARCELA)
                                       TO BOOKTIT-VLR-PARCELA
             MOVE ZEROS                TO BOOKTIT-VLR-PAGO
             MOVE ZEROS                TO BOOKTIT-DT-PAGAMENTO
             MOVE 'A'                  TO BOOKTIT-SITUACAO
             MOVE ZEROS                TO BOOKTIT-DT-REMESSA
             MOVE SPACES               TO BOOKTIT-SIT-BANCO
             MOVE ZEROS                TO BOOKTIT-ESTAGIO-COB
             MOVE ZEROS                TO BOOKTIT-DT-ESTAGIO
             MOVE ZEROS                TO BOOKTIT-VLR-ENCARGOS
             MOVE ZEROS                TO BOOKTIT-NUM-ACORDO
             WRITE BOOKTIT
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2472-TESTAR-FS-ARQ-TITULO
             IF WS-FS-TITULO           EQUAL ZEROS OR '02'
               PERFORM 2473-GRAVAR-AUDITORIA-TIT
             ELSE
               MOVE 'S'                TO WS-FAT-FALHA
             END-IF
           END-PERFORM
           MOVE 'A'                    TO WS-CRUD
           .
      *----------------------------------------------------------------*
       2848-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR A NOTA DO PEDIDO CORRENTE COM OS TOTAIS DE   *
      *TRIBUTOS E A CONDICAO DE PAGAMENTO DO PEDIDO (VALOR TOTAL =     *
      *PRODUTOS + IPI - DESCONTO A VISTA DA CONDICAO)                  *
      *----------------------------------------------------------------*
       2849-GRAVAR-NOTA-PEDIDO         SECTION.
      *----------------------------------------------------------------*
           INITIALIZE BOOKNOT
           ADD 1                       TO WS-SERIE-ULTIMA
           MOVE WS-SERIE-ULTIMA        TO BOOKNOT-NUM-NOTA
           MOVE BOOKPED-NUM-PED        TO BOOKNOT-NUM-PED
           MOVE BOOKPED-COD-CLI        TO BOOKNOT-COD-CLI
           MOVE BOOKPED-COD-VEND       TO BOOKNOT-COD-VEND
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKNOT-DT-EMISSAO
           MOVE WS-TRB-UF              TO BOOKNOT-UF-DESTINO
           MOVE BOOKPED-VLR-TOTAL      TO BOOKNOT-VLR-PRODUTOS
           MOVE WS-TRB-BASE-ICMS       TO BOOKNOT-BASE-ICMS
           MOVE WS-TRB-VLR-ICMS        TO BOOKNOT-VLR-ICMS
           MOVE WS-TRB-VLR-IPI         TO BOOKNOT-VLR-IPI
           COMPUTE BOOKNOT-VLR-TOTAL   = BOOKPED-VLR-TOTAL
                                       + WS-TRB-VLR-IPI
      *    CONDICAO DO PEDIDO OU, EM BRANCO, A PADRAO DO CLIENTE (LIDO
      *    NA 2880) - SEM CONDICAO VALE O PARAMETRO GERAL
           MOVE BOOKPED-COD-CONDPAG    TO WS-CPG-COD-BUSCA
           IF WS-CPG-COD-BUSCA         EQUAL SPACES
             MOVE BOOKCLI-COD-CONDPAG  TO WS-CPG-COD-BUSCA
           END-IF
           MOVE BOOKNOT-VLR-TOTAL      TO WS-CPG-VLR-BRUTO
           PERFORM 2590-OBTER-COND-PAG
           MOVE WS-CPV-COD-CONDPAG     TO BOOKNOT-COD-CONDPAG
           MOVE WS-CPV-VLR-DESCONTO    TO BOOKNOT-VLR-DESCONTO
           MOVE WS-CPV-VLR-LIQUIDO     TO BOOKNOT-VLR-TOTAL
           MOVE 'A'                    TO BOOKNOT-SITUACAO
           MOVE 'P'                    TO BOOKNOT-SIT-NFE
           WRITE BOOKNOT
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2842-TESTAR-FS-ARQ-NOTA
           IF WS-FS-NOTA               EQUAL ZEROS OR '02'
             MOVE 'A'                  TO WS-CRUD
             MOVE BOOKPED              TO WS-BOOKPED-ANTES
             MOVE 'F'                  TO BOOKPED-SITUACAO
             REWRITE BOOKPED
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
             IF WS-FS-PEDIDO           EQUAL ZEROS OR '02'
               PERFORM 2268-GRAVAR-AUDITORIA-PED
               ADD 1                   TO ACU-FATURADOS
               PERFORM 2844-GRAVAR-LINHA-FAT
               PERFORM 2848-GERAR-TITULOS-NOTA
               PERFORM 2536-BAIXAR-ESTOQUE-PED
             ELSE
               MOVE 'S'                TO WS-FAT-FALHA
             END-IF
           ELSE
             SUBTRACT 1                FROM WS-SERIE-ULTIMA
             MOVE 'S'                  TO WS-FAT-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2849-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA APURACAO MENSAL DE COMISSOES SOB CONTROLE DE    *
      *EXECUCAO (TIPO COM) - O SEGUNDO CAMPO DO PARM INFORMA O PERIODO *
      *(AAAAMM); EM BRANCO APURA O MES ANTERIOR. O PERIODO JA APURADO  *
      *E RECUSADO (ARQ-CTRL-IMP) SALVO PARAMETRO DE FORCA, PARA NAO    *
      *PAGAR COMISSAO EM DOBRO                                         *
      *----------------------------------------------------------------*
       2807-EXECUTAR-COMISSAO          SECTION.
      *----------------------------------------------------------------*
           MOVE 'COM'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2851-DEFINIR-PERIODO-COM
             MOVE 'COM'                TO WS-CTRL-TIPO
             COMPUTE WS-CTRL-DATA = WS-COM-PERIODO * 100
             MOVE ZEROS                TO WS-CTRL-SEQ
             PERFORM 2271-CONSULTAR-CTRL-IMP
             IF WS-IMP-JA-PROCESSADO   EQUAL 'S'
             AND WS-BATCH-FORCA        NOT EQUAL 'F'
               DISPLAY 'COMISSAO DO PERIODO ' WS-COM-PERIODO
                       ' JA APURADA (USE O PARAMETRO F)'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE 'N'                TO WS-COM-FALHA
               PERFORM 2850-APURAR-COMISSAO
               MOVE ACU-COM-VEND       TO WS-RUN-GRAV
               IF WS-COM-FALHA         EQUAL 'S'
                 MOVE 8                TO WS-RUN-RC
               ELSE
                 MOVE ZEROS            TO WS-RUN-RC
                 PERFORM 2272-REGISTRAR-CTRL-IMP
               END-IF
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2807-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA APURAR A COMISSAO DO PERIODO: VARRE ARQ-PEDIDO NA   *
      *ORDEM DA CHAVE ALTERNADA DE VENDEDOR, ACUMULA O VOLUME DOS      *
      *PEDIDOS DO MES (SITUACAO A OU F) E IMPRIME O DEMONSTRATIVO POR  *
      *VENDEDOR EM ARQ-RELAT COM OS PEDIDOS QUE COMPOEM O PAGAMENTO    *
      *----------------------------------------------------------------*
       2850-APURAR-COMISSAO            SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-COM-VEND
           MOVE ZEROS                  TO WS-COM-TOT-GERAL
           IF WS-ARQ-PED-ABERTO        EQUAL 'N'
             MOVE 'P'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-COM-ABERTO        EQUAL 'N'
             MOVE 'F'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-PCM-ABERTO        EQUAL 'N'
             MOVE '2'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-PED-ABERTO        EQUAL 'N'
           OR WS-ARQ-VEN-ABERTO        EQUAL 'N'
           OR WS-ARQ-COM-ABERTO        EQUAL 'N'
           OR WS-ARQ-PCM-ABERTO        EQUAL 'N'
             MOVE 'S'                  TO WS-COM-FALHA
             DISPLAY 'COMISSAO NAO APURADA - ERRO NA ABERTURA '
                     'DOS ARQUIVOS'
           ELSE
             MOVE SPACES               TO WS-ARQ-RELAT
             STRING 'COMISSAO-'        DELIMITED BY SIZE
                    WS-COM-PERIODO     DELIMITED BY SIZE
                    '.TXT'             DELIMITED BY SIZE
                    INTO WS-ARQ-RELAT
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-RELAT-ABERTO    NOT EQUAL 'S'
               MOVE 'S'                TO WS-COM-FALHA
             ELSE
               MOVE SPACES             TO WS-TITULO-RELAT
               STRING 'DEMONSTRATIVO DE COMISSOES - PERIODO '
                                       DELIMITED BY SIZE
                      WS-COM-MES       DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      WS-COM-ANO       DELIMITED BY SIZE
                      INTO WS-TITULO-RELAT
               MOVE ZEROS              TO ACU-RELAT
               MOVE ZEROS              TO WS-PAGINA-RELAT
               MOVE 99                 TO WS-LINHAS-PAGINA
               PERFORM 2852-GRAVAR-CABECALHO-COM
               PERFORM 2795-ZERAR-PROVISAO-COM

               MOVE ZEROS              TO WS-COM-VEND-ANT
               MOVE ZEROS              TO WS-COM-VOLUME
               MOVE 'N'                TO WS-COM-TEM-REG
               MOVE ZEROS              TO BOOKPED-COD-VEND
               START ARQ-PEDIDO        KEY IS NOT LESS BOOKPED-COD-VEND
               MOVE 'N'                TO WS-FIM-ARQ-PED
               IF WS-FS-PEDIDO         NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-PED
               END-IF
               PERFORM UNTIL WS-FIM-ARQ-PED EQUAL 'S'
                 READ ARQ-PEDIDO       NEXT RECORD
                 IF WS-FS-PEDIDO       NOT EQUAL ZEROS AND '02'
                   MOVE 'S'            TO WS-FIM-ARQ-PED
                 ELSE
                   IF (BOOKPED-SITUACAO EQUAL 'A' OR 'F')
                   AND BOOKPED-DT-PEDIDO (1:6)
                                       EQUAL WS-COM-PERIODO
                     IF WS-COM-TEM-REG EQUAL 'S'
                     AND BOOKPED-COD-VEND
                                       NOT EQUAL WS-COM-VEND-ANT
                       PERFORM 2856-FECHAR-VENDEDOR-COM
                     END-IF
                     IF WS-COM-TEM-REG EQUAL 'N'
                     OR BOOKPED-COD-VEND
                                       NOT EQUAL WS-COM-VEND-ANT
                       PERFORM 2857-ABRIR-VENDEDOR-COM
                     END-IF
                     PERFORM 2858-GRAVAR-PEDIDO-COM
                     ADD BOOKPED-VLR-TOTAL
                                       TO WS-COM-VOLUME
                   END-IF
                 END-IF
               END-PERFORM
               IF WS-COM-TEM-REG       EQUAL 'S'
                 PERFORM 2856-FECHAR-VENDEDOR-COM
               END-IF

               PERFORM 2859-FECHAR-DEMONST-COM
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2850-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA DEFINIR O PERIODO DA APURACAO DE COMISSAO: SEGUNDO  *
      *CAMPO DO PARM (AAAAMM) OU, EM BRANCO, O MES ANTERIOR AO ATUAL   *
      *----------------------------------------------------------------*
       2851-DEFINIR-PERIODO-COM        SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-COM-PERIODO
           IF WS-ARQ-IMPORT (1:6)      NUMERIC
           AND WS-ARQ-IMPORT (1:6)     NOT EQUAL '000000'
             MOVE WS-ARQ-IMPORT (1:6)  TO WS-COM-PERIODO
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:6)
                                       TO WS-COM-PERIODO
             IF WS-COM-MES             EQUAL 1
               MOVE 12                 TO WS-COM-MES
               SUBTRACT 1              FROM WS-COM-ANO
             ELSE
               SUBTRACT 1              FROM WS-COM-MES
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2851-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO DEMONSTRATIVO DE COMISSOES    *
      *----------------------------------------------------------------*
       2852-GRAVAR-CABECALHO-COM       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES               TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT        FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'DEMONSTRATIVO DE COMISSOES - PERIODO '
                                             DELIMITED BY SIZE
                  WS-COM-MES                 DELIMITED BY SIZE
                  '/'                        DELIMITED BY SIZE
                  WS-COM-ANO                 DELIMITED BY SIZE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2852-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA OBTER A TAXA DE COMISSAO DO VENDEDOR CORRENTE PELO  *
      *VOLUME DO MES (FAIXA 2, FAIXA 1 OU TAXA PADRAO; VENDEDOR SEM    *
      *REGISTRO NA TABELA FICA COM TAXA ZERO)                          *
      *----------------------------------------------------------------*
       2853-OBTER-TAXA-COMISSAO        SECTION.
      *----------------------------------------------------------------*
           MOVE WS-COM-VEND-ANT        TO BOOKCOM-COD-VEND
           MOVE 'S'                    TO WS-COM-ACHOU
           READ ARQ-COMISSAO           KEY IS BOOKCOM-COD-VEND
                                       INVALID KEY
              MOVE 'N'                 TO WS-COM-ACHOU
           END-READ
           IF WS-COM-ACHOU             EQUAL 'N'
             MOVE ZEROS                TO WS-COM-TAXA
           ELSE
             MOVE BOOKCOM-TAXA-PADRAO  TO WS-COM-TAXA
             IF BOOKCOM-FAIXA1-LIMITE  GREATER ZEROS
             AND WS-COM-VOLUME         NOT LESS BOOKCOM-FAIXA1-LIMITE
               MOVE BOOKCOM-FAIXA1-TAXA
                                       TO WS-COM-TAXA
             END-IF
             IF BOOKCOM-FAIXA2-LIMITE  GREATER ZEROS
             AND WS-COM-VOLUME         NOT LESS BOOKCOM-FAIXA2-LIMITE
               MOVE BOOKCOM-FAIXA2-TAXA
                                       TO WS-COM-TAXA
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2853-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-COMISSAO    *
      *----------------------------------------------------------------*
       2854-TESTAR-FS-ARQ-COMISSAO     SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-COMISSAO          NOT EQUAL ZEROS AND '05')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-COMISSAO,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO COMISSAO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-COMISSAO
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO COMISSAO'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2854-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA MANTER A TABELA DE TAXAS DE COMISSAO DO VENDEDOR    *
      *(INCLUI OU AJUSTA - MESMO DESENHO DA MANUTENCAO DE METAS)       *
      *----------------------------------------------------------------*
       2855-MANTER-COMISSAO            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'C O M I S S A O  D O  V E N D E D O R'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-INSERIR-COMISSAO

           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           MOVE 'N'                    TO WS-ACHOU-VEND
           PERFORM UNTIL WS-ACHOU-VEND EQUAL 'S'
              ACCEPT SS-COD-VEND-COM
              MOVE BOOKCOM-COD-VEND    TO BOOKVEN-COD-VEND
              MOVE 'S'                 TO WS-ACHOU-VEND
              READ ARQ-VENDEDOR        KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                 MOVE 'N'              TO WS-ACHOU-VEND
              END-READ
              IF WS-ACHOU-VEND         EQUAL 'N'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "VENDEDOR INFORMADO NAO EXISTE"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM
           DISPLAY BOOKVEN-NOME        AT 0530

           MOVE 'S'                    TO WS-COM-ACHOU
           READ ARQ-COMISSAO           KEY IS BOOKCOM-COD-VEND
                                       INVALID KEY
              MOVE 'N'                 TO WS-COM-ACHOU
           END-READ

           IF WS-COM-ACHOU             EQUAL 'S'
             DISPLAY BOOKCOM-TAXA-PADRAO
                                       AT 0720
             DISPLAY BOOKCOM-FAIXA1-LIMITE
                                       AT 0933
             DISPLAY BOOKCOM-FAIXA1-TAXA
                                       AT 0961
             DISPLAY BOOKCOM-FAIXA2-LIMITE
                                       AT 1133
             DISPLAY BOOKCOM-FAIXA2-TAXA
                                       AT 1161
           ELSE
             MOVE ZEROS                TO BOOKCOM-TAXA-PADRAO
             MOVE ZEROS                TO BOOKCOM-FAIXA1-LIMITE
             MOVE ZEROS                TO BOOKCOM-FAIXA1-TAXA
             MOVE ZEROS                TO BOOKCOM-FAIXA2-LIMITE
             MOVE ZEROS                TO BOOKCOM-FAIXA2-TAXA
           END-IF
           ACCEPT SS-TAXA-PADRAO-COM
           ACCEPT SS-FAIXA1-LIM-COM
           ACCEPT SS-FAIXA1-TAXA-COM
           ACCEPT SS-FAIXA2-LIM-COM
           ACCEPT SS-FAIXA2-TAXA-COM

           MOVE WS-GRAVACAO            TO WS-OPERACAO
           IF WS-COM-ACHOU             EQUAL 'S'
             REWRITE BOOKCOM
             PERFORM 2854-TESTAR-FS-ARQ-COMISSAO
             IF WS-FS-COMISSAO         EQUAL ZEROS
               MOVE 'TAXAS AJUSTADAS COM SUCESSO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             END-IF
           ELSE
             WRITE BOOKCOM
             PERFORM 2854-TESTAR-FS-ARQ-COMISSAO
             IF WS-FS-COMISSAO         EQUAL ZEROS
               MOVE 'TAXAS INCLUIDAS COM SUCESSO'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-CADASTRO
           .
      *----------------------------------------------------------------*
       2855-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA FECHAR O VENDEDOR CORRENTE NO DEMONSTRATIVO:        *
      *APLICA A TAXA AO VOLUME DO MES E IMPRIME O SUBTOTAL             *
      *----------------------------------------------------------------*
       2856-FECHAR-VENDEDOR-COM        SECTION.
      *----------------------------------------------------------------*
           PERFORM 2853-OBTER-TAXA-COMISSAO
           COMPUTE WS-COM-VALOR ROUNDED =
                   WS-COM-VOLUME * WS-COM-TAXA / 100
           ADD WS-COM-VALOR            TO WS-COM-TOT-GERAL
           ADD 1                       TO ACU-COM-VEND
           PERFORM 2794-GRAVAR-PROVISAO-COM

           MOVE WS-COM-VOLUME          TO WS-COM-VOL-EDIT
           MOVE WS-COM-TAXA            TO WS-COM-TAXA-EDIT
           MOVE WS-COM-VALOR           TO WS-COM-VLR-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING '  VOLUME DO MES: '  DELIMITED BY SIZE
                  WS-COM-VOL-EDIT      DELIMITED BY SIZE
                  '  TAXA: '           DELIMITED BY SIZE
                  WS-COM-TAXA-EDIT     DELIMITED BY SIZE
                  ' %'                 DELIMITED BY SIZE
                  '  COMISSAO: '       DELIMITED BY SIZE
                  WS-COM-VLR-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           IF WS-COM-ACHOU             EQUAL 'N'
             MOVE '  ATENCAO: VENDEDOR SEM TAXA CADASTRADA'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
           END-IF
           MOVE SPACES                 TO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES

           MOVE ZEROS                  TO WS-COM-VOLUME
           MOVE 'N'                    TO WS-COM-TEM-REG
           .
      *----------------------------------------------------------------*
       2856-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR O VENDEDOR CORRENTE NO DEMONSTRATIVO (NOME E  *
      *CABECALHO DA RELACAO DE PEDIDOS)                                *
      *----------------------------------------------------------------*
       2857-ABRIR-VENDEDOR-COM         SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKPED-COD-VEND       TO WS-COM-VEND-ANT
           MOVE 'S'                    TO WS-COM-TEM-REG
           MOVE ZEROS                  TO WS-COM-VOLUME

           MOVE BOOKPED-COD-VEND       TO BOOKVEN-COD-VEND
           MOVE 'S'                    TO WS-ACHOU-VEND
           READ ARQ-VENDEDOR           KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
              MOVE 'N'                 TO WS-ACHOU-VEND
           END-READ
           IF WS-ACHOU-VEND            EQUAL 'N'
             MOVE SPACES               TO BOOKVEN-NOME
           END-IF

           MOVE WS-COM-VEND-ANT        TO WS-COD-VEND-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'VENDEDOR '          DELIMITED BY SIZE
                  WS-COD-VEND-EDIT     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  BOOKVEN-NOME         DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING '  PEDIDO     DATA        VALOR'
                                       DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2857-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UM PEDIDO NA RELACAO DO DEMONSTRATIVO DE     *
      *COMISSOES                                                       *
      *----------------------------------------------------------------*
       2858-GRAVAR-PEDIDO-COM          SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKPED-NUM-PED        TO WS-NUM-PED-EDIT
           MOVE BOOKPED-DT-PEDIDO (7:2)
                                       TO WS-DT-PED-DIA
           MOVE BOOKPED-DT-PEDIDO (5:2)
                                       TO WS-DT-PED-MES
           MOVE BOOKPED-DT-PEDIDO (1:4)
                                       TO WS-DT-PED-ANO
           MOVE BOOKPED-VLR-TOTAL      TO WS-VLR-TOTAL-EDIT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING '  '                 DELIMITED BY SIZE
                  WS-NUM-PED-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-DT-PEDIDO-EDIT    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-VLR-TOTAL-EDIT    DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           PERFORM 2369-GRAVAR-LINHA-RES
           .
      *----------------------------------------------------------------*
       2858-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O RODAPE E FECHAR O DEMONSTRATIVO DE         *
      *COMISSOES (SEM PARADA DE TELA - EXECUCAO SEM ATENDENTE)         *
      *----------------------------------------------------------------*
       2859-FECHAR-DEMONST-COM         SECTION.
      *----------------------------------------------------------------*
           IF ACU-COM-VEND             EQUAL ZEROS
             MOVE 'NENHUM PEDIDO NO PERIODO'
                                       TO WS-LINHA-RELAT
             PERFORM 2369-GRAVAR-LINHA-RES
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE WS-COM-TOT-GERAL       TO WS-COM-VLR-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'TOTAL GERAL DE COMISSOES: '
                                       DELIMITED BY SIZE
                  WS-COM-VLR-EDIT      DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           CLOSE ARQ-RELAT
           MOVE 'N'                    TO WS-ARQ-RELAT-ABERTO

           DISPLAY 'APURACAO DE COMISSOES CONCLUIDA - VENDEDORES: '
                   ACU-COM-VEND
           .
      *----------------------------------------------------------------*
       2859-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA DE MANUTENCAO DOS TERRITORIOS DO VENDEDOR: LISTA AS UFS  *
      *COBERTAS (COM FAIXA DE CEP OPCIONAL) E PERMITE INCLUIR OU       *
      *EXCLUIR LINHAS DE COBERTURA                                     *
      *----------------------------------------------------------------*
       2860-MANTER-TERRITORIOS         SECTION.
      *----------------------------------------------------------------*
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'T E R R I T O R I O S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217

           IF WS-ARQ-VEN-ABERTO        EQUAL 'N'
             MOVE 'V'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF

           DISPLAY 'COD VENDEDOR.: '   AT 0505
           MOVE 'N'                    TO WS-ACHOU-VEND
           PERFORM UNTIL WS-ACHOU-VEND EQUAL 'S'
              MOVE ZEROS               TO BOOKVEN-COD-VEND
              ACCEPT BOOKVEN-COD-VEND  AT 0520
              MOVE 'S'                 TO WS-ACHOU-VEND
              READ ARQ-VENDEDOR        KEY IS BOOKVEN-COD-VEND
                                       INVALID KEY
                 MOVE 'N'              TO WS-ACHOU-VEND
              END-READ
              IF WS-ACHOU-VEND         EQUAL 'N'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "VENDEDOR INFORMADO NAO EXISTE"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
              END-IF
           END-PERFORM
           DISPLAY BOOKVEN-NOME (1:30) AT 0530

           MOVE SPACES                 TO WS-TER-ACAO
           PERFORM UNTIL WS-TER-ACAO   EQUAL 'X'
             PERFORM 2861-LISTAR-TERRITORIOS
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'ACAO: [I]INCLUI UF [E]EXCLUI UF [X]SAIR:'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-TER-ACAO
             PERFORM UNTIL WS-TER-ACAO EQUAL 'I' OR 'E' OR 'X'
               ACCEPT WS-TER-ACAO      UPPER AT 2345
             END-PERFORM
             DISPLAY WS-LIMPAR-TELA    AT 2302

             IF WS-TER-ACAO            EQUAL 'I'
               PERFORM 2863-INCLUIR-TERRITORIO
             END-IF
             IF WS-TER-ACAO            EQUAL 'E'
               PERFORM 2864-EXCLUIR-TERRITORIO
             END-IF
           END-PERFORM
           MOVE SPACES                 TO WS-TER-ACAO
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-MANUTENCAO
           .
      *----------------------------------------------------------------*
       2860-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LISTAR NA TELA AS LINHAS DE TERRITORIO DO VENDEDOR  *
      *CORRENTE (BOOKVEN-COD-VEND)                                     *
      *----------------------------------------------------------------*
       2861-LISTAR-TERRITORIOS         SECTION.
      *----------------------------------------------------------------*
           DISPLAY 'UF   CEP INICIAL  CEP FINAL'
                                       AT 0705
           MOVE ZEROS                  TO WS-TER-LINHA
           MOVE BOOKVEN-COD-VEND       TO BOOKTER-COD-VEND
           MOVE SPACES                 TO BOOKTER-UF
           START ARQ-TERRITORIO        KEY IS NOT LESS BOOKTER-CHAVE
           MOVE 'N'                    TO WS-FIM-ARQ-TER
           IF WS-FS-TERRIT             NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FIM-ARQ-TER
           END-IF
           PERFORM UNTIL WS-FIM-ARQ-TER EQUAL 'S'
                         OR WS-TER-LINHA NOT LESS 12
             READ ARQ-TERRITORIO       NEXT RECORD
             IF WS-FS-TERRIT           NOT EQUAL ZEROS
               MOVE 'S'                TO WS-FIM-ARQ-TER
             ELSE
               IF BOOKTER-COD-VEND     NOT EQUAL BOOKVEN-COD-VEND
                 MOVE 'S'              TO WS-FIM-ARQ-TER
               ELSE
                 ADD 1                 TO WS-TER-LINHA
                 MOVE SPACES           TO WS-MENSAGEM
                 STRING BOOKTER-UF     DELIMITED BY SIZE
                        '   '          DELIMITED BY SIZE
                        BOOKTER-CEP-INI
                                       DELIMITED BY SIZE
                        '     '        DELIMITED BY SIZE
                        BOOKTER-CEP-FIM
                                       DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 COMPUTE WS-TER-POS-DISPLAY =
                         ((8 + WS-TER-LINHA) * 100) + 5
                 DISPLAY WS-MENSAGEM   AT WS-TER-POS-DISPLAY
               END-IF
             END-IF
           END-PERFORM
           IF WS-TER-LINHA             EQUAL ZEROS
             DISPLAY 'SEM RESTRICAO - ATENDE QUALQUER TERRITORIO'
                                       AT 0905
           END-IF
           .
      *----------------------------------------------------------------*
       2861-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-TERRITORIO  *
      *----------------------------------------------------------------*
       2862-TESTAR-FS-ARQ-TERRIT       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-TERRIT            NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-TERRIT,' OPERACAO: ',
               WS-OPERACAO,' ARQUIVO TERRITORIO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-TERRIT
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO TERRITORIO'
             END-IF
           END-IF

           IF (WS-FS-TERRIT            EQUAL '10')
              MOVE 'S'                 TO WS-FIM-ARQ-TER
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2862-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA INCLUIR UMA LINHA DE TERRITORIO DO VENDEDOR         *
      *CORRENTE (UF VALIDADA E FAIXA DE CEP OPCIONAL)                  *
      *----------------------------------------------------------------*
       2863-INCLUIR-TERRITORIO         SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-UF-VALIDO
           PERFORM UNTIL WS-UF-VALIDO  EQUAL 'S'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'INFORME A UF DO TERRITORIO:'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-UF-TESTE
             ACCEPT WS-UF-TESTE        UPPER AT 2331
             PERFORM 3232-VALIDAR-UF
             IF WS-UF-VALIDO           EQUAL 'N'
               DISPLAY WS-LIMPAR-TELA  AT 2302
               DISPLAY "UF INVALIDA - INFORME UMA SIGLA VALIDA"
                                       AT 2315
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             END-IF
           END-PERFORM
           MOVE BOOKVEN-COD-VEND       TO BOOKTER-COD-VEND
           MOVE WS-UF-TESTE            TO BOOKTER-UF

           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'CEP INICIAL (0 = UF INTEIRA):'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           MOVE ZEROS                  TO BOOKTER-CEP-INI
           ACCEPT BOOKTER-CEP-INI      AT 2333
           MOVE ZEROS                  TO BOOKTER-CEP-FIM
           IF BOOKTER-CEP-INI          GREATER ZEROS
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'CEP FINAL:'         TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             ACCEPT BOOKTER-CEP-FIM    AT 2313
             IF BOOKTER-CEP-FIM        LESS BOOKTER-CEP-INI
               MOVE BOOKTER-CEP-INI    TO BOOKTER-CEP-FIM
             END-IF
           END-IF

           WRITE BOOKTER
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           IF WS-FS-TERRIT             EQUAL '22'
             MOVE BOOKTER              TO WS-BOOKTER-TROCA
             READ ARQ-TERRITORIO       KEY IS BOOKTER-CHAVE
                                       INVALID KEY
                CONTINUE
             END-READ
             MOVE WS-BOOKTER-TROCA     TO BOOKTER
             REWRITE BOOKTER
             PERFORM 2862-TESTAR-FS-ARQ-TERRIT
             MOVE 'FAIXA DA UF AJUSTADA COM SUCESSO'
                                       TO WS-MENSAGEM
           ELSE
             PERFORM 2862-TESTAR-FS-ARQ-TERRIT
             MOVE 'TERRITORIO INCLUIDO COM SUCESSO'
                                       TO WS-MENSAGEM
           END-IF
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-MENSAGEM         AT 2302
           STOP ' '
           DISPLAY WS-LIMPAR-TELA      AT 2302
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY BOOKVEN-NOME (1:30) AT 0530
           .
      *----------------------------------------------------------------*
       2863-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXCLUIR UMA LINHA DE TERRITORIO DO VENDEDOR         *
      *CORRENTE                                                        *
      *----------------------------------------------------------------*
       2864-EXCLUIR-TERRITORIO         SECTION.
      *----------------------------------------------------------------*
           DISPLAY WS-LIMPAR-TELA      AT 2302
           MOVE 'INFORME A UF A EXCLUIR:'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 2302
           MOVE SPACES                 TO WS-UF-TESTE
           ACCEPT WS-UF-TESTE          UPPER AT 2327
           MOVE BOOKVEN-COD-VEND       TO BOOKTER-COD-VEND
           MOVE WS-UF-TESTE            TO BOOKTER-UF
           MOVE 'S'                    TO WS-TER-ACHOU
           READ ARQ-TERRITORIO         KEY IS BOOKTER-CHAVE
                                       INVALID KEY
              MOVE 'N'                 TO WS-TER-ACHOU
           END-READ
           IF WS-TER-ACHOU             EQUAL 'S'
             DELETE ARQ-TERRITORIO
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2862-TESTAR-FS-ARQ-TERRIT
             MOVE 'TERRITORIO EXCLUIDO COM SUCESSO'
                                       TO WS-MENSAGEM
           ELSE
             MOVE 'UF NAO CADASTRADA PARA O VENDEDOR'
                                       TO WS-MENSAGEM
           END-IF
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-MENSAGEM         AT 2302
           STOP ' '
           DISPLAY WS-LIMPAR-TELA      AT 2302
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY BOOKVEN-NOME (1:30) AT 0530
           .
      *----------------------------------------------------------------*
       2864-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA CARGA DA TABELA DE CEP SOB CONTROLE DE          *
      *EXECUCAO (TIPO CEP)                                             *
      *----------------------------------------------------------------*
       2808-EXECUTAR-IMPORT-CEP        SECTION.
      *----------------------------------------------------------------*
           MOVE 'CEP'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2870-IMPORTAR-CEPREF
             IF WS-CEP-IMP-FALHA       EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               IF WS-RUN-REJ           GREATER ZEROS
                 MOVE 4                TO WS-RUN-RC
               ELSE
                 MOVE ZEROS            TO WS-RUN-RC
               END-IF
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2808-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA IMPORTAR A TABELA DE REFERENCIA DE CEP (FAIXA DE    *
      *CEP, MUNICIPIO E UF POR LINHA) PARA O ARQUIVO ARQ-CEPREF -      *
      *LINHA COM FAIXA JA CARREGADA E SUBSTITUIDA                      *
      *----------------------------------------------------------------*
       2870-IMPORTAR-CEPREF            SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-CEP-IMP-FALHA
           IF WS-MODO-BATCH            EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'INFORME O CAMINHO DO ARQUIVO :'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             ACCEPT WS-ARQ-IMPORT      AT 2333
             MOVE 'INFORME O CAMINHO DO ARQUIVO DE REJEITADOS :'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2304
             ACCEPT WS-ARQ-REJEITADOS  AT 2346
           ELSE
             DISPLAY 'CARGA DE TABELA CEP - ARQUIVO: '
                     FUNCTION TRIM (WS-ARQ-IMPORT)
           END-IF

           MOVE 'N'                    TO WS-FIM-ARQ-IMPORT
           MOVE 'I'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO
           IF WS-ARQ-CEP-ABERTO        EQUAL 'N'
             MOVE 'K'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           MOVE 'J'                    TO WS-RESPOSTA
           PERFORM 2212-ABRIR-ARQUIVO

           IF WS-FS-IMPORT             EQUAL ZEROS
           AND WS-ARQ-CEP-ABERTO       EQUAL 'S'
             PERFORM UNTIL WS-FIM-ARQ-IMPORT
                                       EQUAL 'S'
               INITIALIZE              WS-AREA-ARQ-IMPORT-CEP
               READ ARQ-IMPORT         INTO WS-AREA-ARQ-IMPORT-CEP
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 2214-TESTAR-FS-ARQ-IMPORT
               IF WS-FS-IMPORT         EQUAL ZEROS
                 PERFORM 2872-MOVER-REGISTRO-CEP
               ELSE
                 MOVE 'S'              TO WS-FIM-ARQ-IMPORT
                 CLOSE ARQ-IMPORT
                 MOVE WS-FECHAMENTO    TO WS-OPERACAO
                 PERFORM 2214-TESTAR-FS-ARQ-IMPORT
               END-IF
             END-PERFORM
           ELSE
             MOVE 'S'                  TO WS-CEP-IMP-FALHA
           END-IF

           IF WS-ARQ-REJ-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-REJEITADOS
             PERFORM 2236-TESTAR-FS-ARQ-REJEITADOS
             MOVE 'N'                  TO WS-ARQ-REJ-ABERTO
           END-IF

           MOVE ACU-REJEITADOS         TO WS-ACU-REJ-EDIT
           IF WS-MODO-BATCH            EQUAL 'N'
             DISPLAY 'FAIXAS GRAVADAS 'ACU-GRAVADOS
                                       AT 2317
             DISPLAY 'FAIXAS REJEITADAS 'WS-ACU-REJ-EDIT
                                       AT 2318
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           ELSE
             DISPLAY 'FAIXAS GRAVADAS 'ACU-GRAVADOS
             DISPLAY 'FAIXAS REJEITADAS 'WS-ACU-REJ-EDIT
           END-IF
           MOVE ACU-GRAVADOS           TO WS-RUN-GRAV
           MOVE ACU-REJEITADOS         TO WS-RUN-REJ
           INITIALIZE                  ACU-GRAVADOS
           INITIALIZE                  ACU-REJEITADOS
           .
      *----------------------------------------------------------------*
       2870-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-CEPREF      *
      *----------------------------------------------------------------*
       2871-TESTAR-FS-ARQ-CEPREF       SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-CEPREF            NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-CEPREF,' OPERACAO: ',
               WS-OPERACAO,' ARQUIVO CEPREF'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-CEPREF
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO CEPREF'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2871-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VALIDAR E GRAVAR UMA LINHA DA CARGA DA TABELA CEP   *
      *----------------------------------------------------------------*
       2872-MOVER-REGISTRO-CEP         SECTION.
      *----------------------------------------------------------------*
           MOVE WS-CEP-IMP-UF          TO WS-UF-TESTE
           PERFORM 3232-VALIDAR-UF
           IF WS-CEP-IMP-INI           EQUAL ZEROS
           OR WS-CEP-IMP-FIM           LESS WS-CEP-IMP-INI
             MOVE 'FAIXA DE CEP INVALIDA'
                                       TO WS-MOTIVO-REJ
             PERFORM 2241-GRAVAR-REJEITADO-CLI
           ELSE
             IF WS-UF-VALIDO           EQUAL 'N'
               MOVE 'UF INVALIDA NA TABELA DE CEP'
                                       TO WS-MOTIVO-REJ
               PERFORM 2241-GRAVAR-REJEITADO-CLI
             ELSE
               MOVE WS-CEP-IMP-INI     TO BOOKCEP-CEP-INI
               MOVE 'S'                TO WS-CEPREF-ACHOU
               READ ARQ-CEPREF         KEY IS BOOKCEP-CEP-INI
                                       INVALID KEY
                  MOVE 'N'             TO WS-CEPREF-ACHOU
               END-READ
               MOVE WS-CEP-IMP-INI     TO BOOKCEP-CEP-INI
               MOVE WS-CEP-IMP-FIM     TO BOOKCEP-CEP-FIM
               MOVE WS-CEP-IMP-MUN     TO BOOKCEP-MUNICIPIO
               MOVE WS-CEP-IMP-UF      TO BOOKCEP-UF
               IF WS-CEPREF-ACHOU      EQUAL 'S'
                 REWRITE BOOKCEP
               ELSE
                 WRITE BOOKCEP
               END-IF
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               PERFORM 2871-TESTAR-FS-ARQ-CEPREF
               IF WS-FS-CEPREF         EQUAL ZEROS OR '02'
                 ADD 1                 TO ACU-GRAVADOS
               END-IF
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2872-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CALCULAR OS TRIBUTOS DAS LINHAS DO PEDIDO CORRENTE  *
      *(BOOKPED) PELA REGRA DO ITEM NA UF DO CLIENTE (OU NA REGRA '**' *
      *DO ITEM), REGRAVANDO CADA LINHA COM A BASE, AS ALIQUOTAS E OS   *
      *VALORES DE ICMS E IPI E ACUMULANDO OS TOTAIS DA NOTA -          *
      *WS-TRB-FALTA = 'S' QUANDO O CLIENTE NAO EXISTE OU UM ITEM NAO   *
      *TEM REGRA (O PEDIDO FICA RETIDO, MOTIVO EM WS-NFE-MOTIVO)       *
      *----------------------------------------------------------------*
       2880-CALCULAR-TRIBUTOS-PED      SECTION.
      *----------------------------------------------------------------*
           MOVE 'N'                    TO WS-TRB-FALTA
           MOVE SPACES                 TO WS-TRB-UF
                                          WS-NFE-MOTIVO
           MOVE ZEROS                  TO WS-TRB-BASE-ICMS
                                          WS-TRB-VLR-ICMS
                                          WS-TRB-VLR-IPI

           MOVE BOOKPED-COD-CLI        TO BOOKCLI-COD-CLI
           MOVE 'S'                    TO WS-TRB-ACHOU
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE 'N'                 TO WS-TRB-ACHOU
           END-READ
           IF WS-TRB-ACHOU             EQUAL 'N'
             MOVE 'S'                  TO WS-TRB-FALTA
             MOVE 'CLIENTE NAO ENCONTRADO'
                                       TO WS-NFE-MOTIVO
           ELSE
             MOVE BOOKCLI-UF           TO WS-TRB-UF
           END-IF

           IF WS-TRB-FALTA             EQUAL 'N'
             MOVE BOOKPED-NUM-PED      TO BOOKIPD-NUM-PED
             MOVE ZEROS                TO BOOKIPD-NUM-LINHA
             START ARQ-ITEM-PED        KEY IS NOT LESS BOOKIPD-CHAVE
             MOVE 'N'                  TO WS-TRB-FIM
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
               MOVE 'S'                TO WS-TRB-FIM
             END-IF
             PERFORM UNTIL WS-TRB-FIM  EQUAL 'S'
               READ ARQ-ITEM-PED       NEXT RECORD
               IF WS-FS-ITEM-PED       NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-TRB-FIM
               ELSE
                 IF BOOKIPD-NUM-PED    NOT EQUAL BOOKPED-NUM-PED
                   MOVE 'S'            TO WS-TRB-FIM
                 ELSE
                   PERFORM 2881-OBTER-REGRA-TRIB
                   IF WS-TRB-ACHOU     EQUAL 'N'
                     MOVE 'S'          TO WS-TRB-FALTA
                     MOVE 'S'          TO WS-TRB-FIM
                     MOVE BOOKIPD-COD-ITEM
                                       TO WS-TRB-ITEM-EDIT
                     STRING 'ITEM '    DELIMITED BY SIZE
                            WS-TRB-ITEM-EDIT
                                       DELIMITED BY SIZE
                            ' SEM REGRA TRIBUTARIA PARA UF '
                                       DELIMITED BY SIZE
                            WS-TRB-UF  DELIMITED BY SIZE
                            INTO WS-NFE-MOTIVO
                   ELSE
                     MOVE BOOKTRB-NCM  TO BOOKIPD-NCM
                     MOVE BOOKTRB-CFOP TO BOOKIPD-CFOP
                     MOVE BOOKTRB-CST-ICMS
                                       TO BOOKIPD-CST-ICMS
                     MOVE BOOKTRB-ALIQ-ICMS
                                       TO BOOKIPD-ALIQ-ICMS
                     MOVE BOOKTRB-ALIQ-IPI
                                       TO BOOKIPD-ALIQ-IPI
                     COMPUTE BOOKIPD-BASE-ICMS ROUNDED =
                             BOOKIPD-VLR-LINHA
                           * (100 - BOOKTRB-PERC-RED-BC) / 100
                     COMPUTE BOOKIPD-VLR-ICMS ROUNDED =
                             BOOKIPD-BASE-ICMS
                           * BOOKTRB-ALIQ-ICMS / 100
                     COMPUTE BOOKIPD-VLR-IPI ROUNDED =
                             BOOKIPD-VLR-LINHA
                           * BOOKTRB-ALIQ-IPI / 100
                     REWRITE BOOKIPD
                     MOVE WS-GRAVACAO  TO WS-OPERACAO
                     PERFORM 2447-TESTAR-FS-ARQ-ITEM-PED
                     ADD BOOKIPD-BASE-ICMS
                                       TO WS-TRB-BASE-ICMS
                     ADD BOOKIPD-VLR-ICMS
                                       TO WS-TRB-VLR-ICMS
                     ADD BOOKIPD-VLR-IPI
                                       TO WS-TRB-VLR-IPI
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .
      *----------------------------------------------------------------*
       2880-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA LER A REGRA TRIBUTARIA DO ITEM DA LINHA CORRENTE    *
      *(BOOKIPD) NA UF WS-TRB-UF - SEM REGRA PROPRIA DA UF VALE A      *
      *REGRA '**' DO ITEM (WS-TRB-ACHOU = 'N' QUANDO NAO HA NENHUMA)   *
      *----------------------------------------------------------------*
       2881-OBTER-REGRA-TRIB           SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKIPD-COD-ITEM       TO BOOKTRB-COD-ITEM
           MOVE WS-TRB-UF              TO BOOKTRB-UF
           MOVE 'S'                    TO WS-TRB-ACHOU
           READ ARQ-TRIBUTO            KEY IS BOOKTRB-CHAVE
                                       INVALID KEY
              MOVE 'N'                 TO WS-TRB-ACHOU
           END-READ
           IF WS-TRB-ACHOU             EQUAL 'N'
             MOVE BOOKIPD-COD-ITEM     TO BOOKTRB-COD-ITEM
             MOVE '**'                 TO BOOKTRB-UF
             MOVE 'S'                  TO WS-TRB-ACHOU
             READ ARQ-TRIBUTO          KEY IS BOOKTRB-CHAVE
                                       INVALID KEY
                MOVE 'N'               TO WS-TRB-ACHOU
             END-READ
           END-IF
           .
      *----------------------------------------------------------------*
       2881-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR NO JORNAL DE FATURAMENTO O PEDIDO RETIDO POR *
      *FALTA DE REGRA TRIBUTARIA (MOTIVO EM WS-NFE-MOTIVO)             *
      *----------------------------------------------------------------*
       2882-GRAVAR-LINHA-RETIDO        SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2843-GRAVAR-CABECALHO-FAT
           END-IF

           MOVE BOOKPED-NUM-PED        TO WS-NUM-PED-EDIT
           MOVE BOOKPED-COD-CLI        TO WS-COD-CLI-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'RETIDO     '        DELIMITED BY SIZE
                  WS-NUM-PED-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-COD-CLI-EDIT      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-NFE-MOTIVO        DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA
           .
      *----------------------------------------------------------------*
       2882-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GERAR O EXTRATO PARA O EMISSOR DE NF-E              *
      *(NFE-AAAAMMDDHHMMSS.TXT) COM TODAS AS NOTAS AINDA PENDENTES DE  *
      *EXTRACAO (SIT. NFE 'P'), QUE PASSAM A 'E' (ENVIADA AO EMISSOR) -*
      *UMA NOTA QUE NAO ENTRA NO EXTRATO CONTINUA PENDENTE E SAI NO    *
      *PROXIMO FATURAMENTO                                             *
      *----------------------------------------------------------------*
       2883-GERAR-EXTRATO-NFE          SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-NFE-NOTAS
                                          ACU-NFE-REGISTROS
                                          WS-NFE-TOT-VLR
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WS-NFE-TS
           MOVE SPACES                 TO WS-ARQ-NFE
           STRING 'NFE-'               DELIMITED BY SIZE
                  WS-NFE-TS            DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
                  INTO WS-ARQ-NFE
           OPEN OUTPUT                 ARQ-NFE
           MOVE WS-ABERTURA            TO WS-OPERACAO
           PERFORM 2894-TESTAR-FS-ARQ-NFE
           IF WS-FS-NFE                NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-FAT-FALHA
             DISPLAY 'EXTRATO NF-E NAO GERADO - ERRO NA ABERTURA DE '
                     WS-ARQ-NFE
           ELSE
             MOVE SPACES               TO WS-REG-NFE
             MOVE '0'                  TO WS-NFE-TIPO-REG
             MOVE 'EXTRATO NFE'        TO WS-NFE-H-LITERAL
             MOVE WS-NFE-TS (1:8)      TO WS-NFE-H-DT-GERACAO
             MOVE WS-NFE-TS (9:6)      TO WS-NFE-H-HR-GERACAO
             WRITE FD-ARQ-NFE          FROM WS-REG-NFE
             ADD 1                     TO ACU-NFE-REGISTROS

             MOVE ZEROS                TO BOOKNOT-NUM-NOTA
             START ARQ-NOTA            KEY IS NOT LESS BOOKNOT-NUM-NOTA
             MOVE 'N'                  TO WS-NFE-FIM
             IF WS-FS-NOTA             NOT EQUAL ZEROS
               MOVE 'S'                TO WS-NFE-FIM
             END-IF
             PERFORM UNTIL WS-NFE-FIM  EQUAL 'S'
               READ ARQ-NOTA           NEXT RECORD
               IF WS-FS-NOTA           NOT EQUAL ZEROS AND '02'
                 MOVE 'S'              TO WS-NFE-FIM
               ELSE
                 IF BOOKNOT-SIT-NFE    EQUAL 'P'
                   PERFORM 2884-EXTRAIR-NOTA-NFE
                 END-IF
               END-IF
             END-PERFORM

             MOVE SPACES               TO WS-REG-NFE
             MOVE '9'                  TO WS-NFE-TIPO-REG
             ADD 1                     TO ACU-NFE-REGISTROS
             MOVE ACU-NFE-NOTAS        TO WS-NFE-T-QTD-NOTAS
             MOVE ACU-NFE-REGISTROS    TO WS-NFE-T-QTD-REGISTROS
             MOVE WS-NFE-TOT-VLR       TO WS-NFE-T-TOT-VLR
             WRITE FD-ARQ-NFE          FROM WS-REG-NFE
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-NFE

             MOVE ACU-NFE-NOTAS        TO WS-NFE-EDIT
             DISPLAY 'EXTRATO NF-E ' WS-ARQ-NFE
             DISPLAY '  NOTAS EXTRAIDAS.............: ' WS-NFE-EDIT
           END-IF
           .
      *----------------------------------------------------------------*
       2883-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR NO EXTRATO A NOTA CORRENTE (BOOKNOT): NOTA,  *
      *DESTINATARIO (DOCUMENTO E ENDERECO DO CLIENTE) E ITENS COM OS   *
      *TRIBUTOS DE CADA LINHA, MARCANDO A NOTA COMO ENVIADA (AUDITADO) *
      *----------------------------------------------------------------*
       2884-EXTRAIR-NOTA-NFE           SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKNOT-COD-CLI        TO BOOKCLI-COD-CLI
           MOVE 'S'                    TO WS-NFE-ACHOU
           READ ARQ-CLIENTE            KEY IS BOOKCLI-COD-CLI
                                       INVALID KEY
              MOVE 'N'                 TO WS-NFE-ACHOU
           END-READ
           IF WS-NFE-ACHOU             EQUAL 'N'
             MOVE BOOKNOT-NUM-NOTA     TO WS-NFE-NOTA-EDIT
             DISPLAY 'NOTA ' WS-NFE-NOTA-EDIT
                     ' FORA DO EXTRATO NF-E - CLIENTE '
                     BOOKNOT-COD-CLI ' NAO ENCONTRADO'
           ELSE
             PERFORM 2885-CONTAR-ITENS-NFE

             MOVE SPACES               TO WS-REG-NFE
             MOVE '1'                  TO WS-NFE-TIPO-REG
             MOVE BOOKNOT-NUM-NOTA     TO WS-NFE-N-NUM-NOTA
             MOVE BOOKNOT-DT-EMISSAO   TO WS-NFE-N-DT-EMISSAO
             MOVE BOOKNOT-NUM-PED      TO WS-NFE-N-NUM-PED
             MOVE BOOKNOT-COD-VEND     TO WS-NFE-N-COD-VEND
             MOVE BOOKNOT-UF-DESTINO   TO WS-NFE-N-UF-DESTINO
             MOVE BOOKNOT-VLR-PRODUTOS TO WS-NFE-N-VLR-PRODUTOS
             MOVE BOOKNOT-BASE-ICMS    TO WS-NFE-N-BASE-ICMS
             MOVE BOOKNOT-VLR-ICMS     TO WS-NFE-N-VLR-ICMS
             MOVE BOOKNOT-VLR-IPI      TO WS-NFE-N-VLR-IPI
             MOVE BOOKNOT-VLR-TOTAL    TO WS-NFE-N-VLR-TOTAL
             MOVE WS-NFE-QTD-ITENS     TO WS-NFE-N-QTD-ITENS
             MOVE BOOKNOT-COD-CONDPAG  TO WS-NFE-N-COD-CONDPAG
             MOVE BOOKNOT-VLR-DESCONTO TO WS-NFE-N-VLR-DESCONTO
             WRITE FD-ARQ-NFE          FROM WS-REG-NFE
             ADD 1                     TO ACU-NFE-REGISTROS

             MOVE SPACES               TO WS-REG-NFE
             MOVE '2'                  TO WS-NFE-TIPO-REG
             MOVE BOOKNOT-NUM-NOTA     TO WS-NFE-D-NUM-NOTA
             MOVE BOOKCLI-COD-CLI      TO WS-NFE-D-COD-CLI
             MOVE BOOKCLI-TIPO-DOC     TO WS-NFE-D-TIPO-DOC
             IF BOOKCLI-TIPO-DOC       EQUAL 'CPF'
               MOVE BOOKCLI-CPF        TO WS-NFE-D-DOCUMENTO
             ELSE
               MOVE BOOKCLI-CNPJ       TO WS-NFE-D-DOCUMENTO
             END-IF
             MOVE BOOKCLI-RZ-SOCIAL    TO WS-NFE-D-RZ-SOCIAL
             MOVE BOOKCLI-LOGRADOURO   TO WS-NFE-D-LOGRADOURO
             MOVE BOOKCLI-NUM-END      TO WS-NFE-D-NUM-END
             MOVE BOOKCLI-MUNICIPIO    TO WS-NFE-D-MUNICIPIO
             MOVE BOOKCLI-UF           TO WS-NFE-D-UF
             MOVE BOOKCLI-CEP          TO WS-NFE-D-CEP
             WRITE FD-ARQ-NFE          FROM WS-REG-NFE
             ADD 1                     TO ACU-NFE-REGISTROS

             PERFORM 2887-GRAVAR-ITENS-NFE

             MOVE 'A'                  TO WS-CRUD
             MOVE BOOKNOT              TO WS-BOOKNOT-ANTES
             MOVE 'E'                  TO BOOKNOT-SIT-NFE
             REWRITE BOOKNOT
             MOVE WS-GRAVACAO          TO WS-OPERACAO
             PERFORM 2842-TESTAR-FS-ARQ-NOTA
             IF WS-FS-NOTA             EQUAL ZEROS OR '02'
               PERFORM 2519-GRAVAR-AUDITORIA-NOT
             ELSE
               MOVE 'S'                TO WS-FAT-FALHA
             END-IF
             ADD 1                     TO ACU-NFE-NOTAS
             ADD BOOKNOT-VLR-TOTAL     TO WS-NFE-TOT-VLR
           END-IF
           .
      *----------------------------------------------------------------*
       2884-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONTAR AS LINHAS DO PEDIDO DA NOTA CORRENTE         *
      *(WS-NFE-QTD-ITENS)                                              *
      *----------------------------------------------------------------*
       2885-CONTAR-ITENS-NFE           SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO WS-NFE-QTD-ITENS
           MOVE BOOKNOT-NUM-PED        TO BOOKIPD-NUM-PED
           MOVE ZEROS                  TO BOOKIPD-NUM-LINHA
           START ARQ-ITEM-PED          KEY IS NOT LESS BOOKIPD-CHAVE
           MOVE 'N'                    TO WS-TRB-FIM
           IF WS-FS-ITEM-PED           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-TRB-FIM
           END-IF
           PERFORM UNTIL WS-TRB-FIM    EQUAL 'S'
             READ ARQ-ITEM-PED         NEXT RECORD
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
             OR BOOKIPD-NUM-PED        NOT EQUAL BOOKNOT-NUM-PED
               MOVE 'S'                TO WS-TRB-FIM
             ELSE
               ADD 1                   TO WS-NFE-QTD-ITENS
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2885-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA MANUTENCAO DAS REGRAS TRIBUTARIAS POR ITEM E UF DE  *
      *DESTINO (INCLUSAO OU ALTERACAO)                                 *
      *----------------------------------------------------------------*
       2886-MANTER-REGRAS-TRIB         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA      AT 2302
           DISPLAY WS-LIMPAR-TELA      AT 0202
           MOVE 'R E G R A S   T R I B U T A R I A S'
                                       TO WS-MENSAGEM
           DISPLAY WS-MENSAGEM         AT 0217
           DISPLAY SS-TELA-TRIBUTO

           IF WS-ARQ-TRB-ABERTO        EQUAL 'N'
             MOVE '3'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-ITM-ABERTO        EQUAL 'N'
             MOVE 'M'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
           END-IF
           IF WS-ARQ-TRB-ABERTO        EQUAL 'N'
           OR WS-ARQ-ITM-ABERTO        EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'ERRO NA ABERTURA DO ARQUIVO DE REGRAS TRIBUTARIAS'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2315
             STOP ' '
           ELSE
             MOVE 'N'                  TO WS-TRB-ACHOU
             PERFORM UNTIL WS-TRB-ACHOU EQUAL 'S'
               MOVE ZEROS              TO BOOKTRB-COD-ITEM
               ACCEPT SS-COD-ITEM-TRB
               MOVE BOOKTRB-COD-ITEM   TO BOOKITM-COD-ITEM
               MOVE 'S'                TO WS-TRB-ACHOU
               READ ARQ-ITEM           KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
                  MOVE 'N'             TO WS-TRB-ACHOU
               END-READ
               IF WS-TRB-ACHOU         EQUAL 'N'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "ITEM NAO CADASTRADO"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
               ELSE
                 DISPLAY BOOKITM-DESCRICAO
                                       AT 0527
               END-IF
             END-PERFORM

             MOVE 'N'                  TO WS-TRB-ACHOU
             PERFORM UNTIL WS-TRB-ACHOU EQUAL 'S'
               MOVE SPACES             TO BOOKTRB-UF
               ACCEPT SS-UF-TRB
               MOVE FUNCTION UPPER-CASE (BOOKTRB-UF)
                                       TO BOOKTRB-UF
               IF BOOKTRB-UF           EQUAL '**'
                 MOVE 'S'              TO WS-TRB-ACHOU
               ELSE
                 MOVE BOOKTRB-UF       TO WS-UF-TESTE
                 PERFORM 3232-VALIDAR-UF
                 MOVE WS-UF-VALIDO     TO WS-TRB-ACHOU
               END-IF
               IF WS-TRB-ACHOU         EQUAL 'N'
                 DISPLAY WS-LIMPAR-TELA AT 2302
                 DISPLAY "UF INVALIDA - INFORME UMA SIGLA VALIDA OU **"
                                       AT 2315
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA AT 2302
               END-IF
             END-PERFORM

             MOVE 'S'                  TO WS-TRB-EXISTE
             READ ARQ-TRIBUTO          KEY IS BOOKTRB-CHAVE
                                       INVALID KEY
                MOVE 'N'               TO WS-TRB-EXISTE
             END-READ

             IF WS-TRB-EXISTE          EQUAL 'S'
               MOVE BOOKTRB            TO WS-BOOKTRB-ANTES
               DISPLAY SS-TELA-TRIBUTO
             ELSE
               MOVE ZEROS              TO BOOKTRB-NCM
                                          BOOKTRB-CFOP
                                          BOOKTRB-ALIQ-ICMS
                                          BOOKTRB-PERC-RED-BC
                                          BOOKTRB-ALIQ-IPI
               MOVE SPACES             TO BOOKTRB-CST-ICMS
             END-IF
             ACCEPT SS-NCM-TRB
             ACCEPT SS-CFOP-TRB
             ACCEPT SS-CST-TRB
             ACCEPT SS-ALIQ-ICMS-TRB
             ACCEPT SS-RED-BC-TRB
             ACCEPT SS-ALIQ-IPI-TRB

             IF BOOKTRB-NCM            EQUAL ZEROS
             OR BOOKTRB-CFOP           EQUAL ZEROS
             OR BOOKTRB-CST-ICMS       EQUAL SPACES
             OR BOOKTRB-PERC-RED-BC    GREATER 100
               DISPLAY WS-LIMPAR-TELA  AT 2302
               MOVE 'INFORME NCM, CFOP, CST E REDUCAO ATE 100%'
                                       TO WS-MENSAGEM
               DISPLAY WS-MENSAGEM     AT 2315
               STOP ' '
             ELSE
               MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKTRB-DT-ALTERACAO
               MOVE WS-USUARIO-ID      TO BOOKTRB-USUARIO
               MOVE WS-GRAVACAO        TO WS-OPERACAO
               IF WS-TRB-EXISTE        EQUAL 'S'
                 MOVE 'A'              TO WS-CRUD
                 REWRITE BOOKTRB
                 PERFORM 2889-TESTAR-FS-ARQ-TRIBUTO
                 IF WS-FS-TRIBUTO      EQUAL ZEROS
                   PERFORM 2896-GRAVAR-AUDITORIA-TRB
                   MOVE 'REGRA TRIBUTARIA ALTERADA COM SUCESSO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 END-IF
               ELSE
                 MOVE 'I'              TO WS-CRUD
                 WRITE BOOKTRB
                 PERFORM 2889-TESTAR-FS-ARQ-TRIBUTO
                 IF WS-FS-TRIBUTO      EQUAL ZEROS
                   PERFORM 2896-GRAVAR-AUDITORIA-TRB
                   MOVE 'REGRA TRIBUTARIA INCLUIDA COM SUCESSO'
                                       TO WS-MENSAGEM
                   DISPLAY WS-MENSAGEM AT 2315
                   STOP ' '
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM 2220-LIMPAR-FUNDO
           DISPLAY WS-LIMPAR-TELA
           DISPLAY SS-TELA-PRINCIPAL
           DISPLAY SS-TELA-OPCAO
           DISPLAY SS-SUB-MENU
           DISPLAY SS-TELA-MANUTENCAO
           .
      *----------------------------------------------------------------*
       2886-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR NO EXTRATO AS LINHAS DO PEDIDO DA NOTA       *
      *CORRENTE COM A DESCRICAO DO ITEM E OS TRIBUTOS DE CADA LINHA    *
      *----------------------------------------------------------------*
       2887-GRAVAR-ITENS-NFE           SECTION.
      *----------------------------------------------------------------*
           MOVE BOOKNOT-NUM-PED        TO BOOKIPD-NUM-PED
           MOVE ZEROS                  TO BOOKIPD-NUM-LINHA
           START ARQ-ITEM-PED          KEY IS NOT LESS BOOKIPD-CHAVE
           MOVE 'N'                    TO WS-TRB-FIM
           IF WS-FS-ITEM-PED           NOT EQUAL ZEROS
             MOVE 'S'                  TO WS-TRB-FIM
           END-IF
           PERFORM UNTIL WS-TRB-FIM    EQUAL 'S'
             READ ARQ-ITEM-PED         NEXT RECORD
             IF WS-FS-ITEM-PED         NOT EQUAL ZEROS
             OR BOOKIPD-NUM-PED        NOT EQUAL BOOKNOT-NUM-PED
               MOVE 'S'                TO WS-TRB-FIM
             ELSE
               MOVE BOOKIPD-COD-ITEM   TO BOOKITM-COD-ITEM
               READ ARQ-ITEM           KEY IS BOOKITM-COD-ITEM
                                       INVALID KEY
                  MOVE SPACES          TO BOOKITM-DESCRICAO
                                          BOOKITM-UNIDADE
               END-READ
               MOVE SPACES             TO WS-REG-NFE
               MOVE '3'                TO WS-NFE-TIPO-REG
               MOVE BOOKNOT-NUM-NOTA   TO WS-NFE-I-NUM-NOTA
               MOVE BOOKIPD-NUM-LINHA  TO WS-NFE-I-NUM-LINHA
               MOVE BOOKIPD-COD-ITEM   TO WS-NFE-I-COD-ITEM
               MOVE BOOKITM-DESCRICAO  TO WS-NFE-I-DESCRICAO
               MOVE BOOKITM-UNIDADE    TO WS-NFE-I-UNIDADE
               MOVE BOOKIPD-NCM        TO WS-NFE-I-NCM
               MOVE BOOKIPD-CFOP       TO WS-NFE-I-CFOP
               MOVE BOOKIPD-CST-ICMS   TO WS-NFE-I-CST-ICMS
               MOVE BOOKIPD-QTD        TO WS-NFE-I-QTD
               MOVE BOOKIPD-VLR-UNIT   TO WS-NFE-I-VLR-UNIT
               MOVE BOOKIPD-VLR-LINHA  TO WS-NFE-I-VLR-LINHA
               MOVE BOOKIPD-BASE-ICMS  TO WS-NFE-I-BASE-ICMS
               MOVE BOOKIPD-ALIQ-ICMS  TO WS-NFE-I-ALIQ-ICMS
               MOVE BOOKIPD-VLR-ICMS   TO WS-NFE-I-VLR-ICMS
               MOVE BOOKIPD-ALIQ-IPI   TO WS-NFE-I-ALIQ-IPI
               MOVE BOOKIPD-VLR-IPI    TO WS-NFE-I-VLR-IPI
               WRITE FD-ARQ-NFE        FROM WS-REG-NFE
               ADD 1                   TO ACU-NFE-REGISTROS
             END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       2887-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA PROCESSAR O RETORNO DO EMISSOR DE NF-E: GRAVA NA    *
      *NOTA A CHAVE DE ACESSO, O PROTOCOLO E A DATA DE AUTORIZACAO (OU *
      *A REJEICAO COM O MOTIVO). A LINHA JA PROCESSADA E IGNORADA,     *
      *ENTAO O MESMO ARQUIVO PODE SER REPROCESSADO                     *
      *WS-NFE-RET-VALIDO: S-PROCESSADO  A-ARQUIVO AUSENTE              *
      *----------------------------------------------------------------*
       2888-PROCESSAR-RETORNO-NFE      SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-NFE-RET-VALIDO
           MOVE ZEROS                  TO ACU-NFE-AUTORIZADAS
                                          ACU-NFE-REJEITADAS
                                          ACU-NFE-REPETIDAS
                                          ACU-NFE-EXCECOES

           OPEN INPUT                  ARQ-RET-NFE
           IF WS-FS-RET-NFE            NOT EQUAL ZEROS
             MOVE 'A'                  TO WS-NFE-RET-VALIDO
             DISPLAY 'RETORNO NF-E NAO PROCESSADO - ARQUIVO '
                     WS-ARQ-RET-NFE ' NAO ENCONTRADO'
           ELSE
             IF WS-ARQ-NOT-ABERTO      EQUAL 'N'
               MOVE 'N'                TO WS-RESPOSTA
               PERFORM 2212-ABRIR-ARQUIVO
             END-IF
             MOVE 'R'                  TO WS-RESPOSTA
             PERFORM 2212-ABRIR-ARQUIVO
             IF WS-ARQ-NOT-ABERTO      EQUAL 'N'
             OR WS-ARQ-RELAT-ABERTO    NOT EQUAL 'S'
               MOVE 'S'                TO WS-NFE-FALHA
               DISPLAY 'RETORNO NF-E NAO PROCESSADO - ERRO NA '
                       'ABERTURA DOS ARQUIVOS'
             ELSE
               MOVE ZEROS              TO ACU-RELAT
               MOVE ZEROS              TO WS-PAGINA-RELAT
               MOVE 99                 TO WS-LINHAS-PAGINA
               MOVE 'N'                TO WS-NFE-FIM
               PERFORM UNTIL WS-NFE-FIM EQUAL 'S'
                 MOVE SPACES           TO WS-REG-RET-NFE
                 READ ARQ-RET-NFE      INTO WS-REG-RET-NFE
                 IF WS-FS-RET-NFE      NOT EQUAL ZEROS
                   MOVE 'S'            TO WS-NFE-FIM
                 ELSE
                   IF WS-RNF-TIPO-REG  EQUAL '1'
                     PERFORM 2890-TRATAR-DETALHE-NFE
                   END-IF
                 END-IF
               END-PERFORM
               PERFORM 2893-FECHAR-RELAT-NFE
             END-IF
             CLOSE ARQ-RET-NFE
           END-IF
           .
      *----------------------------------------------------------------*
       2888-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-TRIBUTO     *
      *----------------------------------------------------------------*
       2889-TESTAR-FS-ARQ-TRIBUTO      SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-TRIBUTO           NOT EQUAL ZEROS AND '05'
                                       AND '02')
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-TRIBUTO,
               ' OPERACAO: ',WS-OPERACAO,' ARQUIVO TRIBUTO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-TRIBUTO
                       ' OPERACAO: ' WS-OPERACAO ' ARQUIVO TRIBUTO'
             END-IF
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2889-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA TRATAR UMA LINHA DO RETORNO DO EMISSOR DE NF-E      *
      *(SITUACAO A-AUTORIZADA  R-REJEITADA) - A CHAVE DE ACESSO DEVE   *
      *TER 44 DIGITOS COM O NUMERO DA NOTA NAS POSICOES 26 A 34        *
      *----------------------------------------------------------------*
       2890-TRATAR-DETALHE-NFE         SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-NFE-MOTIVO
           MOVE 'S'                    TO WS-NFE-ACHOU
           IF WS-RNF-NUM-NOTA          NOT NUMERIC
             MOVE 'N'                  TO WS-NFE-ACHOU
           ELSE
             MOVE WS-RNF-NUM-NOTA-N    TO BOOKNOT-NUM-NOTA
             READ ARQ-NOTA             KEY IS BOOKNOT-NUM-NOTA
                                       INVALID KEY
                MOVE 'N'               TO WS-NFE-ACHOU
             END-READ
           END-IF

           EVALUATE TRUE
             WHEN WS-NFE-ACHOU         EQUAL 'N'
               MOVE 'NOTA NAO ENCONTRADA'
                                       TO WS-NFE-MOTIVO
             WHEN BOOKNOT-SIT-NFE      EQUAL 'A'
               IF WS-RNF-SITUACAO      EQUAL 'A'
               AND WS-RNF-CHAVE        EQUAL BOOKNOT-CHAVE-NFE
                 ADD 1                 TO ACU-NFE-REPETIDAS
               ELSE
                 MOVE 'NOTA JA AUTORIZADA COM OUTRA CHAVE'
                                       TO WS-NFE-MOTIVO
               END-IF
             WHEN WS-RNF-SITUACAO      EQUAL 'A'
               IF WS-RNF-CHAVE         NOT NUMERIC
               OR WS-RNF-CHAVE (26:9)  NOT EQUAL WS-RNF-NUM-NOTA
                 MOVE 'CHAVE DE ACESSO INVALIDA'
                                       TO WS-NFE-MOTIVO
               ELSE
                 IF WS-RNF-PROTOCOLO   EQUAL SPACES
                   MOVE 'PROTOCOLO DE AUTORIZACAO NAO INFORMADO'
                                       TO WS-NFE-MOTIVO
                 ELSE
                   MOVE BOOKNOT        TO WS-BOOKNOT-ANTES
                   MOVE WS-RNF-CHAVE   TO BOOKNOT-CHAVE-NFE
                   MOVE WS-RNF-PROTOCOLO
                                       TO BOOKNOT-PROTOCOLO-NFE
                   IF WS-RNF-DT-AUTORIZ
                                       NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (WS-RNF-DT-AUTORIZ-N)
                                       EQUAL ZEROS
                     MOVE WS-RNF-DT-AUTORIZ-N
                                       TO BOOKNOT-DT-AUTORIZACAO
                   ELSE
                     MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO BOOKNOT-DT-AUTORIZACAO
                   END-IF
                   MOVE SPACES         TO BOOKNOT-MOTIVO-NFE
                   MOVE 'A'            TO BOOKNOT-SIT-NFE
                   PERFORM 2895-REGRAVAR-NOTA-NFE
                   IF WS-NFE-FALHA     EQUAL 'N'
                     ADD 1             TO ACU-NFE-AUTORIZADAS
                   END-IF
                 END-IF
               END-IF
             WHEN WS-RNF-SITUACAO      EQUAL 'R'
               IF BOOKNOT-SIT-NFE      EQUAL 'R'
               AND BOOKNOT-MOTIVO-NFE  EQUAL WS-RNF-MOTIVO
                 ADD 1                 TO ACU-NFE-REPETIDAS
               ELSE
                 MOVE BOOKNOT          TO WS-BOOKNOT-ANTES
                 MOVE WS-RNF-MOTIVO    TO BOOKNOT-MOTIVO-NFE
                 MOVE 'R'              TO BOOKNOT-SIT-NFE
                 PERFORM 2895-REGRAVAR-NOTA-NFE
                 IF WS-NFE-FALHA       EQUAL 'N'
                   ADD 1               TO ACU-NFE-REJEITADAS
                   STRING 'REJEITADA: ' DELIMITED BY SIZE
                          WS-RNF-MOTIVO DELIMITED BY SIZE
                          INTO WS-NFE-MOTIVO
                 END-IF
               END-IF
             WHEN OTHER
               MOVE 'SITUACAO DE RETORNO INVALIDA'
                                       TO WS-NFE-MOTIVO
           END-EVALUATE

           IF WS-NFE-MOTIVO            NOT EQUAL SPACES
             PERFORM 2892-GRAVAR-EXCECAO-NFE
           END-IF
           .
      *----------------------------------------------------------------*
       2890-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR O CABECALHO DO RELATORIO DE EXCECOES DO      *
      *RETORNO DE NF-E                                                 *
      *----------------------------------------------------------------*
       2891-GRAVAR-CABECALHO-NFE       SECTION.
      *----------------------------------------------------------------*
           ADD 1                       TO WS-PAGINA-RELAT
           IF WS-PAGINA-RELAT          NOT EQUAL 1
              MOVE SPACES              TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT       FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'EXCECOES DO RETORNO DE NF-E'
                                             DELIMITED BY SIZE
                  '  -  ARQUIVO '            DELIMITED BY SIZE
                  WS-ARQ-RET-NFE             DELIMITED BY SPACE
                  '  -  PAGINA '             DELIMITED BY SIZE
                  WS-PAGINA-RELAT            DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTA       S    CHAVE DE ACESSO'
                                             DELIMITED BY SIZE
                  '                               MOTIVO'
                                             DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           MOVE ZEROS                  TO WS-LINHAS-PAGINA.
      *----------------------------------------------------------------*
       2891-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR UMA LINHA DO RELATORIO DE EXCECOES DO        *
      *RETORNO DE NF-E (LINHA CORRENTE + WS-NFE-MOTIVO)                *
      *----------------------------------------------------------------*
       2892-GRAVAR-EXCECAO-NFE         SECTION.
      *----------------------------------------------------------------*
           IF WS-LINHAS-PAGINA         NOT LESS 20
              PERFORM 2891-GRAVAR-CABECALHO-NFE
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING WS-RNF-NUM-NOTA      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-RNF-SITUACAO      DELIMITED BY SIZE
                  '    '               DELIMITED BY SIZE
                  WS-RNF-CHAVE         DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-NFE-MOTIVO        DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           ADD 1                       TO ACU-RELAT
           ADD 1                       TO WS-LINHAS-PAGINA
           ADD 1                       TO ACU-NFE-EXCECOES
           .
      *----------------------------------------------------------------*
       2892-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR OS TOTAIS E FECHAR O RELATORIO DE EXCECOES   *
      *DO RETORNO DE NF-E (SEM PARADA DE TELA - EXECUCAO SEM ATENDENTE)*
      *----------------------------------------------------------------*
       2893-FECHAR-RELAT-NFE           SECTION.
      *----------------------------------------------------------------*
           IF WS-PAGINA-RELAT          EQUAL ZEROS
              PERFORM 2891-GRAVAR-CABECALHO-NFE
              MOVE 'NENHUMA EXCECAO NO RETORNO'
                                       TO WS-LINHA-RELAT
              WRITE FD-ARQ-RELAT       FROM WS-LINHA-RELAT
           END-IF

           MOVE SPACES                 TO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT

           MOVE ACU-NFE-AUTORIZADAS    TO WS-NFE-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTAS AUTORIZADAS..........: '
                                       DELIMITED BY SIZE
                  WS-NFE-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-NFE-REJEITADAS     TO WS-NFE-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'NOTAS REJEITADAS...........: '
                                       DELIMITED BY SIZE
                  WS-NFE-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-NFE-REPETIDAS      TO WS-NFE-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'LINHAS JA PROCESSADAS......: '
                                       DELIMITED BY SIZE
                  WS-NFE-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE ACU-NFE-EXCECOES       TO WS-NFE-EDIT
           MOVE SPACES                 TO WS-LINHA-RELAT
           STRING 'LINHAS DE EXCECAO..........: '
                                       DELIMITED BY SIZE
                  WS-NFE-EDIT          DELIMITED BY SIZE
                  INTO WS-LINHA-RELAT
           WRITE FD-ARQ-RELAT          FROM WS-LINHA-RELAT
           DISPLAY WS-LINHA-RELAT (1:40)

           MOVE WS-FECHAMENTO          TO WS-OPERACAO
           CLOSE ARQ-RELAT
           MOVE 'N'                    TO WS-ARQ-RELAT-ABERTO
           .
      *----------------------------------------------------------------*
       2893-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA PARA TESTE DE FILE STATUS DO ARQUIVO ARQ-NFE         *
      *----------------------------------------------------------------*
       2894-TESTAR-FS-ARQ-NFE          SECTION.
      *----------------------------------------------------------------*
      *
           IF (WS-FS-NFE               NOT EQUAL ZEROS)
             DISPLAY 'ERRO FILE STATUS: ' WS-FS-NFE
                     ' OPERACAO: ' WS-OPERACAO ' ARQUIVO NFE'
           END-IF
           .
      *
      *----------------------------------------------------------------*
       2894-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REGRAVAR A NOTA ATUALIZADA PELO RETORNO DO EMISSOR  *
      *DE NF-E COM A LINHA DE AUDITORIA                                *
      *----------------------------------------------------------------*
       2895-REGRAVAR-NOTA-NFE          SECTION.
      *----------------------------------------------------------------*
           REWRITE BOOKNOT
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2842-TESTAR-FS-ARQ-NOTA
           IF WS-FS-NOTA               EQUAL ZEROS OR '02'
             MOVE 'A'                  TO WS-CRUD
             PERFORM 2519-GRAVAR-AUDITORIA-NOT
           ELSE
             MOVE 'S'                  TO WS-NFE-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2895-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA GRAVAR LOG DE AUDITORIA DO ARQUIVO DE REGRAS        *
      *TRIBUTARIAS (FRWK1999 - PROCEDIMENTOS PARA GRAVACAO DE LOGS DE  *
      *ERRO)                                                           *
      *----------------------------------------------------------------*
       2896-GRAVAR-AUDITORIA-TRB       SECTION.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-AUD-TS
           MOVE BOOKTRB-CHAVE          TO WS-AUD-CHAVE

           EVALUATE WS-CRUD
              WHEN 'I'
                 MOVE SPACES           TO WS-AUD-ANTES
                 MOVE BOOKTRB          TO WS-AUD-DEPOIS
              WHEN 'A'
                 MOVE WS-BOOKTRB-ANTES TO WS-AUD-ANTES
                 MOVE BOOKTRB          TO WS-AUD-DEPOIS
           END-EVALUATE

           MOVE SPACES                 TO WS-LINHA-AUD
           STRING WS-AUD-TS (1:8)      DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WS-AUD-TS (9:6)      DELIMITED BY SIZE
                  ' USUARIO='          DELIMITED BY SIZE
                  WS-USUARIO-ID        DELIMITED BY SIZE
                  ' TRIBUTO CRUD='     DELIMITED BY SIZE
                  WS-CRUD              DELIMITED BY SIZE
                  ' CHAVE='            DELIMITED BY SIZE
                  WS-AUD-CHAVE         DELIMITED BY SIZE
                  ' ANTES=['           DELIMITED BY SIZE
                  WS-AUD-ANTES         DELIMITED BY SIZE
                  '] DEPOIS=['         DELIMITED BY SIZE
                  WS-AUD-DEPOIS        DELIMITED BY SIZE
                  ']'                  DELIMITED BY SIZE
                  INTO WS-LINHA-AUD
           WRITE FD-ARQ-AUDITORIA      FROM WS-LINHA-AUD
           MOVE WS-GRAVACAO            TO WS-OPERACAO
           PERFORM 2240-TESTAR-FS-ARQ-AUDITORIA
           .
      *----------------------------------------------------------------*
       2896-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2820-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA CONFIRMACAO DE ENTREGA POR ARQUIVO SOB CONTROLE *
      *DE EXECUCAO (TIPO ENT) - O SEGUNDO CAMPO DO PARM E O ARQUIVO DE *
      *CONFIRMACOES DOS MOTORISTAS (PADRAO CONFENT.TXT) E O TERCEIRO O *
      *RELATORIO DE EXCECOES (PADRAO EXCENT.TXT)                       *
      *RC: 8 = ERRO / 4 = ARQUIVO AUSENTE OU EXCECOES / 0 = NORMAL     *
      *----------------------------------------------------------------*
       2821-EXECUTAR-CONF-ENTREGA      SECTION.
      *----------------------------------------------------------------*
           MOVE 'ENT'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             IF WS-ARQ-IMPORT          NOT EQUAL SPACES
               MOVE WS-ARQ-IMPORT      TO WS-ARQ-CONF-ENT
             END-IF
             IF WS-ARQ-REJEITADOS      NOT EQUAL SPACES
               MOVE WS-ARQ-REJEITADOS  TO WS-ARQ-RELAT
             ELSE
               MOVE 'EXCENT.TXT'       TO WS-ARQ-RELAT
             END-IF
             MOVE 'N'                  TO WS-ENT-FALHA
             PERFORM 2575-PROCESSAR-CONF-ENTREGA
             COMPUTE WS-RUN-GRAV = ACU-ENT-ENTREGUES
                                 + ACU-ENT-PARCIAIS
                                 + ACU-ENT-RECUSADAS
             MOVE ACU-ENT-EXCECOES     TO WS-RUN-REJ
             EVALUATE TRUE
               WHEN WS-ENT-FALHA       EQUAL 'S'
                 MOVE 8                TO WS-RUN-RC
               WHEN WS-ENT-RET-VALIDO  EQUAL 'A'
               WHEN ACU-ENT-EXCECOES   GREATER ZEROS
                 MOVE 4                TO WS-RUN-RC
               WHEN OTHER
                 MOVE ZEROS            TO WS-RUN-RC
             END-EVALUATE
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2821-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA GERACAO DOS PEDIDOS RECORRENTES SOB CONTROLE DE *
      *EXECUCAO (TIPO RCR) - A REEXECUCAO NA MESMA DATA E RECUSADA PELO*
      *CONTROLE E, FORCADA, NAO REGERA OCORRENCIAS JA TRATADAS         *
      *RC: 8 = ERRO / 4 = OCORRENCIAS IGNORADAS / 0 = NORMAL           *
      *----------------------------------------------------------------*
       2822-EXECUTAR-RECORRENTES       SECTION.
      *----------------------------------------------------------------*
           MOVE 'RCR'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             PERFORM 2294-GERAR-PEDIDOS-RCR
             COMPUTE WS-RUN-GRAV = ACU-RCR-GERADOS
                                 + ACU-RCR-RETIDOS
             MOVE ACU-RCR-IGNORADOS    TO WS-RUN-REJ
             EVALUATE TRUE
               WHEN WS-RCR-FALHA       EQUAL 'S'
                 MOVE 8                TO WS-RUN-RC
               WHEN ACU-RCR-IGNORADOS  GREATER ZEROS
                 MOVE 4                TO WS-RUN-RC
               WHEN OTHER
                 MOVE ZEROS            TO WS-RUN-RC
             END-EVALUATE
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2822-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA BATCH DA CONVERSAO DE LAYOUT DOS ARQUIVOS DE TITULOS,    *
      *NOTAS, PEDIDOS E LINHAS DE PEDIDO SOB CONTROLE DE EXECUCAO      *
      *(TIPO CNV) - ARQUIVO JA CONVERTIDO E IGNORADO                   *
      *RC: 8 = ERRO / 0 = NORMAL                                       *
      *----------------------------------------------------------------*
       2823-EXECUTAR-CONVERSAO         SECTION.
      *----------------------------------------------------------------*
           MOVE 'CNV'                  TO WS-RUN-TIPO
           PERFORM 2810-INICIAR-EXECUCAO-RUN
           IF WS-RUN-BLOQUEADO         NOT EQUAL 'S'
             MOVE 'N'                  TO WS-BKP-FALHA
             PERFORM 2925-CONVERTER-LAYOUTS
             MOVE ACU-CNV-GRAVADOS     TO WS-RUN-GRAV
             IF WS-BKP-FALHA           EQUAL 'S'
               MOVE 8                  TO WS-RUN-RC
             ELSE
               MOVE ZEROS              TO WS-RUN-RC
             END-IF
             PERFORM 2820-ENCERRAR-EXECUCAO-RUN
           END-IF
           .
      *----------------------------------------------------------------*
       2823-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA APURAR O RC DE UMA ETAPA DE IMPORTACAO:             *
      *8 = ARQUIVO RECUSADO / 4 = HOUVE REJEITADOS / 0 = NORMAL        *
                   PERFORM 2970-FECHAR-PERIODO
                 WHEN 12
                   PERFORM 2976-REABRIR-PERIODO
                 WHEN 14
                   PERFORM 2760-TRANSFERIR-CARTEIRA
                 WHEN 15
                   PERFORM 2790-MANTER-CONTAS-CTB
                 WHEN 16
                   PERFORM 2886-MANTER-REGRAS-TRIB
                 WHEN 17
                   PERFORM 2586-MANTER-COND-PAG
                 WHEN 18
                   PERFORM 2925-CONVERTER-LAYOUTS
                 WHEN OTHER
                   IF WS-OPCAO NOT EQUAL 13
                     DISPLAY WS-LIMPAR-TELA
               PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
               MOVE 'N'                TO WS-ARQ-CLI-ABERTO
             END-IF
             OPEN OUTPUT               ARQ-CLIENTE
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2213-TESTAR-FS-ARQ-CLIENTE

             MOVE ZEROS                TO ACU-BKP-LIDOS
             MOVE ZEROS                TO ACU-BKP-GRAVADOS
             MOVE ZEROS                TO WS-BKP-QTD-TRAILER
             MOVE 'N'                  TO WS-BKP-ACHOU-TRAILER
             MOVE 'N'                  TO WS-FIM-ARQ-BKP
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               MOVE SPACES             TO WS-REG-BACKUP
               READ ARQ-BACKUP         INTO WS-REG-BACKUP
               IF WS-FS-BACKUP         NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-BKP
               ELSE
                 EVALUATE WS-BKP-TIPO-REG
                    WHEN 'D'
                       ADD 1           TO ACU-BKP-LIDOS
      *                BACKUP GERADO ANTES DO CAMPO DE LIMITE DE
      *                CREDITO TEM 196 BYTES DE DADOS - O LIMITE
      *                ENTRA ZERADO NA RECONSTRUCAO (ANTES DA CONDICAO
      *                DE PAGAMENTO, 209 BYTES - CONDICAO EM BRANCO)
                       IF WS-BKP-DADOS (197:13)
                                       NUMERIC
                          MOVE WS-BKP-DADOS (1:217)
                                       TO BOOKCLI
                       ELSE
                          MOVE WS-BKP-DADOS (1:196)
                                       TO BOOKCLI
                          MOVE ZEROS   TO BOOKCLI-LIMITE-CRED
                       END-IF
                       WRITE BOOKCLI
                       MOVE WS-GRAVACAO
                                       TO WS-OPERACAO
                       PERFORM 2213-TESTAR-FS-ARQ-CLIENTE
                       IF WS-FS-CLIENTE
                                       EQUAL ZEROS OR '02'
                          ADD 1        TO ACU-BKP-GRAVADOS
                       END-IF
                    WHEN 'T'
                       MOVE 'S'        TO WS-BKP-ACHOU-TRAILER
                       MOVE WS-BKP-QTD TO WS-BKP-QTD-TRAILER
                 END-EVALUATE
               END-IF
             END-PERFORM
             CLOSE ARQ-BACKUP
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-CLIENTE
             PERFORM 2213-TESTAR-FS-ARQ-CLIENTE

             IF WS-BKP-ACHOU-TRAILER   EQUAL 'N'
             OR WS-BKP-QTD-TRAILER     NOT EQUAL ACU-BKP-LIDOS
             OR WS-BKP-QTD-TRAILER     NOT EQUAL ACU-BKP-GRAVADOS
               MOVE 'S'                TO WS-BKP-FALHA
               IF WS-MODO-BATCH        EQUAL 'N'
                 DISPLAY 'CONTAGEM NAO CONFERE - CONFIRA O BACKUP'
                                       AT 2302
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA
                                       AT 2302
               ELSE
                 DISPLAY 'CONTAGEM NAO CONFERE - CONFIRA O BACKUP'
               END-IF
             END-IF

             MOVE ACU-BKP-GRAVADOS     TO WS-BKP-EDIT
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'CLIENTES RESTAURADOS 'WS-BKP-EDIT
                                       AT 2317
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             ELSE
               DISPLAY 'CLIENTES RESTAURADOS 'WS-BKP-EDIT
             END-IF
           END-IF
           IF WS-BKP-OK                EQUAL 'N'
             MOVE 'S'                  TO WS-BKP-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA RECONSTRUIR O ARQUIVO DE VENDEDORES (INCLUINDO A    *
      *CHAVE ALTERNADA DE CPF) A PARTIR DE UMA GERACAO DE BACKUP, COM  *
      *CONFERENCIA DE TOTAIS ENTRE TRAILER, LIDOS E GRAVADOS           *
      *----------------------------------------------------------------*
       2921-RELOAD-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
           IF WS-MODO-BATCH            EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'INFORME O ARQUIVO DE BACKUP A RESTAURAR :'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-ARQ-BACKUP
             ACCEPT WS-ARQ-BACKUP      AT 2345
           END-IF

           MOVE 'S'                    TO WS-BKP-OK
           IF WS-ARQ-BACKUP            EQUAL SPACES
             MOVE 'N'                  TO WS-BKP-OK
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ARQUIVO DE BACKUP NAO INFORMADO'
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             ELSE
               DISPLAY 'ARQUIVO DE BACKUP NAO INFORMADO'
             END-IF
           END-IF

           IF WS-BKP-OK                EQUAL 'S'
             OPEN INPUT                ARQ-BACKUP
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2930-TESTAR-FS-ARQ-BACKUP
             IF WS-FS-BACKUP           NOT EQUAL ZEROS
               MOVE 'N'                TO WS-BKP-OK
             END-IF
           END-IF

           IF WS-BKP-OK                EQUAL 'S'
             MOVE SPACES               TO WS-REG-BACKUP
             READ ARQ-BACKUP           INTO WS-REG-BACKUP
             IF WS-FS-BACKUP           NOT EQUAL ZEROS
             OR WS-BKP-TIPO-REG        NOT EQUAL 'H'
             OR WS-BKP-ARQUIVO         NOT EQUAL 'ARQ-VENDEDOR'
               MOVE 'N'                TO WS-BKP-OK
               CLOSE ARQ-BACKUP
               IF WS-MODO-BATCH        EQUAL 'N'
                 DISPLAY 'BACKUP INVALIDO PARA O ARQUIVO DE VENDEDORES'
                                       AT 2302
                 STOP ' '
                 DISPLAY WS-LIMPAR-TELA
                                       AT 2302
               ELSE
                 DISPLAY 'BACKUP INVALIDO PARA O ARQUIVO DE VENDEDORES'
               END-IF
             END-IF
           END-IF

           IF WS-BKP-OK                EQUAL 'S'
             IF WS-ARQ-VEN-ABERTO      EQUAL 'S'
               MOVE WS-FECHAMENTO      TO WS-OPERACAO
               CLOSE ARQ-VENDEDOR
               PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
               MOVE 'N'                TO WS-ARQ-VEN-ABERTO
             END-IF
             OPEN OUTPUT               ARQ-VENDEDOR
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR

             MOVE ZEROS                TO ACU-BKP-LIDOS
             MOVE ZEROS                TO ACU-BKP-GRAVADOS
                 EVALUATE WS-BKP-TIPO-REG
                    WHEN 'D'
                       ADD 1           TO ACU-BKP-LIDOS
                       MOVE WS-BKP-DADOS (1:85)
                                       TO BOOKVEN
                       WRITE BOOKVEN
                       MOVE WS-GRAVACAO
                                       TO WS-OPERACAO
                       PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR
                       IF WS-FS-VENDEDOR
                                       EQUAL ZEROS
                          ADD 1        TO ACU-BKP-GRAVADOS
                       END-IF
                    WHEN 'T'
             END-PERFORM
             CLOSE ARQ-BACKUP
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-VENDEDOR
             PERFORM 2237-TESTAR-FS-ARQ-VENDEDOR

             IF WS-BKP-ACHOU-TRAILER   EQUAL 'N'
             OR WS-BKP-QTD-TRAILER     NOT EQUAL ACU-BKP-LIDOS

             MOVE ACU-BKP-GRAVADOS     TO WS-BKP-EDIT
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'VENDEDORES RESTAURADOS 'WS-BKP-EDIT
                                       AT 2317
               STOP ' '
               DISPLAY WS-LIMPAR-TELA  AT 2302
             ELSE
               DISPLAY 'VENDEDORES RESTAURADOS 'WS-BKP-EDIT
             END-IF
           END-IF
           IF WS-BKP-OK                EQUAL 'N'
           END-IF
           .
      *----------------------------------------------------------------*
       2921-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONVERTER, UMA UNICA VEZ, OS ARQUIVOS DE TITULOS,   *
      *NOTAS, PEDIDOS E LINHAS DE PEDIDO GRAVADOS NO LAYOUT ANTERIOR   *
      *DOS BOOKS PARA O LAYOUT ATUAL (CAMPOS NOVOS NO FIM DO REGISTRO) *
      *CADA ARQUIVO E DESCARREGADO EM CNVTIT/CNVNOT/CNVPED/CNVIPD.SEQ  *
      *(CABECALHO + DETALHE + TRAILER, MESMO FORMATO DO UNLOAD),       *
      *RECRIADO E RECARREGADO COM OS CAMPOS NOVOS EM BRANCO/ZERO.      *
      *A DESCARGA COMPLETA (COM TRAILER) FICA COMO COPIA DO ARQUIVO    *
      *ORIGINAL E MARCA A CONVERSAO JA FEITA                           *
      *RODAR ANTES DO PRIMEIRO USO DOS ARQUIVOS PELA VERSAO ATUAL      *
      *----------------------------------------------------------------*
       2925-CONVERTER-LAYOUTS          SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-CNV-CONFIRMA
           IF WS-MODO-BATCH            EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             MOVE 'CONFIRMA A CONVERSAO DE LAYOUT (S-SIM / N-NAO)'
                                       TO WS-MENSAGEM
             DISPLAY WS-MENSAGEM       AT 2302
             MOVE SPACES               TO WS-CNV-CONFIRMA
             PERFORM UNTIL WS-CNV-CONFIRMA EQUAL 'S' OR 'N'
               ACCEPT WS-CNV-CONFIRMA  UPPER AT 2350
             END-PERFORM
             DISPLAY WS-LIMPAR-TELA    AT 2302
           END-IF

           IF WS-CNV-CONFIRMA          EQUAL 'S'
             MOVE ZEROS                TO ACU-CNV-GRAVADOS
             PERFORM 2926-CONVERTER-TITULO
             PERFORM 2927-CONVERTER-NOTA
             PERFORM 2928-CONVERTER-PEDIDO
             PERFORM 2929-CONVERTER-ITEM-PED
           END-IF
           .
      *----------------------------------------------------------------*
       2925-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONVERTER O ARQUIVO DE TITULOS: SITUACAO NO BANCO   *
      *EM BRANCO (NAO ENVIADO), SEM REMESSA, SEM ESTAGIO DE COBRANCA,  *
      *ENCARGOS ZERADOS E FORA DE ACORDO DE RENEGOCIACAO               *
      *----------------------------------------------------------------*
       2926-CONVERTER-TITULO           SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQ-TITULO'           TO WS-CNV-ARQUIVO
           MOVE 'CNVTIT.SEQ'           TO WS-ARQ-BACKUP
           PERFORM 2932-VERIFICAR-CONVERSAO

           IF WS-BKP-OK                EQUAL 'S'
             IF WS-ARQ-TIT-ABERTO      EQUAL 'S'
               MOVE WS-FECHAMENTO      TO WS-OPERACAO
               CLOSE ARQ-TITULO
               PERFORM 2472-TESTAR-FS-ARQ-TITULO
               MOVE 'N'                TO WS-ARQ-TIT-ABERTO
             END-IF
             PERFORM 2933-GRAVAR-CABECALHO-CNV
           END-IF

      *    DESCARGA PELO LAYOUT ANTERIOR - ARQUIVO INEXISTENTE (FS 35)
      *    GERA SO CABECALHO E TRAILER ZERADO
           IF WS-BKP-OK                EQUAL 'S'
             OPEN INPUT                ARQ-TITULO-ANT
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2937-TESTAR-FS-ARQ-ANT
             MOVE 'N'                  TO WS-CNV-EXISTE
             MOVE 'S'                  TO WS-FIM-ARQ-BKP
             IF WS-FS-ARQ-ANT          EQUAL ZEROS
               MOVE 'S'                TO WS-CNV-EXISTE
               MOVE 'N'                TO WS-FIM-ARQ-BKP
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               READ ARQ-TITULO-ANT
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 2937-TESTAR-FS-ARQ-ANT
               IF WS-FS-ARQ-ANT        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-BKP
               ELSE
                 MOVE SPACES           TO WS-REG-BACKUP
                 MOVE 'D'              TO WS-BKP-TIPO-REG
                 MOVE FD-ARQ-TIT-ANT   TO WS-BKP-DADOS
                 WRITE FD-ARQ-BACKUP   FROM WS-REG-BACKUP
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2930-TESTAR-FS-ARQ-BACKUP
                 ADD 1                 TO ACU-BKP-GRAVADOS
               END-IF
             END-PERFORM
             IF WS-CNV-EXISTE          EQUAL 'S'
               CLOSE ARQ-TITULO-ANT
             END-IF
             PERFORM 2934-GRAVAR-TRAILER-CNV
           END-IF

      *    RECARGA NO LAYOUT ATUAL COM OS CAMPOS NOVOS INICIALIZADOS
           IF WS-BKP-OK                EQUAL 'S'
             PERFORM 2935-ABRIR-RELEITURA-CNV
           END-IF
           IF WS-BKP-OK                EQUAL 'S'
             OPEN OUTPUT               ARQ-TITULO
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2472-TESTAR-FS-ARQ-TITULO
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               MOVE SPACES             TO WS-REG-BACKUP
               READ ARQ-BACKUP         INTO WS-REG-BACKUP
               IF WS-FS-BACKUP         NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-BKP
               ELSE
                 EVALUATE WS-BKP-TIPO-REG
                    WHEN 'D'
                       ADD 1           TO ACU-BKP-LIDOS
                       MOVE WS-BKP-DADOS (1:73)
                                       TO BOOKTIT
                       MOVE ZEROS      TO BOOKTIT-DT-REMESSA
                       MOVE SPACES     TO BOOKTIT-SIT-BANCO
                       MOVE ZEROS      TO BOOKTIT-ESTAGIO-COB
                       MOVE ZEROS      TO BOOKTIT-DT-ESTAGIO
                       MOVE ZEROS      TO BOOKTIT-VLR-ENCARGOS
                       MOVE ZEROS      TO BOOKTIT-NUM-ACORDO
                       WRITE BOOKTIT
                       MOVE WS-GRAVACAO
                                       TO WS-OPERACAO
                       PERFORM 2472-TESTAR-FS-ARQ-TITULO
                       IF WS-FS-TITULO
                                       EQUAL ZEROS OR '02'
                          ADD 1        TO ACU-BKP-GRAVADOS
                       END-IF
                    WHEN 'T'
                       MOVE 'S'        TO WS-BKP-ACHOU-TRAILER
                       MOVE WS-BKP-QTD TO WS-BKP-QTD-TRAILER
                 END-EVALUATE
               END-IF
             END-PERFORM
             CLOSE ARQ-BACKUP
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-TITULO
             PERFORM 2472-TESTAR-FS-ARQ-TITULO
             PERFORM 2936-CONFERIR-TOTAIS-CNV
           END-IF
           .
      *----------------------------------------------------------------*
       2926-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONVERTER O ARQUIVO DE NOTAS: A NOTA ANTIGA NAO TEM *
      *IPI NEM DESCONTO, ENTAO VLR-PRODUTOS RECEBE O VLR-TOTAL; SEM    *
      *TRIBUTOS, SEM CONDICAO DE PAGAMENTO E SIT. NFE EM BRANCO (FORA  *
      *DA EXTRACAO PARA O EMISSOR, QUE SO PEGA AS PENDENTES)           *
      *----------------------------------------------------------------*
       2927-CONVERTER-NOTA             SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQ-NOTA'             TO WS-CNV-ARQUIVO
           MOVE 'CNVNOT.SEQ'           TO WS-ARQ-BACKUP
           PERFORM 2932-VERIFICAR-CONVERSAO

           IF WS-BKP-OK                EQUAL 'S'
             IF WS-ARQ-NOT-ABERTO      EQUAL 'S'
               MOVE WS-FECHAMENTO      TO WS-OPERACAO
               CLOSE ARQ-NOTA
               PERFORM 2842-TESTAR-FS-ARQ-NOTA
               MOVE 'N'                TO WS-ARQ-NOT-ABERTO
             END-IF
             PERFORM 2933-GRAVAR-CABECALHO-CNV
           END-IF

      *    DESCARGA PELO LAYOUT ANTERIOR - ARQUIVO INEXISTENTE (FS 35)
      *    GERA SO CABECALHO E TRAILER ZERADO
           IF WS-BKP-OK                EQUAL 'S'
             OPEN INPUT                ARQ-NOTA-ANT
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2937-TESTAR-FS-ARQ-ANT
             MOVE 'N'                  TO WS-CNV-EXISTE
             MOVE 'S'                  TO WS-FIM-ARQ-BKP
             IF WS-FS-ARQ-ANT          EQUAL ZEROS
               MOVE 'S'                TO WS-CNV-EXISTE
               MOVE 'N'                TO WS-FIM-ARQ-BKP
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               READ ARQ-NOTA-ANT
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 2937-TESTAR-FS-ARQ-ANT
               IF WS-FS-ARQ-ANT        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-BKP
               ELSE
                 MOVE SPACES           TO WS-REG-BACKUP
                 MOVE 'D'              TO WS-BKP-TIPO-REG
                 MOVE FD-ARQ-NOT-ANT   TO WS-BKP-DADOS
                 WRITE FD-ARQ-BACKUP   FROM WS-REG-BACKUP
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2930-TESTAR-FS-ARQ-BACKUP
                 ADD 1                 TO ACU-BKP-GRAVADOS
               END-IF
             END-PERFORM
             IF WS-CNV-EXISTE          EQUAL 'S'
               CLOSE ARQ-NOTA-ANT
             END-IF
             PERFORM 2934-GRAVAR-TRAILER-CNV
           END-IF

      *    RECARGA NO LAYOUT ATUAL COM OS CAMPOS NOVOS INICIALIZADOS
           IF WS-BKP-OK                EQUAL 'S'
             PERFORM 2935-ABRIR-RELEITURA-CNV
           END-IF
           IF WS-BKP-OK                EQUAL 'S'
             OPEN OUTPUT               ARQ-NOTA
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2842-TESTAR-FS-ARQ-NOTA
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               MOVE SPACES             TO WS-REG-BACKUP
               READ ARQ-BACKUP         INTO WS-REG-BACKUP
               IF WS-FS-BACKUP         NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-BKP
               ELSE
                 EVALUATE WS-BKP-TIPO-REG
                    WHEN 'D'
                       ADD 1           TO ACU-BKP-LIDOS
                       MOVE WS-BKP-DADOS (1:50)
                                       TO BOOKNOT
                       MOVE SPACES     TO BOOKNOT-UF-DESTINO
                       MOVE BOOKNOT-VLR-TOTAL
                                       TO BOOKNOT-VLR-PRODUTOS
                       MOVE ZEROS      TO BOOKNOT-BASE-ICMS
                       MOVE ZEROS      TO BOOKNOT-VLR-ICMS
                       MOVE ZEROS      TO BOOKNOT-VLR-IPI
                       MOVE SPACES     TO BOOKNOT-SIT-NFE
                       MOVE SPACES     TO BOOKNOT-CHAVE-NFE
                       MOVE SPACES     TO BOOKNOT-PROTOCOLO-NFE
                       MOVE ZEROS      TO BOOKNOT-DT-AUTORIZACAO
                       MOVE SPACES     TO BOOKNOT-MOTIVO-NFE
                       MOVE SPACES     TO BOOKNOT-COD-CONDPAG
                       MOVE ZEROS      TO BOOKNOT-VLR-DESCONTO
                       WRITE BOOKNOT
                       MOVE WS-GRAVACAO
                                       TO WS-OPERACAO
                       PERFORM 2842-TESTAR-FS-ARQ-NOTA
                       IF WS-FS-NOTA
                                       EQUAL ZEROS OR '02'
                          ADD 1        TO ACU-BKP-GRAVADOS
                       END-IF
                    WHEN 'T'
                       MOVE 'S'        TO WS-BKP-ACHOU-TRAILER
                       MOVE WS-BKP-QTD TO WS-BKP-QTD-TRAILER
                 END-EVALUATE
               END-IF
             END-PERFORM
             CLOSE ARQ-BACKUP
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-NOTA
             PERFORM 2842-TESTAR-FS-ARQ-NOTA
             PERFORM 2936-CONFERIR-TOTAIS-CNV
           END-IF
           .
      *----------------------------------------------------------------*
       2927-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONVERTER O ARQUIVO DE PEDIDOS: CONDICAO DE         *
      *PAGAMENTO EM BRANCO (PARAMETRO GERAL)                           *
      *----------------------------------------------------------------*
       2928-CONVERTER-PEDIDO           SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQ-PEDIDO'           TO WS-CNV-ARQUIVO
           MOVE 'CNVPED.SEQ'           TO WS-ARQ-BACKUP
           PERFORM 2932-VERIFICAR-CONVERSAO

           IF WS-BKP-OK                EQUAL 'S'
             IF WS-ARQ-PED-ABERTO      EQUAL 'S'
               MOVE WS-FECHAMENTO      TO WS-OPERACAO
               CLOSE ARQ-PEDIDO
               PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
               MOVE 'N'                TO WS-ARQ-PED-ABERTO
             END-IF
             PERFORM 2933-GRAVAR-CABECALHO-CNV
           END-IF

      *    DESCARGA PELO LAYOUT ANTERIOR - ARQUIVO INEXISTENTE (FS 35)
      *    GERA SO CABECALHO E TRAILER ZERADO
           IF WS-BKP-OK                EQUAL 'S'
             OPEN INPUT                ARQ-PEDIDO-ANT
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2937-TESTAR-FS-ARQ-ANT
             MOVE 'N'                  TO WS-CNV-EXISTE
             MOVE 'S'                  TO WS-FIM-ARQ-BKP
             IF WS-FS-ARQ-ANT          EQUAL ZEROS
               MOVE 'S'                TO WS-CNV-EXISTE
               MOVE 'N'                TO WS-FIM-ARQ-BKP
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               READ ARQ-PEDIDO-ANT
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 2937-TESTAR-FS-ARQ-ANT
               IF WS-FS-ARQ-ANT        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-BKP
               ELSE
                 MOVE SPACES           TO WS-REG-BACKUP
                 MOVE 'D'              TO WS-BKP-TIPO-REG
                 MOVE FD-ARQ-PED-ANT   TO WS-BKP-DADOS
                 WRITE FD-ARQ-BACKUP   FROM WS-REG-BACKUP
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2930-TESTAR-FS-ARQ-BACKUP
                 ADD 1                 TO ACU-BKP-GRAVADOS
               END-IF
             END-PERFORM
             IF WS-CNV-EXISTE          EQUAL 'S'
               CLOSE ARQ-PEDIDO-ANT
             END-IF
             PERFORM 2934-GRAVAR-TRAILER-CNV
           END-IF

      *    RECARGA NO LAYOUT ATUAL COM OS CAMPOS NOVOS INICIALIZADOS
           IF WS-BKP-OK                EQUAL 'S'
             PERFORM 2935-ABRIR-RELEITURA-CNV
           END-IF
           IF WS-BKP-OK                EQUAL 'S'
             OPEN OUTPUT               ARQ-PEDIDO
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               MOVE SPACES             TO WS-REG-BACKUP
               READ ARQ-BACKUP         INTO WS-REG-BACKUP
               IF WS-FS-BACKUP         NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-BKP
               ELSE
                 EVALUATE WS-BKP-TIPO-REG
                    WHEN 'D'
                       ADD 1           TO ACU-BKP-LIDOS
                       MOVE WS-BKP-DADOS (1:46)
                                       TO BOOKPED
                       MOVE SPACES     TO BOOKPED-COD-CONDPAG
                       WRITE BOOKPED
                       MOVE WS-GRAVACAO
                                       TO WS-OPERACAO
                       PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
                       IF WS-FS-PEDIDO
                                       EQUAL ZEROS OR '02'
                          ADD 1        TO ACU-BKP-GRAVADOS
                       END-IF
                    WHEN 'T'
                       MOVE 'S'        TO WS-BKP-ACHOU-TRAILER
                       MOVE WS-BKP-QTD TO WS-BKP-QTD-TRAILER
                 END-EVALUATE
               END-IF
             END-PERFORM
             CLOSE ARQ-BACKUP
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-PEDIDO
             PERFORM 2266-TESTAR-FS-ARQ-PEDIDO
             PERFORM 2936-CONFERIR-TOTAIS-CNV
           END-IF
           .
      *----------------------------------------------------------------*
       2928-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONVERTER O ARQUIVO DE LINHAS DE PEDIDO: TRIBUTOS   *
      *DA LINHA ZERADOS (GRAVADOS PELO FATURAMENTO NA EMISSAO)         *
      *----------------------------------------------------------------*
       2929-CONVERTER-ITEM-PED         SECTION.
      *----------------------------------------------------------------*
           MOVE 'ARQ-ITEM-PED'         TO WS-CNV-ARQUIVO
           MOVE 'CNVIPD.SEQ'           TO WS-ARQ-BACKUP
           PERFORM 2932-VERIFICAR-CONVERSAO

           IF WS-BKP-OK                EQUAL 'S'
             IF WS-ARQ-IPD-ABERTO      EQUAL 'S'
               MOVE WS-FECHAMENTO      TO WS-OPERACAO
               CLOSE ARQ-ITEM-PED
               PERFORM 2447-TESTAR-FS-ARQ-ITEM-PED
               MOVE 'N'                TO WS-ARQ-IPD-ABERTO
             END-IF
             PERFORM 2933-GRAVAR-CABECALHO-CNV
           END-IF

      *    DESCARGA PELO LAYOUT ANTERIOR - ARQUIVO INEXISTENTE (FS 35)
      *    GERA SO CABECALHO E TRAILER ZERADO
           IF WS-BKP-OK                EQUAL 'S'
             OPEN INPUT                ARQ-ITEM-PED-ANT
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2937-TESTAR-FS-ARQ-ANT
             MOVE 'N'                  TO WS-CNV-EXISTE
             MOVE 'S'                  TO WS-FIM-ARQ-BKP
             IF WS-FS-ARQ-ANT          EQUAL ZEROS
               MOVE 'S'                TO WS-CNV-EXISTE
               MOVE 'N'                TO WS-FIM-ARQ-BKP
             END-IF
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               READ ARQ-ITEM-PED-ANT
               MOVE WS-LEITURA         TO WS-OPERACAO
               PERFORM 2937-TESTAR-FS-ARQ-ANT
               IF WS-FS-ARQ-ANT        NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-BKP
               ELSE
                 MOVE SPACES           TO WS-REG-BACKUP
                 MOVE 'D'              TO WS-BKP-TIPO-REG
                 MOVE FD-ARQ-IPD-ANT   TO WS-BKP-DADOS
                 WRITE FD-ARQ-BACKUP   FROM WS-REG-BACKUP
                 MOVE WS-GRAVACAO      TO WS-OPERACAO
                 PERFORM 2930-TESTAR-FS-ARQ-BACKUP
                 ADD 1                 TO ACU-BKP-GRAVADOS
               END-IF
             END-PERFORM
             IF WS-CNV-EXISTE          EQUAL 'S'
               CLOSE ARQ-ITEM-PED-ANT
             END-IF
             PERFORM 2934-GRAVAR-TRAILER-CNV
           END-IF

      *    RECARGA NO LAYOUT ATUAL COM OS CAMPOS NOVOS INICIALIZADOS
           IF WS-BKP-OK                EQUAL 'S'
             PERFORM 2935-ABRIR-RELEITURA-CNV
           END-IF
           IF WS-BKP-OK                EQUAL 'S'
             OPEN OUTPUT               ARQ-ITEM-PED
             MOVE WS-ABERTURA          TO WS-OPERACAO
             PERFORM 2447-TESTAR-FS-ARQ-ITEM-PED
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               MOVE SPACES             TO WS-REG-BACKUP
               READ ARQ-BACKUP         INTO WS-REG-BACKUP
                 EVALUATE WS-BKP-TIPO-REG
                    WHEN 'D'
                       ADD 1           TO ACU-BKP-LIDOS
                       MOVE WS-BKP-DADOS (1:46)
                                       TO BOOKIPD
                       MOVE ZEROS      TO BOOKIPD-NCM
                       MOVE ZEROS      TO BOOKIPD-CFOP
                       MOVE SPACES     TO BOOKIPD-CST-ICMS
                       MOVE ZEROS      TO BOOKIPD-BASE-ICMS
                       MOVE ZEROS      TO BOOKIPD-ALIQ-ICMS
                       MOVE ZEROS      TO BOOKIPD-VLR-ICMS
                       MOVE ZEROS      TO BOOKIPD-ALIQ-IPI
                       MOVE ZEROS      TO BOOKIPD-VLR-IPI
                       WRITE BOOKIPD
                       MOVE WS-GRAVACAO
                                       TO WS-OPERACAO
                       PERFORM 2447-TESTAR-FS-ARQ-ITEM-PED
                       IF WS-FS-ITEM-PED
                                       EQUAL ZEROS OR '02'
                          ADD 1        TO ACU-BKP-GRAVADOS
                       END-IF
                    WHEN 'T'
             END-PERFORM
             CLOSE ARQ-BACKUP
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-ITEM-PED
             PERFORM 2447-TESTAR-FS-ARQ-ITEM-PED
             PERFORM 2936-CONFERIR-TOTAIS-CNV
           END-IF
           .
      *----------------------------------------------------------------*
       2929-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
       2931-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA VERIFICAR SE O ARQUIVO JA FOI CONVERTIDO: O         *
      *ARQUIVO CNV COM TRAILER INDICA DESCARGA COMPLETA - NESSE CASO O *
      *ARQUIVO NAO E CONVERTIDO DE NOVO (DESCARGA INTERROMPIDA, SEM    *
      *TRAILER, PERMITE REPETIR A CONVERSAO)                           *
      *----------------------------------------------------------------*
       2932-VERIFICAR-CONVERSAO        SECTION.
      *----------------------------------------------------------------*
           MOVE 'S'                    TO WS-BKP-OK
           MOVE 'N'                    TO WS-BKP-ACHOU-TRAILER
           MOVE ZEROS                  TO ACU-BKP-GRAVADOS
           OPEN INPUT                  ARQ-BACKUP
           IF WS-FS-BACKUP             EQUAL ZEROS
             MOVE 'N'                  TO WS-FIM-ARQ-BKP
             PERFORM UNTIL WS-FIM-ARQ-BKP EQUAL 'S'
               MOVE SPACES             TO WS-REG-BACKUP
               READ ARQ-BACKUP         INTO WS-REG-BACKUP
               IF WS-FS-BACKUP         NOT EQUAL ZEROS
                 MOVE 'S'              TO WS-FIM-ARQ-BKP
               ELSE
                 IF WS-BKP-TIPO-REG    EQUAL 'T'
                   MOVE 'S'            TO WS-BKP-ACHOU-TRAILER
                 END-IF
               END-IF
             END-PERFORM
             CLOSE ARQ-BACKUP
           END-IF

           IF WS-BKP-ACHOU-TRAILER     EQUAL 'S'
             MOVE 'N'                  TO WS-BKP-OK
             MOVE SPACES               TO WS-MENSAGEM
             STRING WS-CNV-ARQUIVO     DELIMITED BY SPACE
                    ' JA CONVERTIDO - '
                                       DELIMITED BY SIZE
                    WS-ARQ-BACKUP      DELIMITED BY SPACE
                    INTO WS-MENSAGEM
             PERFORM 2938-EXIBIR-MENSAGEM-CNV
           END-IF
           .
      *----------------------------------------------------------------*
       2932-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ABRIR O ARQUIVO CNV E GRAVAR O CABECALHO COM O NOME *
      *DO ARQUIVO EM CONVERSAO                                         *
      *----------------------------------------------------------------*
       2933-GRAVAR-CABECALHO-CNV       SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-BKP-GRAVADOS
           OPEN OUTPUT                 ARQ-BACKUP
           MOVE WS-ABERTURA            TO WS-OPERACAO
           PERFORM 2930-TESTAR-FS-ARQ-BACKUP
           IF WS-FS-BACKUP             EQUAL ZEROS
             MOVE SPACES               TO WS-REG-BACKUP
             MOVE 'H'                  TO WS-BKP-TIPO-REG
             MOVE WS-CNV-ARQUIVO       TO WS-BKP-ARQUIVO
             MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO WS-BKP-DT-GERACAO
             WRITE FD-ARQ-BACKUP       FROM WS-REG-BACKUP
           ELSE
             MOVE 'N'                  TO WS-BKP-OK
             MOVE 'S'                  TO WS-BKP-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2933-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA FECHAR O ARQUIVO CNV - O TRAILER SO E GRAVADO SE A  *
      *DESCARGA TERMINOU SEM ERRO                                      *
      *----------------------------------------------------------------*
       2934-GRAVAR-TRAILER-CNV         SECTION.
      *----------------------------------------------------------------*
           IF WS-BKP-OK                EQUAL 'S'
             MOVE SPACES               TO WS-REG-BACKUP
             MOVE 'T'                  TO WS-BKP-TIPO-REG
             MOVE ACU-BKP-GRAVADOS     TO WS-BKP-QTD
             WRITE FD-ARQ-BACKUP       FROM WS-REG-BACKUP
           END-IF
           MOVE WS-FECHAMENTO          TO WS-OPERACAO
           CLOSE ARQ-BACKUP
           PERFORM 2930-TESTAR-FS-ARQ-BACKUP
           .
      *----------------------------------------------------------------*
       2934-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA REABRIR O ARQUIVO CNV PARA A RECARGA, PULANDO O     *
      *CABECALHO E ZERANDO OS CONTADORES DE CONFERENCIA                *
      *----------------------------------------------------------------*
       2935-ABRIR-RELEITURA-CNV        SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                  TO ACU-BKP-LIDOS
           MOVE ZEROS                  TO ACU-BKP-GRAVADOS
           MOVE ZEROS                  TO WS-BKP-QTD-TRAILER
           MOVE 'N'                    TO WS-BKP-ACHOU-TRAILER
           MOVE 'N'                    TO WS-FIM-ARQ-BKP
           OPEN INPUT                  ARQ-BACKUP
           MOVE WS-ABERTURA            TO WS-OPERACAO
           PERFORM 2930-TESTAR-FS-ARQ-BACKUP
           IF WS-FS-BACKUP             EQUAL ZEROS
             MOVE SPACES               TO WS-REG-BACKUP
             READ ARQ-BACKUP           INTO WS-REG-BACKUP
             IF WS-FS-BACKUP           NOT EQUAL ZEROS
             OR WS-BKP-TIPO-REG        NOT EQUAL 'H'
               MOVE 'N'                TO WS-BKP-OK
               MOVE 'S'                TO WS-BKP-FALHA
               CLOSE ARQ-BACKUP
             END-IF
           ELSE
             MOVE 'N'                  TO WS-BKP-OK
             MOVE 'S'                  TO WS-BKP-FALHA
           END-IF
           .
      *----------------------------------------------------------------*
       2935-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA CONFERIR TRAILER, LIDOS E GRAVADOS DA RECARGA E     *
      *INFORMAR O TOTAL CONVERTIDO                                     *
      *----------------------------------------------------------------*
       2936-CONFERIR-TOTAIS-CNV        SECTION.
      *----------------------------------------------------------------*
           IF WS-BKP-ACHOU-TRAILER     EQUAL 'N'
           OR WS-BKP-QTD-TRAILER       NOT EQUAL ACU-BKP-LIDOS
           OR WS-BKP-QTD-TRAILER       NOT EQUAL ACU-BKP-GRAVADOS
             MOVE 'S'                  TO WS-BKP-FALHA
             MOVE SPACES               TO WS-MENSAGEM
             STRING WS-CNV-ARQUIVO     DELIMITED BY SPACE
                    ': CONTAGEM NAO CONFERE - CONFIRA '
                                       DELIMITED BY SIZE
                    WS-ARQ-BACKUP      DELIMITED BY SPACE
                    INTO WS-MENSAGEM
             PERFORM 2938-EXIBIR-MENSAGEM-CNV
           END-IF

           ADD ACU-BKP-GRAVADOS        TO ACU-CNV-GRAVADOS
           MOVE ACU-BKP-GRAVADOS       TO WS-BKP-EDIT
           MOVE SPACES                 TO WS-MENSAGEM
           STRING WS-CNV-ARQUIVO       DELIMITED BY SPACE
                  ' CONVERTIDO - REGISTROS '
                                       DELIMITED BY SIZE
                  WS-BKP-EDIT          DELIMITED BY SIZE
                  INTO WS-MENSAGEM
           PERFORM 2938-EXIBIR-MENSAGEM-CNV
           .
      *----------------------------------------------------------------*
       2936-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   ROTINA PARA TESTE DE FILE STATUS DOS ARQUIVOS NO LAYOUT      *
      *   ANTERIOR (CONVERSAO) - FS 35 = ARQUIVO AINDA NAO CRIADO      *
      *----------------------------------------------------------------*
       2937-TESTAR-FS-ARQ-ANT          SECTION.
      *----------------------------------------------------------------*
           IF (WS-FS-ARQ-ANT           NOT EQUAL ZEROS AND '10'
                                       AND '35')
             MOVE 'N'                  TO WS-BKP-OK
             MOVE 'S'                  TO WS-BKP-FALHA
             IF WS-MODO-BATCH          EQUAL 'N'
               DISPLAY 'ERRO FILE STATUS: ',WS-FS-ARQ-ANT,
               ' OPERACAO: ',WS-OPERACAO,' ',WS-CNV-ARQUIVO
                                       AT 2302
               STOP ' '
               DISPLAY WS-LIMPAR-TELA
             ELSE
               DISPLAY 'ERRO FILE STATUS: ' WS-FS-ARQ-ANT
                       ' OPERACAO: ' WS-OPERACAO ' ' WS-CNV-ARQUIVO
             END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2937-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA EXIBIR UMA MENSAGEM DA CONVERSAO NA TELA OU NO LOG  *
      *DO BATCH                                                        *
      *----------------------------------------------------------------*
       2938-EXIBIR-MENSAGEM-CNV        SECTION.
      *----------------------------------------------------------------*
           IF WS-MODO-BATCH            EQUAL 'N'
             DISPLAY WS-LIMPAR-TELA    AT 2302
             DISPLAY WS-MENSAGEM       AT 2302
             STOP ' '
             DISPLAY WS-LIMPAR-TELA    AT 2302
           ELSE
             DISPLAY WS-MENSAGEM
           END-IF
           .
      *----------------------------------------------------------------*
       2938-99-FIM.                    EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *ROTINA PARA ARQUIVAR PEDIDOS ANTIGOS: PEDIDOS FATURADOS OU      *
      *CANCELADOS COM DATA ANTERIOR A INFORMADA SAO DESCARREGADOS EM   *
           ELSE
             MOVE 1                    TO WS-CAU-POS
             PERFORM UNTIL WS-CAU-POS  GREATER
                           (560 - WS-CAU-BUSCA-LEN + 1)
                           OR WS-CAU-ACHOU EQUAL 'S'
               IF WS-LINHA-AUD (WS-CAU-POS : WS-CAU-BUSCA-LEN)
                  EQUAL WS-CAU-BUSCA (1 : WS-CAU-BUSCA-LEN)
                                       AT 1003
           DISPLAY WS-LINHA-AUD (413:76)
                                       AT 1103
           DISPLAY WS-LINHA-AUD (489:72)
                                       AT 1203

           DISPLAY WS-LIMPAR-TELA      AT 2302
               AND WS-CFG-SENHA        GREATER ZEROS
                 MOVE WS-CFG-SENHA     TO WS-PAR-DIAS-SENHA
               END-IF
               IF WS-CFG-MULTA         NUMERIC
                 MOVE WS-CFG-MULTA     TO WS-PAR-TAXA-MULTA
               END-IF
               IF WS-CFG-JUROS-DIA     NUMERIC
                 MOVE WS-CFG-JUROS-DIA TO WS-PAR-JUROS-DIA
               END-IF
               IF WS-CFG-DIAS-COB1     NUMERIC
               AND WS-CFG-DIAS-COB1    GREATER ZEROS
                 MOVE WS-CFG-DIAS-COB1 TO WS-PAR-DIAS-COB1
               END-IF
               IF WS-CFG-DIAS-COB2     NUMERIC
               AND WS-CFG-DIAS-COB2    GREATER ZEROS
                 MOVE WS-CFG-DIAS-COB2 TO WS-PAR-DIAS-COB2
               END-IF
               IF WS-CFG-DIAS-COB3     NUMERIC
               AND WS-CFG-DIAS-COB3    GREATER ZEROS
                 MOVE WS-CFG-DIAS-COB3 TO WS-PAR-DIAS-COB3
               END-IF
             END-IF
             CLOSE ARQ-CONFIG
           END-IF
             MOVE 'N'                  TO WS-ARQ-EST-ABERTO
           END-IF

           IF WS-ARQ-NCR-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-NOTA-CRED
             PERFORM 2520-TESTAR-FS-ARQ-NOTA-CRED
             MOVE 'N'                  TO WS-ARQ-NCR-ABERTO
           END-IF

           IF WS-ARQ-DEV-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-DEVOLUCAO
             PERFORM 2521-TESTAR-FS-ARQ-DEVOLUCAO
             MOVE 'N'                  TO WS-ARQ-DEV-ABERTO
           END-IF

           IF WS-ARQ-SLD-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-SALDO-EST
             PERFORM 2539-TESTAR-FS-ARQ-SALDO-EST
             MOVE 'N'                  TO WS-ARQ-SLD-ABERTO
           END-IF

           IF WS-ARQ-MOV-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-MOV-EST
             PERFORM 2540-TESTAR-FS-ARQ-MOV-EST
             MOVE 'N'                  TO WS-ARQ-MOV-ABERTO
           END-IF

           IF WS-ARQ-PRC-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-PRECO
             PERFORM 2556-TESTAR-FS-ARQ-PRECO
             MOVE 'N'                  TO WS-ARQ-PRC-ABERTO
           END-IF

           IF WS-ARQ-BLQ-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-BLOQUEIO
             PERFORM 2638-TESTAR-FS-ARQ-BLOQUEIO
             MOVE 'N'                  TO WS-ARQ-BLQ-ABERTO
           END-IF

           IF WS-ARQ-BXA-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-BAIXA
             PERFORM 2658-TESTAR-FS-ARQ-BAIXA
             MOVE 'N'                  TO WS-ARQ-BXA-ABERTO
           END-IF

           IF WS-ARQ-TRF-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-TRANSF
             PERFORM 2770-TESTAR-FS-ARQ-TRANSF
             MOVE 'N'                  TO WS-ARQ-TRF-ABERTO
           END-IF

           IF WS-ARQ-CTA-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-CONTA
             PERFORM 2791-TESTAR-FS-ARQ-CONTA
             MOVE 'N'                  TO WS-ARQ-CTA-ABERTO
           END-IF

           IF WS-ARQ-PCM-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-PROV-COM
             PERFORM 2792-TESTAR-FS-ARQ-PROV-COM
             MOVE 'N'                  TO WS-ARQ-PCM-ABERTO
           END-IF

           IF WS-ARQ-TRB-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-TRIBUTO
             PERFORM 2889-TESTAR-FS-ARQ-TRIBUTO
             MOVE 'N'                  TO WS-ARQ-TRB-ABERTO
           END-IF

           IF WS-ARQ-ENT-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-ENTREGA
             PERFORM 2569-TESTAR-FS-ARQ-ENTREGA
             MOVE 'N'                  TO WS-ARQ-ENT-ABERTO
           END-IF

           IF WS-ARQ-CPG-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-COND-PAG
             PERFORM 2591-TESTAR-FS-ARQ-COND-PAG
             MOVE 'N'                  TO WS-ARQ-CPG-ABERTO
           END-IF

           IF WS-ARQ-ACD-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-ACORDO
             PERFORM 2688-TESTAR-FS-ARQ-ACORDO
             MOVE 'N'                  TO WS-ARQ-ACD-ABERTO
           END-IF

           IF WS-ARQ-RCR-ABERTO        EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-RECORR
             PERFORM 2292-TESTAR-FS-ARQ-RECORR
             MOVE 'N'                  TO WS-ARQ-RCR-ABERTO
           END-IF

           IF WS-ARQ-IMPORT-ABERTO     EQUAL 'S'
             MOVE WS-FECHAMENTO        TO WS-OPERACAO
             CLOSE ARQ-IMPORT
