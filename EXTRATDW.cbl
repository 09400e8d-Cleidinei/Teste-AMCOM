      *    EXTRACAO COORDENADA PARA O DATA WAREHOUSE: NUMA UNICA
      *    PASSADA GERA OS QUATRO EXTRATOS DELIMITADOS DE LAYOUT
      *    FIXO - CLIENTES (DWCLI.CSV), VENDEDORES (DWVEND.CSV),
      *    ATRIBUICAO CORRENTE DO DISTATUAL (DWDIST.CSV, O REGISTRO
      *    MAIS NOVO DE CADA CLIENTE ENTRE TODAS AS EXECUCOES,
      *    INCLUSIVE AS RODADAS POR FILIAL) E PEDIDOS (DWPED.CSV) -
      *    TODOS COM A MESMA DATA E
      *    CHAVES OU DE VALORES), PARA A CARGA DO WAREHOUSE VALIDAR
      *    A COMPLETUDE ANTES DE INGERIR. A VERSAO DO LAYOUT SOBE
      *    QUANDO O DESENHO DAS COLUNAS MUDAR.
      *    O PEDIDO SAI COM A CATEGORIA DE PRODUTO (CATPROD) DE MAIOR
      *    VALOR ENTRE OS SEUS ITENS (EMPATE = MENOR CODIGO; PEDIDO
      *    SEM ITENS OU SO COM PRODUTOS SEM CATEGORIA = ZERO).
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ATR.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-ITEM      ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ITEM-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ITEM.
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-PROD
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PROD.
           SELECT DW-CLI        ASSIGN TO "DWCLI.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT DW-VEND       ASSIGN TO "DWVEND.CSV"
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *
       FD  ARQ-ITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDITEM'.
       COPY "BOOKITEM.CPY".
      *
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PRODUTOS'.
       COPY "BOOKPROD.CPY".
      *
       FD  DW-CLI.
       01  DWCLI-REG PIC X(250).
      *-----------------------------------*
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-ATR             PIC X(002) VALUE "00".
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-ITEM            PIC X(002) VALUE "00".
       77  FSTATUS-PROD            PIC X(002) VALUE "00".
       77  WS-CAT                  PIC 9(003) VALUE ZEROS.
       77  WS-CAT-MAIOR            PIC 9(003) VALUE ZEROS.
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77  WS-HORA-AGORA           PIC 9(006) VALUE ZEROS.
       77  WS-QTD-CLI              PIC 9(009) VALUE ZEROS.
       77  WS-QTD-VEND             PIC 9(009) VALUE ZEROS.
       77  WS-QTD-DIST             PIC 9(009) VALUE ZEROS.
       77  WS-HASH-VEND            PIC 9(018) VALUE ZEROS.
       77  WS-HASH-DIST            PIC 9(018) VALUE ZEROS.
       77  WS-HASH-PED             PIC 9(018) VALUE ZEROS.
      *-----------------------------------*
      *    CABECALHO E RODAPE COMUNS AOS QUATRO EXTRATOS
      *-----------------------------------*
       77  WS-VERSAO-LAYOUT        PIC X(003) VALUE "002".
       01  WS-CAB-DW.
           03 FILLER               PIC X(002) VALUE "H;".
           03 WS-CAB-EXTRATO       PIC X(006) VALUE SPACES.
           03 WS-DP-STATUS         PIC X(001) VALUE SPACES.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DP-FATURA         PIC 9(007) VALUE ZEROS.
           03 FILLER               PIC X      VALUE ";".
           03 WS-DP-CATEG          PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
      *    VALOR DO PEDIDO POR CATEGORIA (CODIGO MAIS UM)
      *-----------------------------------*
       01  WS-PED-CATEGORIAS.
           03 WS-PC-VALOR          PIC 9(009)V9(002)
                                   OCCURS 100 TIMES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-DW.
           CLOSE DW-VEND.

      *-----------------------------------*
      *    ATRIBUICAO CORRENTE DO DISTATUAL: UM REGISTRO POR
      *    CLIENTE, O MAIS NOVO ENTRE TODAS AS EXECUCOES, INCLUSIVE
      *    AS RODADAS POR FILIAL (REGRA DO CADPED), JA NA ORDEM DO
      *    CLIENTE.
      *-----------------------------------*
      *
       300-EXTRAI-DISTRIBUICAO SECTION.
           MOVE "DWDIST" TO WS-CAB-EXTRATO
           WRITE DWDIST-REG FROM WS-CAB-DW
      *
           OPEN INPUT ARQ-ATUAL
           IF FSTATUS-ATR EQUAL "00"
              READ ARQ-ATUAL NEXT RECORD
              PERFORM UNTIL FSTATUS-ATR NOT EQUAL "00"
                 MOVE ATR-COD-CLI      TO WS-DD-COD-CLI
                 MOVE ATR-COD-VEND     TO WS-DD-COD-VEND
                 MOVE ATR-COD-VEND-SEC TO WS-DD-VEND-SEC
                 MOVE ATR-DISTANCIA    TO WS-DD-DIST
                 MOVE ATR-ORIGEM       TO WS-DD-ORIGEM
                 WRITE DWDIST-REG FROM WS-DET-DIST
                 ADD 1 TO WS-QTD-DIST
                 COMPUTE WS-HASH-DIST =
                         FUNCTION MOD(WS-HASH-DIST + ATR-COD-CLI
                                      + ATR-COD-VEND,
                                      999999999999999999)
                 READ ARQ-ATUAL NEXT RECORD
              END-PERFORM
           END-IF
           CLOSE ARQ-ATUAL
      *
           MOVE WS-QTD-DIST  TO WS-ROD-QTD
           MOVE WS-HASH-DIST TO WS-ROD-HASH
           WRITE DWDIST-REG FROM WS-ROD-DW
           CLOSE DW-DIST.

      *-----------------------------------*
      *    PEDIDOS COM O TOTAL DE CONFERENCIA PELO VALOR, PARA O
      *    WAREHOUSE BATER O MONTANTE CARREGADO.
           MOVE "DWPED" TO WS-CAB-EXTRATO
           WRITE DWPED-REG FROM WS-CAB-DW
      *
           OPEN INPUT ARQ-ITEM
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-PEDIDO
           IF FSTATUS-PED EQUAL "00"
              READ ARQ-PEDIDO NEXT RECORD
                 MOVE VALOR-PEDIDO   TO WS-DP-VALOR
                 MOVE STATUS-PED     TO WS-DP-STATUS
                 MOVE NUM-FATURA-PED TO WS-DP-FATURA
                 PERFORM 410-CATEGORIA-DO-PEDIDO
                 WRITE DWPED-REG FROM WS-DET-PED
                 ADD 1 TO WS-QTD-PED
                 COMPUTE WS-HASH-PED =
              END-PERFORM
           END-IF
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-ITEM
      *
           MOVE WS-QTD-PED  TO WS-ROD-QTD
           MOVE WS-HASH-PED TO WS-ROD-HASH
           WRITE DWPED-REG FROM WS-ROD-DW
           CLOSE DW-PED.

      *-----------------------------------*
      *    CATEGORIA DE MAIOR VALOR ENTRE OS ITENS DO PEDIDO
      *-----------------------------------*
      *
       410-CATEGORIA-DO-PEDIDO SECTION.
      *
           INITIALIZE WS-PED-CATEGORIAS
      *
           MOVE NUM-PEDIDO TO ITEM-NUM-PEDIDO
           MOVE ZEROS      TO ITEM-SEQ
           START ARQ-ITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY
                 MOVE "10" TO FSTATUS-ITEM
           END-START
           IF FSTATUS-ITEM EQUAL "00"
              READ ARQ-ITEM NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-ITEM NOT EQUAL "00"
                      OR ITEM-NUM-PEDIDO NOT EQUAL NUM-PEDIDO
              MOVE 1 TO WS-CAT
              MOVE ITEM-COD-PROD TO COD-PROD
              READ ARQ-PRODUTO RECORD
                KEY IS COD-PROD
              IF FSTATUS-PROD EQUAL "00"
                 AND CATEG-PROD IS NUMERIC
                 COMPUTE WS-CAT = CATEG-PROD + 1
              END-IF
              ADD ITEM-VALOR TO WS-PC-VALOR(WS-CAT)
              READ ARQ-ITEM NEXT RECORD
           END-PERFORM
      *
           MOVE 1 TO WS-CAT-MAIOR
           PERFORM VARYING WS-CAT FROM 2 BY 1
                   UNTIL WS-CAT GREATER THAN 100
              IF WS-PC-VALOR(WS-CAT) GREATER THAN
                 WS-PC-VALOR(WS-CAT-MAIOR)
                 MOVE WS-CAT TO WS-CAT-MAIOR
              END-IF
           END-PERFORM
           COMPUTE WS-DP-CATEG = WS-CAT-MAIOR - 1.
      *
       END PROGRAM EXTRATDW.
      *-----------------------------------*
