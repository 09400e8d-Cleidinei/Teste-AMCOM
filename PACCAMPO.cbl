       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PACCAMPO.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    PACOTE DIARIO DE CAMPO POR VENDEDOR PARA O APLICATIVO DOS
      *    VENDEDORES: PARA CADA VENDEDOR ATIVO (SO OS DA FILIAL
      *    INFORMADA, QUANDO HOUVER) GRAVA PACCAMPO_VNNN.IFC, EM
      *    LAYOUT FIXO DE 200 BYTES COM CABECALHO E RODAPE COMO AS
      *    DEMAIS INTERFACES, COM:
      *      C - CLIENTES ATIVOS ATRIBUIDOS AO VENDEDOR NO DISTATUAL,
      *          COM CONTATO, LIMITE E CREDITO DISPONIVEL (LIMITE
      *          MENOS OS PEDIDOS ATIVOS, MESMA REGRA DO CADPED E DO
      *          IMPPED) E A SITUACAO DO CREDITO;
      *      F - FATURAS ABERTAS COM SALDO DESSES CLIENTES;
      *      A - AGENDA DE VISITAS DO VENDEDOR DA DATA DO PACOTE ATE
      *          SEIS DIAS DEPOIS;
      *      P - PRODUTOS ATIVOS COM O PRECO DE TABELA VIGENTE NA
      *          FILIAL DO VENDEDOR (PRECOTAB, SEM CLIENTE).
      *    O NUMERO DO PACOTE E UM SO POR EXECUCAO, TIRADO DO
      *    CONTROLE CTRLCOD (NEXTCOD, TIPO PACOTE), VAI NO CABECALHO
      *    E FICA NO CONTROLE PACCTL DE CADA VENDEDOR; O APLICATIVO
      *    DEVOLVE O NUMERO NOS PEDIDOS E NAS VISITAS E O IMPPED E O
      *    IMPVISIT REJEITAM O QUE FOI CAPTURADO COM PACOTE VELHO.
      *    DEVE RODAR DEPOIS DA DISTRIBUICAO E DA AGENDA DA NOITE.
      *    LAYOUT:
      *    H + SISTEMA(10) + VENDEDOR(3) + DATA(8) + HORA(6)
      *      + PACOTE(7)
      *    C + CLIENTE(7) + RAZAO(40) + CNPJ(14) + TELEFONE(15)
      *      + E-MAIL(40) + CIDADE(30) + UF(2) + LIMITE(9, 2 DEC)
      *      + DISPONIVEL(9, 2 DEC) + CREDITO(1: L = SEM LIMITE,
      *      B = BLOQUEADO POR ATRASO, N = NORMAL) + COND PAGTO(3)
      *      + FREQUENCIA DE VISITA(1)
      *    F + CLIENTE(7) + FATURA(7) + EMISSAO(8) + VENCIMENTO(8)
      *      + VALOR(9, 2 DEC) + SALDO(9, 2 DEC)
      *    A + DATA(8) + ORDEM NO DIA(4) + CLIENTE(7)
      *    P + PRODUTO(5) + DESCRICAO(40) + UNIDADE(6)
      *      + PRECO(9, 2 DEC)
      *    T + DETALHES(7) + CLIENTES(7) + FATURAS(7) + AGENDA(7)
      *      + PRODUTOS(7)
      *    DATA DO PACOTE EM BRANCO = HOJE.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ATR.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  ALTERNATE RECORD KEY IS CNPJ-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-FATURA    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FAT.
           SELECT ARQ-PAGTO     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAG-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAG.
           SELECT ARQ-AGENDA    ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-AGENDA.
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS COD-PROD
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PROD.
           SELECT ARQ-PACCTL    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAC-COD-VEND
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PACCTL.
           SELECT ARQ-PACOTE    ASSIGN TO WS-NOME-PACOTE
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-PACOTE.
           SELECT ARQ-SORT      ASSIGN TO "PACCAMPO.TMP"
                  FILE STATUS   IS FS-SORT.
           SELECT ARQ-ORD       ASSIGN TO "PACCAMPO.ORD"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ORD.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *
       FD  ARQ-FATURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FATURAS'.
       COPY "BOOKFAT.CPY".
      *
       FD  ARQ-PAGTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PAGTOS'.
       COPY "BOOKPAG.CPY".
      *
       FD  ARQ-AGENDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'AGENDA'.
       COPY "BOOKAGE.CPY".
      *
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PRODUTOS'.
       COPY "BOOKPROD.CPY".
      *
       FD  ARQ-PACCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PACCTL'.
       COPY "BOOKPAC.CPY".
      *
       FD  ARQ-PACOTE
           RECORD CONTAINS 200
           LABEL RECORD IS STANDARD.
       01  PACOTE-REG PIC X(200).
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SRT-COD-VEND          PIC 9(003).
           03 SRT-TIPO              PIC 9(001).
           03 SRT-CHAVE             PIC X(019).
           03 SRT-LINHA             PIC X(200).
      *
       FD  ARQ-ORD.
       01  REG-ORD.
           03 ORD-COD-VEND          PIC 9(003).
           03 ORD-TIPO              PIC 9(001).
              88 ORD-CLIENTE                   VALUE 1.
              88 ORD-FATURA                    VALUE 2.
              88 ORD-AGENDA                    VALUE 3.
           03 ORD-CHAVE             PIC X(019).
           03 ORD-LINHA             PIC X(200).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-ATR             PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-FAT             PIC X(002) VALUE "00".
       77  FSTATUS-PAG             PIC X(002) VALUE "00".
       77  FS-AGENDA               PIC X(002) VALUE "00".
       77  FSTATUS-PROD            PIC X(002) VALUE "00".
       77  FS-PACCTL               PIC X(002) VALUE "00".
       77  FS-PACOTE               PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-ORD                  PIC X(002) VALUE "00".
       77  WS-NOME-PACOTE          PIC X(030) VALUE SPACES.
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-PACOTE          PIC 9(008) VALUE ZEROS.
       77  WS-HORA-PACOTE          PIC 9(006) VALUE ZEROS.
       77  WS-DATA-FIM-AGENDA      PIC 9(008) VALUE ZEROS.
       77  WS-FILIAL               PIC 9(002) VALUE ZEROS.
       77  WS-IDX-VEND             PIC 9(004) VALUE ZEROS.
       77  WS-IDX-PROD             PIC 9(004) VALUE ZEROS.
       77  WS-QTD-PROD             PIC 9(004) VALUE ZEROS.
       77  WS-QTD-PACOTES          PIC 9(003) VALUE ZEROS.
       77  WS-QTD-PACOTES-ED       PIC ZZ9    VALUE ZEROS.
       77  WS-PACOTE-ED            PIC ZZZZZZ9 VALUE ZEROS.
       77  WS-SALDO-PEDIDOS        PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-DISPONIVEL           PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-VALOR-PAGO           PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-SALDO-FAT            PIC S9(009)V9(002) VALUE ZEROS.
       01  WS-FIM-ORD-SW           PIC X(001) VALUE "N".
           88 WS-FIM-ORD                      VALUE "S".
       01  WS-PEDIDO-SW            PIC X(001) VALUE "N".
           88 WS-PEDIDO-ABERTO                VALUE "S".
       01  WS-PAGTO-SW             PIC X(001) VALUE "N".
           88 WS-PAGTO-ABERTO                 VALUE "S".
      *-----------------------------------*
      *    CONTAGENS DO PACOTE EM GRAVACAO, PARA O RODAPE
      *-----------------------------------*
       01  WS-CONTADORES.
           03 WS-QTD-DETALHES      PIC 9(007) VALUE ZEROS.
           03 WS-QTD-CLIENTES      PIC 9(007) VALUE ZEROS.
           03 WS-QTD-FATURAS       PIC 9(007) VALUE ZEROS.
           03 WS-QTD-AGENDA        PIC 9(007) VALUE ZEROS.
           03 WS-QTD-PRODUTOS      PIC 9(007) VALUE ZEROS.
      *-----------------------------------*
      *    VENDEDORES QUE RECEBEM PACOTE NESTA EXECUCAO
      *-----------------------------------*
       01  WS-VEND-TAB.
           03 WS-VT-ITEM OCCURS 999 TIMES.
              05 WS-VT-SELECIONADO PIC X(001).
              05 WS-VT-FILIAL      PIC 9(002).
      *-----------------------------------*
      *    PRODUTOS ATIVOS, CARREGADOS UMA VEZ E PRECIFICADOS NA
      *    FILIAL DE CADA VENDEDOR
      *-----------------------------------*
       01  WS-PROD-TAB.
           03 WS-PROD-ITEM OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-QTD-PROD.
              05 WS-PT-COD-PROD    PIC 9(005).
              05 WS-PT-DESCRICAO   PIC X(040).
              05 WS-PT-UNIDADE     PIC X(006).
              05 WS-PT-PRECO       PIC 9(007)V9(002).
      *-----------------------------------*
      *    PRECO DE TABELA DO PRODUTO NA FILIAL (PRECOTAB)
      *-----------------------------------*
       01  PARAM-PRECOTAB.
           03 WS-PTB-COD-PROD       PIC 9(005) VALUE ZEROS.
           03 WS-PTB-COD-CLI        PIC 9(007) VALUE ZEROS.
           03 WS-PTB-FILIAL         PIC 9(002) VALUE ZEROS.
           03 WS-PTB-CLASSE         PIC X(001) VALUE SPACES.
           03 WS-PTB-DATA           PIC 9(008) VALUE ZEROS.
           03 WS-PTB-PRECO          PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-PTB-ORIGEM         PIC X(001) VALUE SPACES.
           03 WS-PTB-MSG            PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    NUMERO DO PACOTE TIRADO DO CONTROLE CTRLCOD (NEXTCOD)
      *-----------------------------------*
       01  PARAM-NEXTCOD.
           03 WS-NEXT-TIPO          PIC X(008) VALUE "PACOTE".
           03 WS-NEXT-CODIGO        PIC 9(007) VALUE ZEROS.
           03 WS-NEXT-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    REGISTROS DO PACOTE
      *-----------------------------------*
       01  WS-PAC-HEADER.
           03 WS-PAC-H-TIPO        PIC X(001)        VALUE "H".
           03 WS-PAC-H-SISTEMA     PIC X(010)        VALUE "PACCAMPO".
           03 WS-PAC-H-COD-VEND    PIC 9(003)        VALUE ZEROS.
           03 WS-PAC-H-DATA        PIC 9(008)        VALUE ZEROS.
           03 WS-PAC-H-HORA        PIC 9(006)        VALUE ZEROS.
           03 WS-PAC-H-PACOTE      PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X(165)        VALUE SPACES.
       01  WS-PAC-CLIENTE.
           03 WS-PAC-C-TIPO        PIC X(001)        VALUE "C".
           03 WS-PAC-C-COD-CLI     PIC 9(007)        VALUE ZEROS.
           03 WS-PAC-C-RAZAO       PIC X(040)        VALUE SPACES.
           03 WS-PAC-C-CNPJ        PIC 9(014)        VALUE ZEROS.
           03 WS-PAC-C-TELEFONE    PIC X(015)        VALUE SPACES.
           03 WS-PAC-C-EMAIL       PIC X(040)        VALUE SPACES.
           03 WS-PAC-C-CIDADE      PIC X(030)        VALUE SPACES.
           03 WS-PAC-C-UF          PIC X(002)        VALUE SPACES.
           03 WS-PAC-C-LIMITE      PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-PAC-C-DISPONIVEL  PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-PAC-C-CREDITO     PIC X(001)        VALUE SPACES.
           03 WS-PAC-C-COND-PAG    PIC 9(003)        VALUE ZEROS.
           03 WS-PAC-C-FREQ        PIC X(001)        VALUE SPACES.
           03 FILLER               PIC X(028)        VALUE SPACES.
       01  WS-PAC-FATURA.
           03 WS-PAC-F-TIPO        PIC X(001)        VALUE "F".
           03 WS-PAC-F-COD-CLI     PIC 9(007)        VALUE ZEROS.
           03 WS-PAC-F-FATURA      PIC 9(007)        VALUE ZEROS.
           03 WS-PAC-F-EMISSAO     PIC 9(008)        VALUE ZEROS.
           03 WS-PAC-F-VENCIMENTO  PIC 9(008)        VALUE ZEROS.
           03 WS-PAC-F-VALOR       PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-PAC-F-SALDO       PIC 9(007)V9(002) VALUE ZEROS.
           03 FILLER               PIC X(151)        VALUE SPACES.
       01  WS-PAC-AGENDA.
           03 WS-PAC-A-TIPO        PIC X(001)        VALUE "A".
           03 WS-PAC-A-DATA        PIC 9(008)        VALUE ZEROS.
           03 WS-PAC-A-SEQ         PIC 9(004)        VALUE ZEROS.
           03 WS-PAC-A-COD-CLI     PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X(180)        VALUE SPACES.
       01  WS-PAC-PRODUTO.
           03 WS-PAC-P-TIPO        PIC X(001)        VALUE "P".
           03 WS-PAC-P-COD-PROD    PIC 9(005)        VALUE ZEROS.
           03 WS-PAC-P-DESCRICAO   PIC X(040)        VALUE SPACES.
           03 WS-PAC-P-UNIDADE     PIC X(006)        VALUE SPACES.
           03 WS-PAC-P-PRECO       PIC 9(007)V9(002) VALUE ZEROS.
           03 FILLER               PIC X(139)        VALUE SPACES.
       01  WS-PAC-TRAILER.
           03 WS-PAC-T-TIPO        PIC X(001)        VALUE "T".
           03 WS-PAC-T-DETALHES    PIC 9(007)        VALUE ZEROS.
           03 WS-PAC-T-CLIENTES    PIC 9(007)        VALUE ZEROS.
           03 WS-PAC-T-FATURAS     PIC 9(007)        VALUE ZEROS.
           03 WS-PAC-T-AGENDA      PIC 9(007)        VALUE ZEROS.
           03 WS-PAC-T-PRODUTOS    PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X(164)        VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-PACCAMPO.
           03  PACCAMPO-DATA       PIC 9(008).
           03  PACCAMPO-FILIAL     PIC 9(002).
           03  PACCAMPO-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-PACCAMPO.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO PACCAMPO-MSG
           MOVE ZEROS  TO WS-QTD-PACOTES
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8)  TO WS-DATA-PACOTE
           MOVE WS-DATA-HORA-SISTEMA(9:6)  TO WS-HORA-PACOTE
           IF PACCAMPO-DATA IS NUMERIC
              AND PACCAMPO-DATA GREATER THAN ZEROS
              MOVE PACCAMPO-DATA TO WS-DATA-PACOTE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PACOTE)
              NOT EQUAL ZEROS
              MOVE "PACCAMPO: DATA DO PACOTE INVALIDA"
                TO PACCAMPO-MSG
              GOBACK
           END-IF
           COMPUTE WS-DATA-FIM-AGENDA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PACOTE) + 6)
      *
           MOVE ZEROS TO WS-FILIAL
           IF PACCAMPO-FILIAL IS NUMERIC
              MOVE PACCAMPO-FILIAL TO WS-FILIAL
           END-IF
      *
           PERFORM 050-CARREGA-VENDEDORES
           IF WS-QTD-PACOTES EQUAL ZEROS
              MOVE "PACCAMPO: NENHUM VENDEDOR ATIVO"
                TO PACCAMPO-MSG
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-ATUAL
           IF FSTATUS-ATR NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              MOVE "PACCAMPO: DISTRIBUICAO NAO ENCONTRADA"
                TO PACCAMPO-MSG
              GOBACK
           END-IF
      *
           MOVE ZEROS TO WS-NEXT-CODIGO
           CALL "NEXTCOD" USING PARAM-NEXTCOD
           IF WS-NEXT-CODIGO EQUAL ZEROS
              CLOSE ARQ-ATUAL
              MOVE "PACCAMPO: ERRO NO CONTROLE DE PACOTES"
                TO PACCAMPO-MSG
              GOBACK
           END-IF
      *
           PERFORM 060-CARREGA-PRODUTOS
      *
           OPEN INPUT ARQ-CLIENTE
           SET WS-PEDIDO-ABERTO TO TRUE
           OPEN INPUT ARQ-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              MOVE "N" TO WS-PEDIDO-SW
           END-IF
           SET WS-PAGTO-ABERTO TO TRUE
           OPEN INPUT ARQ-PAGTO
           IF FSTATUS-PAG NOT EQUAL "00"
              MOVE "N" TO WS-PAGTO-SW
           END-IF
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SRT-COD-VEND
                                 SRT-TIPO
                                 SRT-CHAVE
                INPUT  PROCEDURE IS 200-SELECIONA
                GIVING ARQ-ORD
      *
           CLOSE ARQ-ATUAL
           CLOSE ARQ-CLIENTE
           IF WS-PEDIDO-ABERTO
              CLOSE ARQ-PEDIDO
           END-IF
           IF WS-PAGTO-ABERTO
              CLOSE ARQ-PAGTO
           END-IF
      *
           OPEN I-O ARQ-PACCTL
           IF FS-PACCTL EQUAL "35"
              CLOSE ARQ-PACCTL
              OPEN OUTPUT ARQ-PACCTL
              CLOSE ARQ-PACCTL
              OPEN I-O ARQ-PACCTL
           END-IF
      *
           MOVE ZEROS TO WS-QTD-PACOTES
           OPEN INPUT ARQ-ORD
           MOVE "N" TO WS-FIM-ORD-SW
           PERFORM 390-LE-ORD
      *
           PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER THAN 999
              IF WS-VT-SELECIONADO(WS-IDX-VEND) EQUAL "S"
                 PERFORM 300-GRAVA-PACOTE
              END-IF
           END-PERFORM
      *
           CLOSE ARQ-ORD
           CLOSE ARQ-PACCTL
      *
           MOVE WS-NEXT-CODIGO TO WS-PACOTE-ED
           MOVE WS-QTD-PACOTES TO WS-QTD-PACOTES-ED
           STRING "PACOTE " WS-PACOTE-ED ": " WS-QTD-PACOTES-ED
                  " VENDEDOR(ES)"
             DELIMITED BY SIZE INTO PACCAMPO-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    VENDEDORES ATIVOS (DA FILIAL INFORMADA, QUANDO HOUVER)
      *-----------------------------------*
      *
       050-CARREGA-VENDEDORES SECTION.
      *
           INITIALIZE WS-VEND-TAB
      *
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              GO TO 050-FIM
           END-IF
      *
           READ ARQ-VENDEDOR NEXT RECORD
           PERFORM UNTIL FSTATUS-VEND NOT EQUAL "00"
              IF COD-VEND GREATER THAN ZEROS
                 AND VEND-ATIVO
                 AND (WS-FILIAL EQUAL ZEROS
                      OR FILIAL-VEND EQUAL WS-FILIAL)
                 MOVE "S"         TO WS-VT-SELECIONADO(COD-VEND)
                 MOVE FILIAL-VEND TO WS-VT-FILIAL(COD-VEND)
                 ADD 1 TO WS-QTD-PACOTES
              END-IF
              READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-VENDEDOR.
      *
       050-FIM.
           EXIT.

      *-----------------------------------*
      *    PRODUTOS ATIVOS COM O PRECO DO CADASTRO
      *-----------------------------------*
      *
       060-CARREGA-PRODUTOS SECTION.
      *
           MOVE ZEROS TO WS-QTD-PROD
      *
           OPEN INPUT ARQ-PRODUTO
           IF FSTATUS-PROD NOT EQUAL "00"
              CLOSE ARQ-PRODUTO
              GO TO 060-FIM
           END-IF
      *
           READ ARQ-PRODUTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PROD NOT EQUAL "00"
              IF PROD-ATIVO
                 AND WS-QTD-PROD LESS THAN 9999
                 ADD 1 TO WS-QTD-PROD
                 MOVE COD-PROD       TO WS-PT-COD-PROD(WS-QTD-PROD)
                 MOVE DESCRICAO-PROD TO WS-PT-DESCRICAO(WS-QTD-PROD)
                 MOVE UNIDADE-PROD   TO WS-PT-UNIDADE(WS-QTD-PROD)
                 MOVE PRECO-PROD     TO WS-PT-PRECO(WS-QTD-PROD)
              END-IF
              READ ARQ-PRODUTO NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-PRODUTO.
      *
       060-FIM.
           EXIT.

      *-----------------------------------*
      *    CLIENTES, FATURAS E AGENDA DOS VENDEDORES SELECIONADOS,
      *    ORDENADOS POR VENDEDOR E TIPO DE REGISTRO
      *-----------------------------------*
      *
       200-SELECIONA SECTION.
      *
           PERFORM 210-SELECIONA-CLIENTES
           PERFORM 220-SELECIONA-FATURAS
           PERFORM 230-SELECIONA-AGENDA.

      *-----------------------------------*
      *    CLIENTES ATIVOS PELA ATRIBUICAO ATUAL
      *-----------------------------------*
      *
       210-SELECIONA-CLIENTES SECTION.
      *
           MOVE ZEROS TO ATR-COD-CLI
           START ARQ-ATUAL KEY IS NOT LESS THAN ATR-COD-CLI
              INVALID KEY
                 GO TO 210-FIM
           END-START
      *
           READ ARQ-ATUAL NEXT RECORD
           PERFORM UNTIL FSTATUS-ATR NOT EQUAL "00"
              IF ATR-COD-VEND GREATER THAN ZEROS
                 AND WS-VT-SELECIONADO(ATR-COD-VEND) EQUAL "S"
                 MOVE ATR-COD-CLI TO COD-CLI
                 READ ARQ-CLIENTE RECORD
                   KEY IS COD-CLI
                 IF FSTATUS-CLI EQUAL "00"
                    AND CLI-ATIVO
                    PERFORM 215-MONTA-CLIENTE
                 END-IF
              END-IF
              READ ARQ-ATUAL NEXT RECORD
           END-PERFORM.
      *
       210-FIM.
           EXIT.

      *-----------------------------------*
      *    REGISTRO C DO CLIENTE LIDO, COM O CREDITO DISPONIVEL
      *-----------------------------------*
      *
       215-MONTA-CLIENTE SECTION.
      *
           MOVE COD-CLI         TO WS-PAC-C-COD-CLI
           MOVE RAZAO-SOCIAL    TO WS-PAC-C-RAZAO
           MOVE CNPJ-CLI        TO WS-PAC-C-CNPJ
           MOVE TELEFONE-CLI    TO WS-PAC-C-TELEFONE
           MOVE EMAIL-CLI       TO WS-PAC-C-EMAIL
           MOVE CIDADE-CLI      TO WS-PAC-C-CIDADE
           MOVE UF-CLI          TO WS-PAC-C-UF
           MOVE LIMITE-CRED-CLI TO WS-PAC-C-LIMITE
           MOVE COND-PAG-CLI    TO WS-PAC-C-COND-PAG
           MOVE FREQ-VISITA-CLI TO WS-PAC-C-FREQ
           MOVE ZEROS           TO WS-PAC-C-DISPONIVEL
      *
           EVALUATE TRUE
              WHEN CLI-CRED-BLOQUEADO
                 MOVE "B" TO WS-PAC-C-CREDITO
              WHEN LIMITE-CRED-CLI EQUAL ZEROS
                 MOVE "L" TO WS-PAC-C-CREDITO
              WHEN OTHER
                 MOVE "N" TO WS-PAC-C-CREDITO
                 PERFORM 216-SOMA-PEDIDOS
                 COMPUTE WS-DISPONIVEL =
                         LIMITE-CRED-CLI - WS-SALDO-PEDIDOS
                 IF WS-DISPONIVEL GREATER THAN ZEROS
                    MOVE WS-DISPONIVEL TO WS-PAC-C-DISPONIVEL
                 END-IF
           END-EVALUATE
      *
           MOVE ATR-COD-VEND   TO SRT-COD-VEND
           MOVE 1              TO SRT-TIPO
           MOVE SPACES         TO SRT-CHAVE
           MOVE COD-CLI        TO SRT-CHAVE(1:7)
           MOVE WS-PAC-CLIENTE TO SRT-LINHA
           RELEASE REG-SORT.

      *-----------------------------------*
      *    PEDIDOS ATIVOS DO CLIENTE (CHAVE ALTERNATIVA DE CLIENTE)
      *-----------------------------------*
      *
       216-SOMA-PEDIDOS SECTION.
      *
           MOVE ZEROS TO WS-SALDO-PEDIDOS
           IF NOT WS-PEDIDO-ABERTO
              GO TO 216-FIM
           END-IF
      *
           MOVE COD-CLI TO COD-CLI-PED
           START ARQ-PEDIDO KEY IS EQUAL COD-CLI-PED
              INVALID KEY
                 GO TO 216-FIM
           END-START
      *
           READ ARQ-PEDIDO NEXT RECORD
           PERFORM UNTIL (FSTATUS-PED NOT EQUAL "00"
                          AND FSTATUS-PED NOT EQUAL "02")
                      OR COD-CLI-PED NOT EQUAL COD-CLI
              IF PED-ATIVO
                 ADD VALOR-PEDIDO TO WS-SALDO-PEDIDOS
              END-IF
              READ ARQ-PEDIDO NEXT RECORD
           END-PERFORM.
      *
       216-FIM.
           EXIT.

      *-----------------------------------*
      *    FATURAS ABERTAS COM SALDO DOS CLIENTES DOS VENDEDORES
      *    SELECIONADOS (VENDEDOR ATUAL DO CLIENTE, NAO O DA FATURA)
      *-----------------------------------*
      *
       220-SELECIONA-FATURAS SECTION.
      *
           OPEN INPUT ARQ-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              CLOSE ARQ-FATURA
              GO TO 220-FIM
           END-IF
      *
           READ ARQ-FATURA NEXT RECORD
           PERFORM UNTIL FSTATUS-FAT NOT EQUAL "00"
              IF FAT-ABERTA
                 MOVE FAT-COD-CLI TO ATR-COD-CLI
                 READ ARQ-ATUAL RECORD
                   KEY IS ATR-COD-CLI
                 IF FSTATUS-ATR EQUAL "00"
                    AND ATR-COD-VEND GREATER THAN ZEROS
                    AND WS-VT-SELECIONADO(ATR-COD-VEND) EQUAL "S"
                    PERFORM 225-MONTA-FATURA
                 END-IF
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-FATURA.
      *
       220-FIM.
           EXIT.

      *-----------------------------------*
      *    SALDO DA FATURA = VALOR MENOS AS BAIXAS (MESMA CONTA DO
      *    RELAGING); FATURA SEM SALDO NAO VAI NO PACOTE
      *-----------------------------------*
      *
       225-MONTA-FATURA SECTION.
      *
           MOVE ZEROS TO WS-VALOR-PAGO
           IF WS-PAGTO-ABERTO
              MOVE NUM-FATURA TO PAG-NUM-FATURA
              MOVE ZEROS      TO PAG-SEQ
              START ARQ-PAGTO KEY IS NOT LESS THAN PAG-CHAVE
                 INVALID KEY
                    MOVE "23" TO FSTATUS-PAG
              END-START
              IF FSTATUS-PAG EQUAL "00"
                 READ ARQ-PAGTO NEXT RECORD
              END-IF
              PERFORM UNTIL FSTATUS-PAG NOT EQUAL "00"
                         OR PAG-NUM-FATURA NOT EQUAL NUM-FATURA
                 ADD PAG-VALOR TO WS-VALOR-PAGO
                 READ ARQ-PAGTO NEXT RECORD
              END-PERFORM
           END-IF
      *
           COMPUTE WS-SALDO-FAT = FAT-VALOR - WS-VALOR-PAGO
           IF WS-SALDO-FAT NOT GREATER THAN ZEROS
              GO TO 225-FIM
           END-IF
      *
           MOVE FAT-COD-CLI         TO WS-PAC-F-COD-CLI
           MOVE NUM-FATURA          TO WS-PAC-F-FATURA
           MOVE FAT-DATA-EMISSAO    TO WS-PAC-F-EMISSAO
           MOVE FAT-DATA-VENCIMENTO TO WS-PAC-F-VENCIMENTO
           MOVE FAT-VALOR           TO WS-PAC-F-VALOR
           MOVE WS-SALDO-FAT        TO WS-PAC-F-SALDO
      *
           MOVE ATR-COD-VEND   TO SRT-COD-VEND
           MOVE 2              TO SRT-TIPO
           MOVE SPACES         TO SRT-CHAVE
           MOVE FAT-COD-CLI    TO SRT-CHAVE(1:7)
           MOVE NUM-FATURA     TO SRT-CHAVE(8:7)
           MOVE WS-PAC-FATURA  TO SRT-LINHA
           RELEASE REG-SORT.
      *
       225-FIM.
           EXIT.

      *-----------------------------------*
      *    AGENDA DA DATA DO PACOTE ATE SEIS DIAS DEPOIS
      *-----------------------------------*
      *
       230-SELECIONA-AGENDA SECTION.
      *
           OPEN INPUT ARQ-AGENDA
           IF FS-AGENDA NOT EQUAL "00"
              CLOSE ARQ-AGENDA
              GO TO 230-FIM
           END-IF
      *
           READ ARQ-AGENDA
           PERFORM UNTIL FS-AGENDA NOT EQUAL "00"
              IF AGE-COD-VEND GREATER THAN ZEROS
                 AND WS-VT-SELECIONADO(AGE-COD-VEND) EQUAL "S"
                 AND AGE-DATA NOT LESS THAN WS-DATA-PACOTE
                 AND AGE-DATA NOT GREATER THAN WS-DATA-FIM-AGENDA
                 MOVE AGE-DATA      TO WS-PAC-A-DATA
                 MOVE AGE-SEQ       TO WS-PAC-A-SEQ
                 MOVE AGE-COD-CLI   TO WS-PAC-A-COD-CLI
                 MOVE AGE-COD-VEND  TO SRT-COD-VEND
                 MOVE 3             TO SRT-TIPO
                 MOVE SPACES        TO SRT-CHAVE
                 MOVE AGE-DATA      TO SRT-CHAVE(1:8)
                 MOVE AGE-SEQ       TO SRT-CHAVE(9:4)
                 MOVE WS-PAC-AGENDA TO SRT-LINHA
                 RELEASE REG-SORT
              END-IF
              READ ARQ-AGENDA
           END-PERFORM
      *
           CLOSE ARQ-AGENDA.
      *
       230-FIM.
           EXIT.

      *-----------------------------------*
      *    PACOTE DO VENDEDOR WS-IDX-VEND: CABECALHO, CLIENTES,
      *    FATURAS E AGENDA DELE, PRODUTOS E RODAPE; DEPOIS O
      *    CONTROLE PACCTL PASSA A TER ESTE PACOTE COMO VIGENTE.
      *-----------------------------------*
      *
       300-GRAVA-PACOTE SECTION.
      *
           MOVE SPACES TO WS-NOME-PACOTE
           STRING "PACCAMPO_V" WS-IDX-VEND(2:3) ".IFC"
             DELIMITED BY SIZE INTO WS-NOME-PACOTE
           OPEN OUTPUT ARQ-PACOTE
           IF FS-PACOTE NOT EQUAL "00"
              DISPLAY "PACCAMPO: ERRO AO GRAVAR " WS-NOME-PACOTE
                      " - FS " FS-PACOTE
              GO TO 300-FIM
           END-IF
      *
           INITIALIZE WS-CONTADORES
           MOVE WS-IDX-VEND    TO WS-PAC-H-COD-VEND
           MOVE WS-DATA-PACOTE TO WS-PAC-H-DATA
           MOVE WS-HORA-PACOTE TO WS-PAC-H-HORA
           MOVE WS-NEXT-CODIGO TO WS-PAC-H-PACOTE
           WRITE PACOTE-REG FROM WS-PAC-HEADER
      *
           PERFORM UNTIL WS-FIM-ORD
                      OR ORD-COD-VEND GREATER THAN WS-IDX-VEND
              IF ORD-COD-VEND EQUAL WS-IDX-VEND
                 WRITE PACOTE-REG FROM ORD-LINHA
                 ADD 1 TO WS-QTD-DETALHES
                 EVALUATE TRUE
                    WHEN ORD-CLIENTE
                       ADD 1 TO WS-QTD-CLIENTES
                    WHEN ORD-FATURA
                       ADD 1 TO WS-QTD-FATURAS
                    WHEN ORD-AGENDA
                       ADD 1 TO WS-QTD-AGENDA
                 END-EVALUATE
              END-IF
              PERFORM 390-LE-ORD
           END-PERFORM
      *
           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
                   UNTIL WS-IDX-PROD GREATER THAN WS-QTD-PROD
              MOVE WS-PT-COD-PROD(WS-IDX-PROD) TO WS-PTB-COD-PROD
              MOVE ZEROS                      TO WS-PTB-COD-CLI
              MOVE WS-VT-FILIAL(WS-IDX-VEND)  TO WS-PTB-FILIAL
              MOVE SPACES                     TO WS-PTB-CLASSE
              MOVE WS-DATA-PACOTE             TO WS-PTB-DATA
              MOVE WS-PT-PRECO(WS-IDX-PROD)   TO WS-PTB-PRECO
              CALL "PRECOTAB" USING PARAM-PRECOTAB
              MOVE WS-PT-COD-PROD(WS-IDX-PROD)  TO WS-PAC-P-COD-PROD
              MOVE WS-PT-DESCRICAO(WS-IDX-PROD) TO WS-PAC-P-DESCRICAO
              MOVE WS-PT-UNIDADE(WS-IDX-PROD)   TO WS-PAC-P-UNIDADE
              MOVE WS-PTB-PRECO                 TO WS-PAC-P-PRECO
              WRITE PACOTE-REG FROM WS-PAC-PRODUTO
              ADD 1 TO WS-QTD-DETALHES
              ADD 1 TO WS-QTD-PRODUTOS
           END-PERFORM
      *
           MOVE WS-QTD-DETALHES TO WS-PAC-T-DETALHES
           MOVE WS-QTD-CLIENTES TO WS-PAC-T-CLIENTES
           MOVE WS-QTD-FATURAS  TO WS-PAC-T-FATURAS
           MOVE WS-QTD-AGENDA   TO WS-PAC-T-AGENDA
           MOVE WS-QTD-PRODUTOS TO WS-PAC-T-PRODUTOS
           WRITE PACOTE-REG FROM WS-PAC-TRAILER
           CLOSE ARQ-PACOTE
      *
           PERFORM 310-ATUALIZA-CONTROLE
           ADD 1 TO WS-QTD-PACOTES.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    O PACOTE VIGENTE DO VENDEDOR PASSA A SER O ANTERIOR
      *-----------------------------------*
      *
       310-ATUALIZA-CONTROLE SECTION.
      *
           MOVE WS-IDX-VEND TO PAC-COD-VEND
           READ ARQ-PACCTL RECORD
             KEY IS PAC-COD-VEND
           IF FS-PACCTL EQUAL "00"
              MOVE PAC-SEQ-ATUAL  TO PAC-SEQ-ANTERIOR
              MOVE PAC-DATA-ATUAL TO PAC-DATA-ANTERIOR
              MOVE WS-NEXT-CODIGO TO PAC-SEQ-ATUAL
              MOVE WS-DATA-PACOTE TO PAC-DATA-ATUAL
              REWRITE ARQ-PAC-REG
           ELSE
              MOVE WS-IDX-VEND    TO PAC-COD-VEND
              MOVE WS-NEXT-CODIGO TO PAC-SEQ-ATUAL
              MOVE WS-DATA-PACOTE TO PAC-DATA-ATUAL
              MOVE ZEROS          TO PAC-SEQ-ANTERIOR
              MOVE ZEROS          TO PAC-DATA-ANTERIOR
              WRITE ARQ-PAC-REG
           END-IF
      *
           IF FS-PACCTL NOT EQUAL "00"
              DISPLAY "PACCAMPO: ERRO NO CONTROLE PACCTL - VENDEDOR "
                      WS-IDX-VEND(2:3) " - FS " FS-PACCTL
           END-IF.

      *-----------------------------------*
      *
       390-LE-ORD SECTION.
      *
           READ ARQ-ORD
           IF FS-ORD NOT EQUAL "00"
              SET WS-FIM-ORD TO TRUE
           END-IF.
      *
       END PROGRAM PACCAMPO.
      *-----------------------------------*
