       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELESTQ.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    POSICAO DE ESTOQUE E BACKORDER POR FILIAL E PRODUTO.
      *    ESTOQUE.CSV TRAZ O SALDO FISICO, RESERVADO, DISPONIVEL E
      *    EM BACKORDER DE CADA PRODUTO, COM TOTAL POR FILIAL E
      *    TOTAL GERAL. BACKORDER.CSV LISTA OS ITENS DE PEDIDOS
      *    ATIVOS OU PENDENTES, AINDA NAO FATURADOS, QUE ESTAO
      *    AGUARDANDO ENTRADA DE MERCADORIA.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTOQUE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS EST-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-EST.
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-PROD
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PROD.
           SELECT ARQ-ITEM      ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS ITEM-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ITEM.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-SORT      ASSIGN TO "RELESTQ.TMP"
                  FILE STATUS   IS FS-SORT.
           SELECT ARQ-SORT2     ASSIGN TO "RELESTQ.TM2"
                  FILE STATUS   IS FS-SORT2.
           SELECT ESTOQUE-REL   ASSIGN TO "ESTOQUE.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT BACKORD-REL   ASSIGN TO "BACKORDER.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ESTOQUE'.
       COPY "BOOKEST.CPY".
      *
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PRODUTOS'.
       COPY "BOOKPROD.CPY".
      *
       FD  ARQ-ITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDITEM'.
       COPY "BOOKITEM.CPY".
      *
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SORT-FILIAL           PIC 9(002).
           03 SORT-COD-PROD         PIC 9(005).
           03 SORT-FISICA           PIC S9(007).
           03 SORT-RESERVADA        PIC 9(007).
           03 SORT-BACKORDER        PIC 9(007).
      *
       SD  ARQ-SORT2.
       01  REG-SORT2.
           03 SRT2-FILIAL           PIC 9(002).
           03 SRT2-COD-PROD         PIC 9(005).
           03 SRT2-NUM-PEDIDO       PIC 9(007).
           03 SRT2-COD-CLI          PIC 9(007).
           03 SRT2-DATA             PIC 9(008).
           03 SRT2-QTD              PIC 9(005).
           03 SRT2-RESERV           PIC 9(005).
           03 SRT2-BACKORDER        PIC 9(005).
      *
       FD  ESTOQUE-REL.
       01  ESTOQUE-REG PIC X(160).
      *
       FD  BACKORD-REL.
       01  BACKORD-REG PIC X(160).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-EST             PIC X(002) VALUE "00".
       77  FSTATUS-PROD            PIC X(002) VALUE "00".
       77  FSTATUS-ITEM            PIC X(002) VALUE "00".
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-SORT2                PIC X(002) VALUE "00".
       77  WS-FILIAL-ATUAL         PIC 9(003) VALUE 999.
       77  WS-DISPONIVEL           PIC S9(007) VALUE ZEROS.
       77  WS-QTD-PRODUTOS         PIC 9(007) VALUE ZEROS.
       77  WS-QTD-ITENS-BO         PIC 9(007) VALUE ZEROS.
       77  WS-QTD-ITENS-ED         PIC ZZZZZZ9.
       01  WS-PROD-ARQ-SW          PIC X(001) VALUE "N".
           88 WS-PROD-DISPONIVEL              VALUE "S".
           88 WS-PROD-INDISPONIVEL            VALUE "N".
      *-----------------------------------*
      *    ACUMULADORES DA FILIAL CORRENTE E DO TOTAL GERAL
      *-----------------------------------*
       01  WS-ACUM.
           03 WS-AC-FISICA         PIC S9(009) VALUE ZEROS.
           03 WS-AC-RESERVADA      PIC 9(009) VALUE ZEROS.
           03 WS-AC-DISPONIVEL     PIC S9(009) VALUE ZEROS.
           03 WS-AC-BACKORDER      PIC 9(009) VALUE ZEROS.
       01  WS-TOTAIS.
           03 WS-TG-FISICA         PIC S9(009) VALUE ZEROS.
           03 WS-TG-RESERVADA      PIC 9(009) VALUE ZEROS.
           03 WS-TG-DISPONIVEL     PIC S9(009) VALUE ZEROS.
           03 WS-TG-BACKORDER      PIC 9(009) VALUE ZEROS.
      *-----------------------------------*
       01  WS-CAB                  PIC X(160) VALUE
           "FILIAL;COD PROD;DESCRICAO;FISICO;RESERVADO;DISPONIVEL;BACKOR
      -    "DER".
       01  WS-DET.
           03 WS-DET-FILIAL        PIC 9(002)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-COD-PROD      PIC 9(005)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-DESCRICAO     PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-FISICA        PIC -ZZZZZZ9      VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-RESERVADA     PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-DISPONIVEL    PIC -ZZZZZZ9      VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-BACKORDER     PIC ZZZZZZ9       VALUE ZEROS.
       01  WS-SUBTOTAL.
           03 FILLER               PIC X(013)        VALUE
              "TOTAL FILIAL ".
           03 WS-SUB-FILIAL        PIC 9(002)        VALUE ZEROS.
           03 FILLER               PIC X(003)        VALUE ";;;".
           03 WS-SUB-FISICA        PIC -ZZZZZZZZ9    VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-SUB-RESERVADA     PIC ZZZZZZZZ9     VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-SUB-DISPONIVEL    PIC -ZZZZZZZZ9    VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-SUB-BACKORDER     PIC ZZZZZZZZ9     VALUE ZEROS.
       01  WS-RODAPE.
           03 FILLER               PIC X(014)        VALUE
              "TOTAL GERAL;;;".
           03 WS-ROD-FISICA        PIC -ZZZZZZZZ9    VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-ROD-RESERVADA     PIC ZZZZZZZZ9     VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-ROD-DISPONIVEL    PIC -ZZZZZZZZ9    VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-ROD-BACKORDER     PIC ZZZZZZZZ9     VALUE ZEROS.
      *-----------------------------------*
       01  WS-CAB-BO               PIC X(160) VALUE
           "FILIAL;COD PROD;DESCRICAO;PEDIDO;CLIENTE;DATA;QTD PEDIDA;RES
      -    "ERVADA;BACKORDER".
       01  WS-DET-BO.
           03 WS-BO-FILIAL         PIC 9(002)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-BO-COD-PROD       PIC 9(005)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-BO-DESCRICAO      PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-BO-NUM-PEDIDO     PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-BO-COD-CLI        PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-BO-DATA           PIC 9(008)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-BO-QTD            PIC ZZZZ9         VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-BO-RESERV         PIC ZZZZ9         VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-BO-BACKORDER      PIC ZZZZ9         VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RELESTQ.
           03  RELESTQ-MSG         PIC X(040) VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RELESTQ.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           OPEN INPUT ARQ-ESTOQUE
           IF FSTATUS-EST NOT EQUAL "00"
              CLOSE ARQ-ESTOQUE
              MOVE "RELESTQ: ARQUIVO DE ESTOQUE NAO ENCONTRADO"
                TO RELESTQ-MSG
              GOBACK
           END-IF
           CLOSE ARQ-ESTOQUE
      *
           SET WS-PROD-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-PRODUTO
           IF FSTATUS-PROD EQUAL "00"
              SET WS-PROD-DISPONIVEL TO TRUE
           END-IF
      *
           SORT ARQ-SORT
                ON ASCENDING KEY SORT-FILIAL
                                 SORT-COD-PROD
                INPUT  PROCEDURE IS 100-SELECIONA-SALDO
                OUTPUT PROCEDURE IS 200-GERA-POSICAO
      *
           SORT ARQ-SORT2
                ON ASCENDING KEY SRT2-FILIAL
                                 SRT2-COD-PROD
                                 SRT2-NUM-PEDIDO
                INPUT  PROCEDURE IS 300-SELECIONA-BACKORDER
                OUTPUT PROCEDURE IS 400-GERA-BACKORDER
      *
           IF WS-PROD-DISPONIVEL
              CLOSE ARQ-PRODUTO
           END-IF
      *
           MOVE WS-QTD-ITENS-BO TO WS-QTD-ITENS-ED
           MOVE SPACES TO RELESTQ-MSG
           STRING "ESTOQUE GERADO - ITENS EM BACKORDER: "
                  WS-QTD-ITENS-ED
             DELIMITED BY SIZE INTO RELESTQ-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    UMA LIBERACAO POR REGISTRO DE SALDO (PRODUTO/FILIAL).
      *-----------------------------------*
      *
       100-SELECIONA-SALDO SECTION.
      *
           OPEN INPUT ARQ-ESTOQUE
      *
           READ ARQ-ESTOQUE NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-EST NOT EQUAL "00"
              MOVE EST-FILIAL        TO SORT-FILIAL
              MOVE EST-COD-PROD      TO SORT-COD-PROD
              MOVE EST-QTD-FISICA    TO SORT-FISICA
              MOVE EST-QTD-RESERVADA TO SORT-RESERVADA
              MOVE EST-QTD-BACKORDER TO SORT-BACKORDER
              RELEASE REG-SORT
              ADD 1 TO WS-QTD-PRODUTOS
              READ ARQ-ESTOQUE NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ESTOQUE.

      *-----------------------------------*
      *    GRAVA A POSICAO ORDENADA POR FILIAL E PRODUTO, COM
      *    QUEBRA E TOTAL A CADA FILIAL.
      *-----------------------------------*
      *
       200-GERA-POSICAO SECTION.
      *
           OPEN OUTPUT ESTOQUE-REL
           WRITE ESTOQUE-REG FROM WS-CAB
      *
           MOVE 999 TO WS-FILIAL-ATUAL
           INITIALIZE WS-ACUM
      *
           RETURN ARQ-SORT
              AT END MOVE "10" TO FS-SORT
           END-RETURN
      *
           PERFORM UNTIL FS-SORT NOT EQUAL "00"
              IF SORT-FILIAL NOT EQUAL WS-FILIAL-ATUAL
                 PERFORM 220-GRAVA-TOTAL-FILIAL
                 MOVE SORT-FILIAL TO WS-FILIAL-ATUAL
                 INITIALIZE WS-ACUM
              END-IF
              PERFORM 210-GRAVA-LINHA
              RETURN ARQ-SORT
                 AT END MOVE "10" TO FS-SORT
              END-RETURN
           END-PERFORM
      *
           PERFORM 220-GRAVA-TOTAL-FILIAL
      *
           MOVE WS-TG-FISICA     TO WS-ROD-FISICA
           MOVE WS-TG-RESERVADA  TO WS-ROD-RESERVADA
           MOVE WS-TG-DISPONIVEL TO WS-ROD-DISPONIVEL
           MOVE WS-TG-BACKORDER  TO WS-ROD-BACKORDER
           WRITE ESTOQUE-REG FROM WS-RODAPE
      *
           CLOSE ESTOQUE-REL.

      *-----------------------------------*
      *
       210-GRAVA-LINHA SECTION.
      *
           MOVE SORT-COD-PROD TO COD-PROD
           PERFORM 800-DESCRICAO-PRODUTO
           MOVE DESCRICAO-PROD TO WS-DET-DESCRICAO
      *
           COMPUTE WS-DISPONIVEL = SORT-FISICA - SORT-RESERVADA
           IF WS-DISPONIVEL LESS THAN ZEROS
              MOVE ZEROS TO WS-DISPONIVEL
           END-IF
      *
           MOVE SORT-FILIAL     TO WS-DET-FILIAL
           MOVE SORT-COD-PROD   TO WS-DET-COD-PROD
           MOVE SORT-FISICA     TO WS-DET-FISICA
           MOVE SORT-RESERVADA  TO WS-DET-RESERVADA
           MOVE WS-DISPONIVEL   TO WS-DET-DISPONIVEL
           MOVE SORT-BACKORDER  TO WS-DET-BACKORDER
      *
           ADD SORT-FISICA    TO WS-AC-FISICA     WS-TG-FISICA
           ADD SORT-RESERVADA TO WS-AC-RESERVADA  WS-TG-RESERVADA
           ADD WS-DISPONIVEL  TO WS-AC-DISPONIVEL WS-TG-DISPONIVEL
           ADD SORT-BACKORDER TO WS-AC-BACKORDER  WS-TG-BACKORDER
      *
           WRITE ESTOQUE-REG FROM WS-DET.

      *-----------------------------------*
      *
       220-GRAVA-TOTAL-FILIAL SECTION.
      *
           IF WS-FILIAL-ATUAL EQUAL 999
              GO TO 220-FIM
           END-IF
      *
           MOVE WS-FILIAL-ATUAL  TO WS-SUB-FILIAL
           MOVE WS-AC-FISICA     TO WS-SUB-FISICA
           MOVE WS-AC-RESERVADA  TO WS-SUB-RESERVADA
           MOVE WS-AC-DISPONIVEL TO WS-SUB-DISPONIVEL
           MOVE WS-AC-BACKORDER  TO WS-SUB-BACKORDER
           WRITE ESTOQUE-REG FROM WS-SUBTOTAL.
      *
       220-FIM.
           EXIT.

      *-----------------------------------*
      *    UMA LIBERACAO POR ITEM EM BACKORDER DE PEDIDO ATIVO OU
      *    PENDENTE QUE AINDA NAO FOI FATURADO.
      *-----------------------------------*
      *
       300-SELECIONA-BACKORDER SECTION.
      *
           OPEN INPUT ARQ-ITEM
           IF FSTATUS-ITEM NOT EQUAL "00"
              CLOSE ARQ-ITEM
              GO TO 300-FIM
           END-IF
           OPEN INPUT ARQ-PEDIDO
      *
           READ ARQ-ITEM NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-ITEM NOT EQUAL "00"
              IF ITEM-QTD-BACKORDER GREATER THAN ZEROS
                 PERFORM 310-LIBERA-ITEM
              END-IF
              READ ARQ-ITEM NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ITEM
           CLOSE ARQ-PEDIDO.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *
       310-LIBERA-ITEM SECTION.
      *
           MOVE ITEM-NUM-PEDIDO TO NUM-PEDIDO
           READ ARQ-PEDIDO RECORD
             KEY IS NUM-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              GO TO 310-FIM
           END-IF
      *
           IF NOT PED-ATIVO AND NOT PED-PENDENTE
              GO TO 310-FIM
           END-IF
           IF NUM-FATURA-PED NOT EQUAL ZEROS
              GO TO 310-FIM
           END-IF
      *
           MOVE ITEM-FILIAL        TO SRT2-FILIAL
           MOVE ITEM-COD-PROD      TO SRT2-COD-PROD
           MOVE ITEM-NUM-PEDIDO    TO SRT2-NUM-PEDIDO
           MOVE COD-CLI-PED        TO SRT2-COD-CLI
           MOVE DATA-PEDIDO        TO SRT2-DATA
           MOVE ITEM-QTD           TO SRT2-QTD
           MOVE ITEM-QTD-RESERV    TO SRT2-RESERV
           MOVE ITEM-QTD-BACKORDER TO SRT2-BACKORDER
           RELEASE REG-SORT2
           ADD 1 TO WS-QTD-ITENS-BO.
      *
       310-FIM.
           EXIT.

      *-----------------------------------*
      *
       400-GERA-BACKORDER SECTION.
      *
           OPEN OUTPUT BACKORD-REL
           WRITE BACKORD-REG FROM WS-CAB-BO
      *
           RETURN ARQ-SORT2
              AT END MOVE "10" TO FS-SORT2
           END-RETURN
      *
           PERFORM UNTIL FS-SORT2 NOT EQUAL "00"
              MOVE SRT2-COD-PROD TO COD-PROD
              PERFORM 800-DESCRICAO-PRODUTO
              MOVE DESCRICAO-PROD  TO WS-BO-DESCRICAO
              MOVE SRT2-FILIAL     TO WS-BO-FILIAL
              MOVE SRT2-COD-PROD   TO WS-BO-COD-PROD
              MOVE SRT2-NUM-PEDIDO TO WS-BO-NUM-PEDIDO
              MOVE SRT2-COD-CLI    TO WS-BO-COD-CLI
              MOVE SRT2-DATA       TO WS-BO-DATA
              MOVE SRT2-QTD        TO WS-BO-QTD
              MOVE SRT2-RESERV     TO WS-BO-RESERV
              MOVE SRT2-BACKORDER  TO WS-BO-BACKORDER
              WRITE BACKORD-REG FROM WS-DET-BO
              RETURN ARQ-SORT2
                 AT END MOVE "10" TO FS-SORT2
              END-RETURN
           END-PERFORM
      *
           CLOSE BACKORD-REL.

      *-----------------------------------*
      *
       800-DESCRICAO-PRODUTO SECTION.
      *
           IF WS-PROD-INDISPONIVEL
              MOVE SPACES TO DESCRICAO-PROD
              GO TO 800-FIM
           END-IF
      *
           READ ARQ-PRODUTO RECORD
             KEY IS COD-PROD
           IF FSTATUS-PROD NOT EQUAL "00"
              MOVE SPACES TO DESCRICAO-PROD
           END-IF.
      *
       800-FIM.
           EXIT.
      *
       END PROGRAM RELESTQ.
      *-----------------------------------*
