       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELMIX.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    RELATORIO DE MIX DE VENDAS POR CATEGORIA DE PRODUTO NA
      *    JANELA DE MESES INFORMADA: VALOR E PARTICIPACAO DE CADA
      *    CATEGORIA (CATPROD) NA VENDA DA EMPRESA, DE CADA
      *    VENDEDOR E DE CADA FILIAL, COMPARANDO O MIX DO VENDEDOR E
      *    DA FILIAL COM A MEDIA DA EMPRESA EM PONTOS PERCENTUAIS.
      *    A VENDA SAI DOS ITENS (PEDITEM) DOS PEDIDOS ATIVOS DA
      *    JANELA, NA FILIAL QUE ATENDE O ITEM, MENOS AS DEVOLUCOES
      *    DO DEVOL: A DEVOLUCAO COM PRODUTO SAI DA CATEGORIA DO
      *    PRODUTO; A DEVOLUCAO SO DE VALOR SAI DA CATEGORIA DE MAIOR
      *    VALOR NO PEDIDO. CATEGORIA COM DIFERENCA ACIMA DO DESVIO
      *    INFORMADO (ZERO = 10 PONTOS) E SINALIZADA.
      *    GERA MIXVENDAS.CSV EM TRES BLOCOS: EMPRESA, VENDEDORES E
      *    FILIAIS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ITEM      ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
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
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-PROD
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PROD.
           SELECT ARQ-CATEGORIA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CTG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CTG.
           SELECT ARQ-DEVOL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS DEV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-DEV.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-FILIAL    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FIL-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FIL.
           SELECT MIX-REL       ASSIGN TO "MIXVENDAS.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PRODUTOS'.
       COPY "BOOKPROD.CPY".
      *
       FD  ARQ-CATEGORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CATPROD'.
       COPY "BOOKCTG.CPY".
      *
       FD  ARQ-DEVOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DEVOL'.
       COPY "BOOKDEV.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-FILIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FILIAIS'.
       COPY "BOOKFIL.CPY".
      *
       FD  MIX-REL.
       01  MIX-REG PIC X(160).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-ITEM            PIC X(002) VALUE "00".
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-PROD            PIC X(002) VALUE "00".
       77  FSTATUS-CTG             PIC X(002) VALUE "00".
       77  FSTATUS-DEV             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-FIL             PIC X(002) VALUE "00".
       77  WS-MES-INI              PIC 9(006) VALUE ZEROS.
       77  WS-MES-FIM              PIC 9(006) VALUE ZEROS.
       77  WS-DESVIO               PIC 9(003) VALUE ZEROS.
       77  WS-ULT-PEDIDO           PIC 9(007) VALUE ZEROS.
       77  WS-CAT                  PIC 9(003) VALUE ZEROS.
       77  WS-CAT-MAIOR            PIC 9(003) VALUE ZEROS.
       77  WS-FIL                  PIC 9(003) VALUE ZEROS.
       77  WS-FIL-PROD             PIC 9(003) VALUE ZEROS.
       77  WS-VND                  PIC 9(004) VALUE ZEROS.
       77  WS-COD-PROD-BUSCA       PIC 9(005) VALUE ZEROS.
       77  WS-VALOR-DEV            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-PERC                 PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-PERC-EMP             PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-DIFERENCA            PIC S9(003)V9(002) VALUE ZEROS.
       77  WS-DIF-ABS              PIC 9(003)V9(002) VALUE ZEROS.
       01  WS-PED-SW               PIC X(001) VALUE "N".
           88 WS-PED-NA-JANELA                VALUE "S".
           88 WS-PED-FORA-JANELA              VALUE "N".
      *-----------------------------------*
      *    TABELA DE CATEGORIAS E TOTAL DA EMPRESA, INDEXADA PELO
      *    CODIGO DA CATEGORIA MAIS UM (POSICAO 1 = SEM CATEGORIA).
      *-----------------------------------*
       01  WS-CATEGORIAS.
           03 WS-CAT-ITEM OCCURS 100 TIMES.
              05 WS-CAT-DESC       PIC X(030).
              05 WS-CAT-EMP-VALOR  PIC 9(011)V9(002).
       77  WS-EMP-TOTAL            PIC 9(011)V9(002) VALUE ZEROS.
      *-----------------------------------*
      *    VENDA POR VENDEDOR (COD-VEND) E CATEGORIA
      *-----------------------------------*
       01  WS-MIX-VEND.
           03 WS-MV-ITEM OCCURS 999 TIMES.
              05 WS-MV-TOTAL       PIC 9(009)V9(002).
              05 WS-MV-VALOR       PIC 9(009)V9(002)
                                   OCCURS 100 TIMES.
      *-----------------------------------*
      *    VENDA POR FILIAL DO ITEM (CODIGO MAIS UM) E CATEGORIA
      *-----------------------------------*
       01  WS-MIX-FILIAL.
           03 WS-MF-ITEM OCCURS 100 TIMES.
              05 WS-MF-TOTAL       PIC 9(011)V9(002).
              05 WS-MF-VALOR       PIC 9(011)V9(002)
                                   OCCURS 100 TIMES.
      *-----------------------------------*
      *    CATEGORIAS DE UM PEDIDO, PARA A DEVOLUCAO
      *-----------------------------------*
       01  WS-PED-CATEGORIAS.
           03 WS-PC-ITEM OCCURS 100 TIMES.
              05 WS-PC-VALOR       PIC 9(009)V9(002).
              05 WS-PC-QTD         PIC 9(003).
              05 WS-PC-FILIAL      PIC 9(002).
      *-----------------------------------*
       01  WS-CAB-EMPRESA          PIC X(160) VALUE
           "EMPRESA;CATEGORIA;DESCRICAO;VALOR;% EMPRESA".
       01  WS-DET-EMP.
           03 FILLER               PIC X(008)        VALUE "EMPRESA;".
           03 WS-DE-CAT            PIC 99            VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DE-DESC           PIC X(030)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DE-VALOR          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DE-PERC           PIC ZZ9,99        VALUE ZEROS.
      *-----------------------------------*
       01  WS-CAB-VEND             PIC X(160) VALUE
           "COD VEND;NOME VENDEDOR;CATEGORIA;DESCRICAO;VALOR;% VENDEDOR;
      -    "% EMPRESA;DIFERENCA PP;SITUACAO".
       01  WS-CAB-FIL              PIC X(160) VALUE
           "FILIAL;NOME FILIAL;CATEGORIA;DESCRICAO;VALOR;% FILIAL;% EMPR
      -    "ESA;DIFERENCA PP;SITUACAO".
       01  WS-DET-MIX.
           03 WS-DM-CODIGO         PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DM-NOME           PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DM-CAT            PIC 99            VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DM-DESC           PIC X(030)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DM-VALOR          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DM-PERC           PIC ZZ9,99        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DM-PERC-EMP       PIC ZZ9,99        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DM-DIFERENCA      PIC -ZZ9,99       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DM-SITUACAO       PIC X(015)        VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RELMIX.
           03  MIX-ANO-MES-INI     PIC 9(006).
           03  MIX-ANO-MES-FIM     PIC 9(006).
      *    DIFERENCA EM PONTOS PERCENTUAIS QUE SINALIZA A CATEGORIA
      *    (ZERO = 10)
           03  MIX-DESVIO          PIC 9(003).
           03  MIX-MSG             PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RELMIX.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           IF MIX-ANO-MES-INI IS NOT NUMERIC
              OR MIX-ANO-MES-INI EQUAL ZEROS
              MOVE "RELMIX: INFORMAR ANO-MES INICIAL (AAAAMM)"
                TO MIX-MSG
              GOBACK
           END-IF
      *
           MOVE MIX-ANO-MES-INI TO WS-MES-INI
           IF MIX-ANO-MES-FIM IS NOT NUMERIC
              OR MIX-ANO-MES-FIM LESS THAN MIX-ANO-MES-INI
              MOVE MIX-ANO-MES-INI TO WS-MES-FIM
           ELSE
              MOVE MIX-ANO-MES-FIM TO WS-MES-FIM
           END-IF
      *
           IF MIX-DESVIO IS NUMERIC
              AND MIX-DESVIO GREATER THAN ZEROS
              MOVE MIX-DESVIO TO WS-DESVIO
           ELSE
              MOVE 10         TO WS-DESVIO
           END-IF
      *
           INITIALIZE WS-CATEGORIAS
                      WS-MIX-VEND
                      WS-MIX-FILIAL
           MOVE ZEROS TO WS-EMP-TOTAL
      *
           PERFORM 100-CARREGA-CATEGORIAS
      *
           OPEN INPUT ARQ-PRODUTO
           PERFORM 200-ACUMULA-ITENS
           PERFORM 300-NETA-DEVOLUCOES
           CLOSE ARQ-PRODUTO
      *
           OPEN OUTPUT MIX-REL
           PERFORM 400-GRAVA-EMPRESA
           PERFORM 500-GRAVA-VENDEDORES
           PERFORM 600-GRAVA-FILIAIS
           CLOSE MIX-REL
      *
           MOVE "RELATORIO DE MIX DE VENDAS GERADO" TO MIX-MSG
      *
           GOBACK.

      *-----------------------------------*
      *
       100-CARREGA-CATEGORIAS SECTION.
      *
           MOVE "SEM CATEGORIA" TO WS-CAT-DESC(1)
      *
           OPEN INPUT ARQ-CATEGORIA
           IF FSTATUS-CTG NOT EQUAL "00"
              CLOSE ARQ-CATEGORIA
              GO TO 100-FIM
           END-IF
      *
           READ ARQ-CATEGORIA NEXT RECORD
           PERFORM UNTIL FSTATUS-CTG NOT EQUAL "00"
              COMPUTE WS-CAT = CTG-CODIGO + 1
              MOVE CTG-DESCRICAO TO WS-CAT-DESC(WS-CAT)
              READ ARQ-CATEGORIA NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-CATEGORIA.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    ITENS DOS PEDIDOS ATIVOS DA JANELA, NA CATEGORIA DO
      *    PRODUTO E NA FILIAL QUE ATENDE O ITEM.
      *-----------------------------------*
      *
       200-ACUMULA-ITENS SECTION.
      *
           OPEN INPUT ARQ-ITEM
           IF FSTATUS-ITEM NOT EQUAL "00"
              CLOSE ARQ-ITEM
              GO TO 200-FIM
           END-IF
           OPEN INPUT ARQ-PEDIDO
      *
           MOVE ZEROS TO WS-ULT-PEDIDO
           SET WS-PED-FORA-JANELA TO TRUE
      *
           READ ARQ-ITEM NEXT RECORD
           PERFORM UNTIL FSTATUS-ITEM NOT EQUAL "00"
              IF ITEM-NUM-PEDIDO NOT EQUAL WS-ULT-PEDIDO
                 MOVE ITEM-NUM-PEDIDO TO WS-ULT-PEDIDO
                 PERFORM 210-VERIFICA-PEDIDO
              END-IF
              IF WS-PED-NA-JANELA
                 MOVE ITEM-COD-PROD TO WS-COD-PROD-BUSCA
                 PERFORM 330-CATEGORIA-DO-PRODUTO
                 COMPUTE WS-FIL = ITEM-FILIAL + 1
                 ADD ITEM-VALOR TO WS-MV-VALOR(COD-VEND-PED, WS-CAT)
                                   WS-MV-TOTAL(COD-VEND-PED)
                                   WS-MF-VALOR(WS-FIL, WS-CAT)
                                   WS-MF-TOTAL(WS-FIL)
                                   WS-CAT-EMP-VALOR(WS-CAT)
                                   WS-EMP-TOTAL
              END-IF
              READ ARQ-ITEM NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-ITEM.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *    PEDIDO ATIVO, COM VENDEDOR, DENTRO DA JANELA DE MESES
      *-----------------------------------*
      *
       210-VERIFICA-PEDIDO SECTION.
      *
           SET WS-PED-FORA-JANELA TO TRUE
           MOVE WS-ULT-PEDIDO TO NUM-PEDIDO
           READ ARQ-PEDIDO RECORD
             KEY IS NUM-PEDIDO
           IF FSTATUS-PED EQUAL "00"
              AND PED-ATIVO
              AND COD-VEND-PED GREATER THAN ZEROS
              AND DATA-PEDIDO(1:6) NOT LESS THAN WS-MES-INI
              AND DATA-PEDIDO(1:6) NOT GREATER THAN WS-MES-FIM
              SET WS-PED-NA-JANELA TO TRUE
           END-IF.

      *-----------------------------------*
      *    ABATE AS DEVOLUCOES DOS PEDIDOS DA JANELA
      *-----------------------------------*
      *
       300-NETA-DEVOLUCOES SECTION.
      *
           OPEN INPUT ARQ-DEVOL
           IF FSTATUS-DEV NOT EQUAL "00"
              CLOSE ARQ-DEVOL
              GO TO 300-FIM
           END-IF
           OPEN INPUT ARQ-PEDIDO
           OPEN INPUT ARQ-ITEM
      *
           READ ARQ-DEVOL NEXT RECORD
           PERFORM UNTIL FSTATUS-DEV NOT EQUAL "00"
              MOVE DEV-NUM-PEDIDO TO WS-ULT-PEDIDO
              PERFORM 210-VERIFICA-PEDIDO
              IF WS-PED-NA-JANELA
                 PERFORM 320-CATEGORIA-DA-DEVOLUCAO
                 PERFORM 310-ABATE-DEVOLUCAO
              END-IF
              READ ARQ-DEVOL NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-ITEM
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-DEVOL.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    TIRA O VALOR DEVOLVIDO DA CATEGORIA/FILIAL SEM DEIXAR
      *    NENHUM TOTAL NEGATIVO.
      *-----------------------------------*
      *
       310-ABATE-DEVOLUCAO SECTION.
      *
           MOVE DEV-VALOR TO WS-VALOR-DEV
           IF WS-VALOR-DEV GREATER THAN
              WS-MV-VALOR(COD-VEND-PED, WS-CAT)
              MOVE WS-MV-VALOR(COD-VEND-PED, WS-CAT) TO WS-VALOR-DEV
           END-IF
           IF WS-VALOR-DEV GREATER THAN WS-MF-VALOR(WS-FIL, WS-CAT)
              MOVE WS-MF-VALOR(WS-FIL, WS-CAT) TO WS-VALOR-DEV
           END-IF
      *
           SUBTRACT WS-VALOR-DEV FROM WS-MV-VALOR(COD-VEND-PED, WS-CAT)
                                      WS-MV-TOTAL(COD-VEND-PED)
                                      WS-MF-VALOR(WS-FIL, WS-CAT)
                                      WS-MF-TOTAL(WS-FIL)
                                      WS-CAT-EMP-VALOR(WS-CAT)
                                      WS-EMP-TOTAL.

      *-----------------------------------*
      *    CATEGORIA E FILIAL DE ONDE SAI A DEVOLUCAO: A DO PRODUTO
      *    DEVOLVIDO (FILIAL DO ITEM DESSE PRODUTO NO PEDIDO) OU, NA
      *    DEVOLUCAO SO DE VALOR, A CATEGORIA DE MAIOR VALOR NO
      *    PEDIDO (FILIAL DO PRIMEIRO ITEM DELA).
      *-----------------------------------*
      *
       320-CATEGORIA-DA-DEVOLUCAO SECTION.
      *
           INITIALIZE WS-PED-CATEGORIAS
           MOVE ZEROS TO WS-FIL-PROD
      *
           MOVE DEV-NUM-PEDIDO TO ITEM-NUM-PEDIDO
           MOVE ZEROS          TO ITEM-SEQ
           START ARQ-ITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY
                 MOVE "10" TO FSTATUS-ITEM
           END-START
           IF FSTATUS-ITEM EQUAL "00"
              READ ARQ-ITEM NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-ITEM NOT EQUAL "00"
                      OR ITEM-NUM-PEDIDO NOT EQUAL DEV-NUM-PEDIDO
              MOVE ITEM-COD-PROD TO WS-COD-PROD-BUSCA
              PERFORM 330-CATEGORIA-DO-PRODUTO
              IF WS-PC-QTD(WS-CAT) EQUAL ZEROS
                 MOVE ITEM-FILIAL TO WS-PC-FILIAL(WS-CAT)
              END-IF
              ADD 1          TO WS-PC-QTD(WS-CAT)
              ADD ITEM-VALOR TO WS-PC-VALOR(WS-CAT)
              IF ITEM-COD-PROD EQUAL DEV-COD-PROD
                 AND WS-FIL-PROD EQUAL ZEROS
                 COMPUTE WS-FIL-PROD = ITEM-FILIAL + 1
              END-IF
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
      *
           IF DEV-COD-PROD EQUAL ZEROS
              MOVE WS-CAT-MAIOR TO WS-CAT
              COMPUTE WS-FIL = WS-PC-FILIAL(WS-CAT) + 1
           ELSE
              MOVE DEV-COD-PROD TO WS-COD-PROD-BUSCA
              PERFORM 330-CATEGORIA-DO-PRODUTO
              IF WS-FIL-PROD GREATER THAN ZEROS
                 MOVE WS-FIL-PROD TO WS-FIL
              ELSE
                 COMPUTE WS-FIL = WS-PC-FILIAL(WS-CAT-MAIOR) + 1
              END-IF
           END-IF.

      *-----------------------------------*
      *    POSICAO NA TABELA DA CATEGORIA DE UM PRODUTO
      *-----------------------------------*
      *
       330-CATEGORIA-DO-PRODUTO SECTION.
      *
           MOVE 1 TO WS-CAT
           MOVE WS-COD-PROD-BUSCA TO COD-PROD
           READ ARQ-PRODUTO RECORD
             KEY IS COD-PROD
           IF FSTATUS-PROD EQUAL "00"
              AND CATEG-PROD IS NUMERIC
              COMPUTE WS-CAT = CATEG-PROD + 1
           END-IF.

      *-----------------------------------*
      *    BLOCO DA EMPRESA: O MIX MEDIO QUE SERVE DE COMPARACAO
      *-----------------------------------*
      *
       400-GRAVA-EMPRESA SECTION.
      *
           WRITE MIX-REG FROM WS-CAB-EMPRESA
      *
           PERFORM VARYING WS-CAT FROM 1 BY 1
                   UNTIL WS-CAT GREATER THAN 100
              IF WS-CAT-EMP-VALOR(WS-CAT) GREATER THAN ZEROS
                 COMPUTE WS-DE-CAT = WS-CAT - 1
                 MOVE WS-CAT-DESC(WS-CAT)      TO WS-DE-DESC
                 MOVE WS-CAT-EMP-VALOR(WS-CAT) TO WS-DE-VALOR
                 PERFORM 710-PERC-EMPRESA
                 MOVE WS-PERC-EMP              TO WS-DE-PERC
                 WRITE MIX-REG FROM WS-DET-EMP
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    UMA LINHA POR VENDEDOR COM VENDA E CATEGORIA VENDIDA NA
      *    EMPRESA; A CATEGORIA QUE O VENDEDOR NAO VENDEU SAI COM
      *    ZERO, PARA MOSTRAR A LINHA NEGLIGENCIADA.
      *-----------------------------------*
      *
       500-GRAVA-VENDEDORES SECTION.
      *
           MOVE SPACES TO MIX-REG
           WRITE MIX-REG
           WRITE MIX-REG FROM WS-CAB-VEND
      *
           OPEN INPUT ARQ-VENDEDOR
           PERFORM VARYING WS-VND FROM 1 BY 1
                   UNTIL WS-VND GREATER THAN 999
              IF WS-MV-TOTAL(WS-VND) GREATER THAN ZEROS
                 PERFORM 510-GRAVA-VENDEDOR
              END-IF
           END-PERFORM
           CLOSE ARQ-VENDEDOR.

      *-----------------------------------*
      *
       510-GRAVA-VENDEDOR SECTION.
      *
           MOVE WS-VND TO WS-DM-CODIGO
                          COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              MOVE NOME-VENDEDOR           TO WS-DM-NOME
           ELSE
              MOVE "VENDEDOR NAO CADASTRADO" TO WS-DM-NOME
           END-IF
      *
           PERFORM VARYING WS-CAT FROM 1 BY 1
                   UNTIL WS-CAT GREATER THAN 100
              IF WS-CAT-EMP-VALOR(WS-CAT) GREATER THAN ZEROS
                 COMPUTE WS-PERC ROUNDED =
                         WS-MV-VALOR(WS-VND, WS-CAT) * 100
                       / WS-MV-TOTAL(WS-VND)
                 MOVE WS-MV-VALOR(WS-VND, WS-CAT) TO WS-DM-VALOR
                 PERFORM 700-GRAVA-LINHA-MIX
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    MESMO BLOCO POR FILIAL QUE ATENDEU OS ITENS
      *-----------------------------------*
      *
       600-GRAVA-FILIAIS SECTION.
      *
           MOVE SPACES TO MIX-REG
           WRITE MIX-REG
           WRITE MIX-REG FROM WS-CAB-FIL
      *
           OPEN INPUT ARQ-FILIAL
           PERFORM VARYING WS-FIL FROM 1 BY 1
                   UNTIL WS-FIL GREATER THAN 100
              IF WS-MF-TOTAL(WS-FIL) GREATER THAN ZEROS
                 PERFORM 610-GRAVA-FILIAL
              END-IF
           END-PERFORM
           CLOSE ARQ-FILIAL.

      *-----------------------------------*
      *
       610-GRAVA-FILIAL SECTION.
      *
           COMPUTE WS-DM-CODIGO = WS-FIL - 1
           MOVE SPACES TO WS-DM-NOME
           IF WS-FIL EQUAL 1
              MOVE "SEM FILIAL" TO WS-DM-NOME
           ELSE
              COMPUTE FIL-CODIGO = WS-FIL - 1
              READ ARQ-FILIAL RECORD
                KEY IS FIL-CODIGO
              IF FSTATUS-FIL EQUAL "00"
                 MOVE FIL-NOME TO WS-DM-NOME
              ELSE
                 MOVE "FILIAL NAO CADASTRADA" TO WS-DM-NOME
              END-IF
           END-IF
      *
           PERFORM VARYING WS-CAT FROM 1 BY 1
                   UNTIL WS-CAT GREATER THAN 100
              IF WS-CAT-EMP-VALOR(WS-CAT) GREATER THAN ZEROS
                 COMPUTE WS-PERC ROUNDED =
                         WS-MF-VALOR(WS-FIL, WS-CAT) * 100
                       / WS-MF-TOTAL(WS-FIL)
                 MOVE WS-MF-VALOR(WS-FIL, WS-CAT) TO WS-DM-VALOR
                 PERFORM 700-GRAVA-LINHA-MIX
              END-IF
           END-PERFORM.

      *-----------------------------------*
      *    LINHA DO VENDEDOR OU DA FILIAL NUMA CATEGORIA, COM A
      *    DIFERENCA PARA O MIX DA EMPRESA.
      *-----------------------------------*
      *
       700-GRAVA-LINHA-MIX SECTION.
      *
           PERFORM 710-PERC-EMPRESA
           COMPUTE WS-DIFERENCA = WS-PERC - WS-PERC-EMP
      *
           COMPUTE WS-DM-CAT = WS-CAT - 1
           MOVE WS-CAT-DESC(WS-CAT) TO WS-DM-DESC
           MOVE WS-PERC             TO WS-DM-PERC
           MOVE WS-PERC-EMP         TO WS-DM-PERC-EMP
           MOVE WS-DIFERENCA        TO WS-DM-DIFERENCA
      *
           IF WS-DIFERENCA LESS THAN ZEROS
              COMPUTE WS-DIF-ABS = ZERO - WS-DIFERENCA
           ELSE
              MOVE WS-DIFERENCA TO WS-DIF-ABS
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-DIF-ABS LESS THAN WS-DESVIO
                 MOVE "NA MEDIA"        TO WS-DM-SITUACAO
              WHEN WS-DIFERENCA LESS THAN ZEROS
                 MOVE "ABAIXO DA MEDIA" TO WS-DM-SITUACAO
              WHEN OTHER
                 MOVE "ACIMA DA MEDIA"  TO WS-DM-SITUACAO
           END-EVALUATE
      *
           WRITE MIX-REG FROM WS-DET-MIX.

      *-----------------------------------*
      *
       710-PERC-EMPRESA SECTION.
      *
           IF WS-EMP-TOTAL EQUAL ZEROS
              MOVE ZEROS TO WS-PERC-EMP
           ELSE
              COMPUTE WS-PERC-EMP ROUNDED =
                      WS-CAT-EMP-VALOR(WS-CAT) * 100 / WS-EMP-TOTAL
           END-IF.
      *
       END PROGRAM RELMIX.
      *-----------------------------------*
