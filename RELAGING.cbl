      *    O RESULTADO E TOTALIZADO POR CLIENTE E SAI EM AGING.CSV
      *    DO PIOR PARA O MELHOR (MAIOR FAIXA DE ATRASO PRIMEIRO),
      *    SUBSTITUINDO A PLANILHA REMONTADA A MAO PELA COBRANCA.
      *    FATURA EMITIDA EM PARCELAS (PARCELAS) ENVELHECE PARCELA A
      *    PARCELA: CADA PARCELA ABERTA ENTRA NA FAIXA DO SEU PROPRIO
      *    VENCIMENTO, COM O SALDO DAS BAIXAS FEITAS NELA.
      *    COM AGING-GRUPO = "S" O RELATORIO SAI CONSOLIDADO POR
      *    GRUPO ECONOMICO (BUSCAGRP): UMA LINHA POR GRUPO COM A SOMA
      *    DAS FAIXAS DE TODOS OS MEMBROS; CLIENTE SEM GRUPO SAI
      *    SOZINHO, COM GRUPO ZERO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD  KEY   IS PAG-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAG.
           SELECT ARQ-PARCELA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PARC-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PARC.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-ORD.
           SELECT ARQ-SORT3     ASSIGN TO "RELAGING.TM3"
                  FILE STATUS   IS FS-SORT3.
           SELECT ARQ-CONSOL    ASSIGN TO "RELAGING.CNS"
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-CONSOL.
           SELECT AGING-REL     ASSIGN TO "AGING.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PAGTOS'.
       COPY "BOOKPAG.CPY".
      *
       FD  ARQ-PARCELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARCELAS'.
       COPY "BOOKPARC.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           03 GRP-A60               PIC 9(009)V9(002).
           03 GRP-A90               PIC 9(009)V9(002).
           03 GRP-M90               PIC 9(009)V9(002).
           03 GRP-GRUPO             PIC 9(008).
           03 GRP-QTD-CLI           PIC 9(005).
      *
       SD  ARQ-SORT2.
       01  REG-SORT2.
           03 SRT2-A60              PIC 9(009)V9(002).
           03 SRT2-A90              PIC 9(009)V9(002).
           03 SRT2-M90              PIC 9(009)V9(002).
           03 SRT2-GRUPO            PIC 9(008).
           03 SRT2-QTD-CLI          PIC 9(005).
      *
       FD  ARQ-GRUPO-ORD.
       01  REG-GRUPO-ORD.
           03 ORD-A60               PIC 9(009)V9(002).
           03 ORD-A90               PIC 9(009)V9(002).
           03 ORD-M90               PIC 9(009)V9(002).
           03 ORD-GRUPO             PIC 9(008).
           03 ORD-QTD-CLI           PIC 9(005).
      *
      *    CONSOLIDACAO POR GRUPO ECONOMICO: OS REGISTROS POR CLIENTE
      *    EM ORDEM DE GRUPO E, APOS A QUEBRA, UM REGISTRO POR GRUPO
      *    (O CODIGO DE CLIENTE E O DO PRIMEIRO MEMBRO).
      *
       SD  ARQ-SORT3.
       01  REG-SORT3.
           03 SRT3-COD-CLI          PIC 9(007).
           03 SRT3-AVENC            PIC 9(009)V9(002).
           03 SRT3-A30              PIC 9(009)V9(002).
           03 SRT3-A60              PIC 9(009)V9(002).
           03 SRT3-A90              PIC 9(009)V9(002).
           03 SRT3-M90              PIC 9(009)V9(002).
           03 SRT3-GRUPO            PIC 9(008).
           03 SRT3-QTD-CLI          PIC 9(005).
      *
       FD  ARQ-CONSOL.
       01  REG-CONSOL.
           03 CNS-COD-CLI           PIC 9(007).
           03 CNS-AVENC             PIC 9(009)V9(002).
           03 CNS-A30               PIC 9(009)V9(002).
           03 CNS-A60               PIC 9(009)V9(002).
           03 CNS-A90               PIC 9(009)V9(002).
           03 CNS-M90               PIC 9(009)V9(002).
           03 CNS-GRUPO             PIC 9(008).
           03 CNS-QTD-CLI           PIC 9(005).
      *
       FD  AGING-REL.
       01  AGING-REG PIC X(160).
      *-----------------------------------*
       77  FSTATUS-FAT             PIC X(002) VALUE "00".
       77  FSTATUS-PAG             PIC X(002) VALUE "00".
       77  FSTATUS-PARC            PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FS-SORT                 PIC X(002) VALUE "00".
       77  FS-SORT2                PIC X(002) VALUE "00".
       77  WS-SALDO-FAT            PIC S9(009)V9(002) VALUE ZEROS.
       77  WS-QTD-FATURAS          PIC 9(007) VALUE ZEROS.
       77  WS-GRP-ATUAL            PIC 9(008) VALUE 99999999.
       77  FS-SORT3                PIC X(002) VALUE "00".
       77  FS-CONSOL               PIC X(002) VALUE "00".
       77  WS-ECO-ATUAL            PIC 9(008) VALUE ZEROS.
       77  WS-ECO-QTD              PIC 9(005) VALUE ZEROS.
       77  WS-ECO-PRIMEIRO         PIC 9(007) VALUE ZEROS.
       01  WS-ECO-ABERTO-SW        PIC X(001) VALUE "N".
           88 WS-ECO-ABERTO                   VALUE "S".
           88 WS-ECO-FECHADO                  VALUE "N".
      *-----------------------------------*
      *    GRUPO ECONOMICO DO CLIENTE (BUSCAGRP)
      *-----------------------------------*
       01  PARAM-BUSCAGRP.
           03 WS-BGR-COD-CLI       PIC 9(007) VALUE ZEROS.
           03 WS-BGR-CNPJ          PIC 9(014) VALUE ZEROS.
           03 WS-BGR-GRUPO         PIC 9(008) VALUE ZEROS.
           03 WS-BGR-ORIGEM        PIC X(001) VALUE SPACES.
           03 WS-BGR-CADASTRO      PIC X(001) VALUE SPACES.
           03 WS-BGR-NOME          PIC X(040) VALUE SPACES.
           03 WS-BGR-LIMITE        PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-BGR-COD-MATRIZ    PIC 9(007) VALUE ZEROS.
           03 WS-BGR-MSG           PIC X(040) VALUE SPACES.
       01  WS-PAG-ARQ-SW           PIC X(001) VALUE "N".
           88 WS-PAG-DISPONIVEL               VALUE "S".
           88 WS-PAG-INDISPONIVEL             VALUE "N".
       01  WS-PARC-ARQ-SW          PIC X(001) VALUE "N".
           88 WS-PARC-DISPONIVEL              VALUE "S".
           88 WS-PARC-INDISPONIVEL            VALUE "N".
      *-----------------------------------*
      *    TITULO EM ANALISE: A FATURA INTEIRA (PARCELA ZERO) OU UMA
      *    PARCELA DELA, COM O VALOR E O VENCIMENTO CORRESPONDENTES.
      *-----------------------------------*
       77  WS-NUM-PARC             PIC 9(002) VALUE ZEROS.
       77  WS-VALOR-BASE           PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-VENC-BASE            PIC 9(008) VALUE ZEROS.
      *-----------------------------------*
      *    ACUMULADORES DO CLIENTE CORRENTE NO AGRUPAMENTO
      *-----------------------------------*
           03 WS-DET-M90           PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-TOTAL         PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
      *-----------------------------------*
       01  WS-CAB-GRUPO            PIC X(160) VALUE
           "GRUPO ECONOMICO;NOME DO GRUPO;QTD CLIENTES;A VENCER;ATE 30;3
      -    "1 A 60;61 A 90;ACIMA 90;TOTAL".
       01  WS-DET-GRP.
           03 WS-DG-GRUPO          PIC 9(008)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DG-NOME           PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DG-QTD-CLI        PIC ZZZZ9         VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DG-AVENC          PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DG-A30            PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DG-A60            PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DG-A90            PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DG-M90            PIC ZZZZZZZZ9,99  VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DG-TOTAL          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
      *-----------------------------------*
       01  WS-RODAPE.
           03 FILLER               PIC X(014)        VALUE
              "TOTAL GERAL;;".
       LINKAGE SECTION.
       01  PARAMETROS-AGING.
           03  AGING-MSG           PIC X(040) VALUE SPACES.
      *    "S" = CONSOLIDAR POR GRUPO ECONOMICO
           03  AGING-GRUPO         PIC X(001) VALUE "N".
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-AGING.
      *-----------------------------------*
                INPUT  PROCEDURE IS 100-SELECIONA
                OUTPUT PROCEDURE IS 200-AGRUPA
      *
           IF AGING-GRUPO EQUAL "S"
              SORT ARQ-SORT3
                   ON ASCENDING KEY SRT3-GRUPO
                                    SRT3-COD-CLI
                   USING  ARQ-GRUPO
                   OUTPUT PROCEDURE IS 220-CONSOLIDA-GRUPOS
              SORT ARQ-SORT2
                   ON DESCENDING KEY SRT2-M90
                                     SRT2-A90
                                     SRT2-A60
                                     SRT2-A30
                   USING  ARQ-CONSOL
                   GIVING ARQ-GRUPO-ORD
           ELSE
              SORT ARQ-SORT2
                   ON DESCENDING KEY SRT2-M90
                                     SRT2-A90
                                     SRT2-A60
                                     SRT2-A30
                   USING  ARQ-GRUPO
                   GIVING ARQ-GRUPO-ORD
           END-IF
      *
           PERFORM 300-GERA-RELATORIO
      *
           GOBACK.

      *-----------------------------------*
      *    UMA LIBERACAO POR FATURA ABERTA COM SALDO (OU POR PARCELA
      *    ABERTA COM SALDO, NA FATURA EM PARCELAS), JA CLASSIFICADA
      *    NA FAIXA DE ATRASO PELO VENCIMENTO CONTRA A DATA DE HOJE.
      *-----------------------------------*
      *
           IF FSTATUS-PAG EQUAL "00"
              SET WS-PAG-DISPONIVEL TO TRUE
           END-IF
      *
           SET WS-PARC-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-PARCELA
           IF FSTATUS-PARC EQUAL "00"
              SET WS-PARC-DISPONIVEL TO TRUE
           END-IF
      *
           OPEN INPUT ARQ-FATURA
      *
      *
           PERFORM UNTIL FSTATUS-FAT NOT EQUAL "00"
              IF FAT-ABERTA
                 IF FAT-QTD-PARCELAS GREATER THAN ZEROS
                    AND WS-PARC-DISPONIVEL
                    PERFORM 130-SELECIONA-PARCELAS
                 ELSE
                    MOVE ZEROS               TO WS-NUM-PARC
                    MOVE FAT-VALOR           TO WS-VALOR-BASE
                    MOVE FAT-DATA-VENCIMENTO TO WS-VENC-BASE
                    PERFORM 110-CALCULA-SALDO
                    IF WS-SALDO-FAT GREATER THAN ZEROS
                       PERFORM 120-LIBERA-FAIXA
                    END-IF
                 END-IF
              END-IF
              READ ARQ-FATURA NEXT RECORD
           CLOSE ARQ-FATURA
           IF WS-PAG-DISPONIVEL
              CLOSE ARQ-PAGTO
           END-IF
           IF WS-PARC-DISPONIVEL
              CLOSE ARQ-PARCELA
           END-IF.

      *-----------------------------------*
           READ ARQ-PAGTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PAG NOT EQUAL "00"
                      OR PAG-NUM-FATURA NOT EQUAL NUM-FATURA
              IF PAG-PARCELA EQUAL WS-NUM-PARC
                 OR WS-NUM-PARC EQUAL ZEROS
                 ADD PAG-VALOR TO WS-VALOR-PAGO
              END-IF
              READ ARQ-PAGTO NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PAG.
      *
       110-SALDO.
           COMPUTE WS-SALDO-FAT = WS-VALOR-BASE - WS-VALOR-PAGO.
      *
       110-FIM.
           EXIT.
       120-LIBERA-FAIXA SECTION.
      *
           COMPUTE WS-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-VENC-BASE)
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
      *
           MOVE FAT-COD-CLI TO SORT-COD-CLI
           RELEASE REG-SORT
           ADD 1 TO WS-QTD-FATURAS.

      *-----------------------------------*
      *    PARCELAS EM ABERTO DA FATURA CORRENTE: CADA UMA COM SALDO
      *    VAI PARA A FAIXA DO SEU VENCIMENTO.
      *-----------------------------------*
      *
       130-SELECIONA-PARCELAS SECTION.
      *
           MOVE NUM-FATURA TO PARC-NUM-FATURA
           MOVE ZEROS      TO PARC-NUM
           START ARQ-PARCELA KEY IS NOT LESS THAN PARC-CHAVE
              INVALID KEY
                 GO TO 130-FIM
           END-START
      *
           READ ARQ-PARCELA NEXT RECORD
           PERFORM UNTIL FSTATUS-PARC NOT EQUAL "00"
                      OR PARC-NUM-FATURA NOT EQUAL NUM-FATURA
              IF PARC-ABERTA
                 MOVE PARC-NUM             TO WS-NUM-PARC
                 MOVE PARC-VALOR           TO WS-VALOR-BASE
                 MOVE PARC-DATA-VENCIMENTO TO WS-VENC-BASE
                 PERFORM 110-CALCULA-SALDO
                 IF WS-SALDO-FAT GREATER THAN ZEROS
                    PERFORM 120-LIBERA-FAIXA
                 END-IF
              END-IF
              READ ARQ-PARCELA NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PARC.
      *
       130-FIM.
           EXIT.

      *-----------------------------------*
      *    AGRUPA AS FATURAS ORDENADAS POR CLIENTE NUM REGISTRO DE
      *    FAIXAS POR CLIENTE, QUE SEGUE PARA A ORDENACAO FINAL DO
       200-AGRUPA SECTION.
      *
           OPEN OUTPUT ARQ-GRUPO
           IF AGING-GRUPO EQUAL "S"
              OPEN INPUT ARQ-CLIENTE
           END-IF
           MOVE 99999999 TO WS-GRP-ATUAL
           INITIALIZE WS-ACUM
      *
           END-PERFORM
      *
           PERFORM 210-GRAVA-GRUPO
           CLOSE ARQ-GRUPO
           IF AGING-GRUPO EQUAL "S"
              CLOSE ARQ-CLIENTE
           END-IF.

      *-----------------------------------*
      *
           MOVE WS-AC-A60    TO GRP-A60
           MOVE WS-AC-A90    TO GRP-A90
           MOVE WS-AC-M90    TO GRP-M90
           MOVE ZEROS        TO GRP-GRUPO
           MOVE 1            TO GRP-QTD-CLI
           IF AGING-GRUPO EQUAL "S"
              PERFORM 215-BUSCA-GRUPO
           END-IF
           WRITE REG-GRUPO.
      *
       210-FIM.
           EXIT.

      *-----------------------------------*
      *    GRUPO ECONOMICO DO CLIENTE DO REGISTRO AGRUPADO. CLIENTE
      *    FORA DO CADASTRO SO TEM GRUPO SE INFORMADO NO GRUPOCLI.
      *-----------------------------------*
      *
       215-BUSCA-GRUPO SECTION.
      *
           MOVE WS-GRP-ATUAL TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              MOVE ZEROS TO CNPJ-CLI
           END-IF
      *
           MOVE WS-GRP-ATUAL TO WS-BGR-COD-CLI
           MOVE CNPJ-CLI     TO WS-BGR-CNPJ
           CALL "BUSCAGRP" USING PARAM-BUSCAGRP
           MOVE WS-BGR-GRUPO TO GRP-GRUPO.

      *-----------------------------------*
      *    SOMA AS FAIXAS DOS MEMBROS DE CADA GRUPO NUM UNICO
      *    REGISTRO (CLIENTE SEM GRUPO PASSA SOZINHO), QUE SEGUE PARA
      *    A MESMA ORDENACAO DO PIOR PARA O MELHOR.
      *-----------------------------------*
      *
       220-CONSOLIDA-GRUPOS SECTION.
      *
           OPEN OUTPUT ARQ-CONSOL
           SET WS-ECO-FECHADO TO TRUE
      *
           RETURN ARQ-SORT3
              AT END MOVE "10" TO FS-SORT3
           END-RETURN
      *
           PERFORM UNTIL FS-SORT3 NOT EQUAL "00"
              IF WS-ECO-FECHADO
                 OR SRT3-GRUPO EQUAL ZEROS
                 OR SRT3-GRUPO NOT EQUAL WS-ECO-ATUAL
                 PERFORM 225-GRAVA-CONSOLIDADO
                 SET WS-ECO-ABERTO TO TRUE
                 MOVE SRT3-GRUPO   TO WS-ECO-ATUAL
                 MOVE SRT3-COD-CLI TO WS-ECO-PRIMEIRO
                 MOVE ZEROS        TO WS-ECO-QTD
                 INITIALIZE WS-ACUM
              END-IF
              ADD 1          TO WS-ECO-QTD
              ADD SRT3-AVENC TO WS-AC-AVENC
              ADD SRT3-A30   TO WS-AC-A30
              ADD SRT3-A60   TO WS-AC-A60
              ADD SRT3-A90   TO WS-AC-A90
              ADD SRT3-M90   TO WS-AC-M90
              RETURN ARQ-SORT3
                 AT END MOVE "10" TO FS-SORT3
              END-RETURN
           END-PERFORM
      *
           PERFORM 225-GRAVA-CONSOLIDADO
           CLOSE ARQ-CONSOL.

      *-----------------------------------*
      *
       225-GRAVA-CONSOLIDADO SECTION.
      *
           IF WS-ECO-FECHADO
              GO TO 225-FIM
           END-IF
      *
           MOVE WS-ECO-PRIMEIRO TO CNS-COD-CLI
           MOVE WS-AC-AVENC     TO CNS-AVENC
           MOVE WS-AC-A30       TO CNS-A30
           MOVE WS-AC-A60       TO CNS-A60
           MOVE WS-AC-A90       TO CNS-A90
           MOVE WS-AC-M90       TO CNS-M90
           MOVE WS-ECO-ATUAL    TO CNS-GRUPO
           MOVE WS-ECO-QTD      TO CNS-QTD-CLI
           WRITE REG-CONSOL.
      *
       225-FIM.
           EXIT.

      *-----------------------------------*
      *
       300-GERA-RELATORIO SECTION.
           OPEN INPUT ARQ-CLIENTE
           OPEN OUTPUT AGING-REL
      *
           IF AGING-GRUPO EQUAL "S"
              WRITE AGING-REG FROM WS-CAB-GRUPO
           ELSE
              WRITE AGING-REG FROM WS-CAB
           END-IF
      *
           READ ARQ-GRUPO-ORD
      *
           ADD ORD-A90   TO WS-TG-A90
           ADD ORD-M90   TO WS-TG-M90
      *
           IF AGING-GRUPO EQUAL "S"
              PERFORM 320-GRAVA-LINHA-GRUPO
           ELSE
              WRITE AGING-REG FROM WS-DET
           END-IF.

      *-----------------------------------*
      *    LINHA CONSOLIDADA: NOME DO GRUPO NO GRUPOECO OU, SEM
      *    CADASTRO (OU SEM GRUPO), A RAZAO SOCIAL DO PRIMEIRO MEMBRO.
      *-----------------------------------*
      *
       320-GRAVA-LINHA-GRUPO SECTION.
      *
           MOVE WS-DET-RAZAO TO WS-DG-NOME
           IF ORD-GRUPO GREATER THAN ZEROS
              MOVE ORD-COD-CLI TO WS-BGR-COD-CLI
              IF FSTATUS-CLI EQUAL "00"
                 MOVE CNPJ-CLI TO WS-BGR-CNPJ
              ELSE
                 MOVE ZEROS    TO WS-BGR-CNPJ
              END-IF
              CALL "BUSCAGRP" USING PARAM-BUSCAGRP
              IF WS-BGR-NOME NOT EQUAL SPACES
                 MOVE WS-BGR-NOME TO WS-DG-NOME
              END-IF
           END-IF
      *
           MOVE ORD-GRUPO    TO WS-DG-GRUPO
           MOVE ORD-QTD-CLI  TO WS-DG-QTD-CLI
           MOVE ORD-AVENC    TO WS-DG-AVENC
           MOVE ORD-A30      TO WS-DG-A30
           MOVE ORD-A60      TO WS-DG-A60
           MOVE ORD-A90      TO WS-DG-A90
           MOVE ORD-M90      TO WS-DG-M90
           COMPUTE WS-DG-TOTAL = ORD-AVENC + ORD-A30 + ORD-A60
                               + ORD-A90 + ORD-M90
      *
           WRITE AGING-REG FROM WS-DET-GRP.
      *
       END PROGRAM RELAGING.
      *-----------------------------------*
