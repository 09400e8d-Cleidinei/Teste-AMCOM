       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELFUNIL.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    FUNIL DE VENDAS DOS PROSPECTS (PROSPECT). FUNIL.CSV TRAZ
      *    DOIS BLOCOS, UM POR VENDEDOR ATRIBUIDO (MAIS A LINHA
      *    "SEM VENDEDOR") E OUTRO POR ORIGEM DO CONTATO, COM A
      *    QUANTIDADE DE PROSPECTS EM CADA ESTAGIO, O TOTAL, AS
      *    CONVERSOES EM CLIENTE, A TAXA DE CONVERSAO, O VALOR
      *    PREVISTO AINDA EM ABERTO E A MEDIA DE DIAS ENTRE A
      *    INCLUSAO E A CONVERSAO. O PERIODO (ANO/MES INICIAL E
      *    FINAL) FILTRA PELA DATA DE INCLUSAO DO PROSPECT; ZERO
      *    CONSIDERA TODOS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROSPECT  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PRS-CODIGO
                  ALTERNATE RECORD KEY IS PRS-CNPJ WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PRS.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT FUNIL-REL     ASSIGN TO "FUNIL.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROSPECT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PROSPECT'.
       COPY "BOOKPRS.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  FUNIL-REL.
       01  FUNIL-REG PIC X(200).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-PRS             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  WS-ANO-MES-INI          PIC 9(006) VALUE ZEROS.
       77  WS-ANO-MES-FIM          PIC 9(006) VALUE ZEROS.
       77  WS-IDX                  PIC 9(004) VALUE ZEROS.
       77  WS-IDX-EST              PIC 9(001) VALUE ZEROS.
       77  WS-IDX-ORI              PIC 9(001) VALUE ZEROS.
       77  WS-DIAS                 PIC S9(007) VALUE ZEROS.
       77  WS-QTD-LIDOS            PIC 9(007) VALUE ZEROS.
       77  WS-QTD-LIDOS-ED         PIC ZZZZZZ9 VALUE ZEROS.
       77  WS-QTD-CONV-ED          PIC ZZZZZZ9 VALUE ZEROS.
      *-----------------------------------*
      *    ACUMULADORES. ESTAGIOS NA ORDEM DO FUNIL: 1 NOVO,
      *    2 QUALIFICADO, 3 PROPOSTA, 4 NEGOCIACAO, 5 CONVERTIDO,
      *    6 PERDIDO. A TABELA DE VENDEDORES E INDEXADA PELO CODIGO
      *    MAIS UM (POSICAO 1 = SEM VENDEDOR); A DE ORIGENS SEGUE
      *    F, S, I, A, O.
      *-----------------------------------*
       01  WS-VEND-TAB.
           03 WS-VEND-ACUM OCCURS 1000 TIMES.
              05 WS-VA-QTD         PIC 9(007) OCCURS 6 TIMES.
              05 WS-VA-VALOR       PIC 9(011)V9(002).
              05 WS-VA-DIAS        PIC 9(009).
       01  WS-ORIG-TAB.
           03 WS-ORIG-ACUM OCCURS 5 TIMES.
              05 WS-OA-QTD         PIC 9(007) OCCURS 6 TIMES.
              05 WS-OA-VALOR       PIC 9(011)V9(002).
              05 WS-OA-DIAS        PIC 9(009).
       01  WS-TOTAL-ACUM.
           03 WS-TA-QTD            PIC 9(007) OCCURS 6 TIMES.
           03 WS-TA-VALOR          PIC 9(011)V9(002).
           03 WS-TA-DIAS           PIC 9(009).
      *    LINHA EM FORMATACAO (COPIA DE UM DOS ACUMULADORES ACIMA)
       01  WS-LINHA-ACUM.
           03 WS-LA-QTD            PIC 9(007) OCCURS 6 TIMES.
           03 WS-LA-VALOR          PIC 9(011)V9(002).
           03 WS-LA-DIAS           PIC 9(009).
       77  WS-LA-TOTAL             PIC 9(007) VALUE ZEROS.
       77  WS-LA-PERC              PIC 9(003)V9(002) VALUE ZEROS.
       77  WS-LA-MEDIA             PIC 9(005)V9(001) VALUE ZEROS.
      *-----------------------------------*
       01  WS-ORIGENS-VAL.
           03 FILLER               PIC X(013) VALUE "FFEIRA       ".
           03 FILLER               PIC X(013) VALUE "SSITE        ".
           03 FILLER               PIC X(013) VALUE "IINDICACAO   ".
           03 FILLER               PIC X(013) VALUE "AATIVA       ".
           03 FILLER               PIC X(013) VALUE "OOUTRA       ".
       01  WS-ORIGENS REDEFINES WS-ORIGENS-VAL.
           03 WS-ORIGEM-ITEM OCCURS 5 TIMES.
              05 WS-ORIGEM-COD     PIC X(001).
              05 WS-ORIGEM-NOME    PIC X(012).
      *-----------------------------------*
       01  WS-TIT-VEND             PIC X(200) VALUE
           "FUNIL POR VENDEDOR".
       01  WS-TIT-ORIG             PIC X(200) VALUE
           "FUNIL POR ORIGEM".
       01  WS-CAB                  PIC X(200) VALUE
           "CODIGO;NOME;NOVO;QUALIFICADO;PROPOSTA;NEGOCIACAO;CONVERTIDO;
      -    "PERDIDO;TOTAL;TAXA CONVERSAO %;VALOR PREVISTO ABERTO;DIAS ME
      -    "DIOS ATE CONVERSAO".
       01  WS-DET.
           03 WS-DET-CODIGO        PIC X(003)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NOME          PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NOVO          PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-QUALIF        PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PROPOSTA      PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-NEGOC         PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-CONVERT       PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PERDIDO       PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-TOTAL         PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PERC          PIC ZZ9,99        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-VALOR         PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-MEDIA         PIC ZZZZ9,9       VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RELFUNIL.
           03  RELFUN-ANO-MES-INI  PIC 9(006).
           03  RELFUN-ANO-MES-FIM  PIC 9(006).
           03  RELFUN-MSG          PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RELFUNIL.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO RELFUN-MSG
           MOVE ZEROS  TO WS-QTD-LIDOS
           INITIALIZE WS-VEND-TAB
           INITIALIZE WS-ORIG-TAB
           INITIALIZE WS-TOTAL-ACUM
      *
      *    SO O MES INICIAL INFORMADO = SO AQUELE MES
           MOVE RELFUN-ANO-MES-INI TO WS-ANO-MES-INI
           MOVE RELFUN-ANO-MES-FIM TO WS-ANO-MES-FIM
           IF WS-ANO-MES-FIM EQUAL ZEROS
              IF WS-ANO-MES-INI EQUAL ZEROS
                 MOVE 999999 TO WS-ANO-MES-FIM
              ELSE
                 MOVE WS-ANO-MES-INI TO WS-ANO-MES-FIM
              END-IF
           END-IF
           IF WS-ANO-MES-FIM LESS THAN WS-ANO-MES-INI
              MOVE "RELFUNIL: PERIODO FINAL DEVE SER MAIOR"
                TO RELFUN-MSG
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-PROSPECT
           IF FSTATUS-PRS NOT EQUAL "00"
              CLOSE ARQ-PROSPECT
              MOVE "RELFUNIL: ARQUIVO DE PROSPECTS NAO ENCONTRADO"
                TO RELFUN-MSG
              GOBACK
           END-IF
      *
           READ ARQ-PROSPECT NEXT RECORD
           PERFORM UNTIL FSTATUS-PRS NOT EQUAL "00"
              IF PRS-DATA-INCLUSAO(1:6) NOT LESS THAN WS-ANO-MES-INI
                 AND PRS-DATA-INCLUSAO(1:6)
                     NOT GREATER THAN WS-ANO-MES-FIM
                 PERFORM 100-ACUMULA-PROSPECT
              END-IF
              READ ARQ-PROSPECT NEXT RECORD
           END-PERFORM
           CLOSE ARQ-PROSPECT
      *
           OPEN OUTPUT FUNIL-REL
           PERFORM 200-BLOCO-VENDEDOR
           MOVE SPACES TO FUNIL-REG
           WRITE FUNIL-REG
           PERFORM 300-BLOCO-ORIGEM
           CLOSE FUNIL-REL
      *
           MOVE WS-QTD-LIDOS  TO WS-QTD-LIDOS-ED
           MOVE WS-TA-QTD(5)  TO WS-QTD-CONV-ED
           MOVE SPACES TO RELFUN-MSG
           STRING "FUNIL - PROSPECTS:" WS-QTD-LIDOS-ED
                  " CONV:" WS-QTD-CONV-ED
             DELIMITED BY SIZE INTO RELFUN-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    SOMA O PROSPECT NO VENDEDOR, NA ORIGEM E NO TOTAL GERAL.
      *-----------------------------------*
      *
       100-ACUMULA-PROSPECT SECTION.
      *
           ADD 1 TO WS-QTD-LIDOS
      *
           EVALUATE TRUE
              WHEN PRS-NOVO         MOVE 1 TO WS-IDX-EST
              WHEN PRS-QUALIFICADO  MOVE 2 TO WS-IDX-EST
              WHEN PRS-PROPOSTA     MOVE 3 TO WS-IDX-EST
              WHEN PRS-NEGOCIACAO   MOVE 4 TO WS-IDX-EST
              WHEN PRS-CONVERTIDO   MOVE 5 TO WS-IDX-EST
              WHEN OTHER            MOVE 6 TO WS-IDX-EST
           END-EVALUATE
      *
           MOVE 5 TO WS-IDX-ORI
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              IF PRS-ORIGEM EQUAL WS-ORIGEM-COD(WS-IDX)
                 MOVE WS-IDX TO WS-IDX-ORI
              END-IF
           END-PERFORM
      *
           MOVE ZEROS TO WS-DIAS
           IF PRS-CONVERTIDO
              AND PRS-DATA-CONVERSAO NOT EQUAL ZEROS
              AND PRS-DATA-INCLUSAO NOT EQUAL ZEROS
              COMPUTE WS-DIAS =
                      FUNCTION INTEGER-OF-DATE(PRS-DATA-CONVERSAO)
                    - FUNCTION INTEGER-OF-DATE(PRS-DATA-INCLUSAO)
              IF WS-DIAS LESS THAN ZEROS
                 MOVE ZEROS TO WS-DIAS
              END-IF
           END-IF
      *
           COMPUTE WS-IDX = PRS-COD-VEND + 1
           ADD 1       TO WS-VA-QTD(WS-IDX, WS-IDX-EST)
           ADD WS-DIAS TO WS-VA-DIAS(WS-IDX)
           ADD 1       TO WS-OA-QTD(WS-IDX-ORI, WS-IDX-EST)
           ADD WS-DIAS TO WS-OA-DIAS(WS-IDX-ORI)
           ADD 1       TO WS-TA-QTD(WS-IDX-EST)
           ADD WS-DIAS TO WS-TA-DIAS
           IF PRS-ABERTO
              ADD PRS-VALOR-PREVISTO TO WS-VA-VALOR(WS-IDX)
              ADD PRS-VALOR-PREVISTO TO WS-OA-VALOR(WS-IDX-ORI)
              ADD PRS-VALOR-PREVISTO TO WS-TA-VALOR
           END-IF.

      *-----------------------------------*
      *    BLOCO POR VENDEDOR, EM ORDEM DE CODIGO, COM A LINHA SEM
      *    VENDEDOR NO FIM E O TOTAL GERAL.
      *-----------------------------------*
      *
       200-BLOCO-VENDEDOR SECTION.
      *
           WRITE FUNIL-REG FROM WS-TIT-VEND
           WRITE FUNIL-REG FROM WS-CAB
      *
           OPEN INPUT ARQ-VENDEDOR
           PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 1000
              MOVE WS-VEND-ACUM(WS-IDX) TO WS-LINHA-ACUM
              PERFORM 400-TOTALIZA-LINHA
              IF WS-LA-TOTAL GREATER THAN ZEROS
                 COMPUTE COD-VEND = WS-IDX - 1
                 MOVE COD-VEND TO WS-DET-CODIGO
                 MOVE SPACES   TO WS-DET-NOME
                 READ ARQ-VENDEDOR RECORD
                   KEY IS COD-VEND
                 IF FSTATUS-VEND EQUAL "00"
                    MOVE NOME-VENDEDOR TO WS-DET-NOME
                 END-IF
                 PERFORM 410-GRAVA-LINHA
              END-IF
           END-PERFORM
           CLOSE ARQ-VENDEDOR
      *
           MOVE WS-VEND-ACUM(1) TO WS-LINHA-ACUM
           PERFORM 400-TOTALIZA-LINHA
           IF WS-LA-TOTAL GREATER THAN ZEROS
              MOVE "000"          TO WS-DET-CODIGO
              MOVE "SEM VENDEDOR" TO WS-DET-NOME
              PERFORM 410-GRAVA-LINHA
           END-IF
      *
           PERFORM 420-LINHA-TOTAL.

      *-----------------------------------*
      *    BLOCO POR ORIGEM DO CONTATO E TOTAL GERAL.
      *-----------------------------------*
      *
       300-BLOCO-ORIGEM SECTION.
      *
           WRITE FUNIL-REG FROM WS-TIT-ORIG
           WRITE FUNIL-REG FROM WS-CAB
      *
           PERFORM VARYING WS-IDX-ORI FROM 1 BY 1 UNTIL WS-IDX-ORI > 5
              MOVE WS-ORIG-ACUM(WS-IDX-ORI) TO WS-LINHA-ACUM
              PERFORM 400-TOTALIZA-LINHA
              MOVE WS-ORIGEM-COD(WS-IDX-ORI)  TO WS-DET-CODIGO
              MOVE WS-ORIGEM-NOME(WS-IDX-ORI) TO WS-DET-NOME
              PERFORM 410-GRAVA-LINHA
           END-PERFORM
      *
           PERFORM 420-LINHA-TOTAL.

      *-----------------------------------*
      *    TOTAL, TAXA DE CONVERSAO (CONVERTIDOS SOBRE O TOTAL) E
      *    MEDIA DE DIAS ATE A CONVERSAO DA LINHA EM FORMATACAO.
      *-----------------------------------*
      *
       400-TOTALIZA-LINHA SECTION.
      *
           COMPUTE WS-LA-TOTAL = WS-LA-QTD(1) + WS-LA-QTD(2)
                               + WS-LA-QTD(3) + WS-LA-QTD(4)
                               + WS-LA-QTD(5) + WS-LA-QTD(6)
           MOVE ZEROS TO WS-LA-PERC
           MOVE ZEROS TO WS-LA-MEDIA
           IF WS-LA-TOTAL GREATER THAN ZEROS
              COMPUTE WS-LA-PERC ROUNDED =
                      WS-LA-QTD(5) * 100 / WS-LA-TOTAL
           END-IF
           IF WS-LA-QTD(5) GREATER THAN ZEROS
              COMPUTE WS-LA-MEDIA ROUNDED =
                      WS-LA-DIAS / WS-LA-QTD(5)
           END-IF.

      *-----------------------------------*
      *
       410-GRAVA-LINHA SECTION.
      *
           MOVE WS-LA-QTD(1) TO WS-DET-NOVO
           MOVE WS-LA-QTD(2) TO WS-DET-QUALIF
           MOVE WS-LA-QTD(3) TO WS-DET-PROPOSTA
           MOVE WS-LA-QTD(4) TO WS-DET-NEGOC
           MOVE WS-LA-QTD(5) TO WS-DET-CONVERT
           MOVE WS-LA-QTD(6) TO WS-DET-PERDIDO
           MOVE WS-LA-TOTAL  TO WS-DET-TOTAL
           MOVE WS-LA-PERC   TO WS-DET-PERC
           MOVE WS-LA-VALOR  TO WS-DET-VALOR
           MOVE WS-LA-MEDIA  TO WS-DET-MEDIA
           WRITE FUNIL-REG FROM WS-DET.

      *-----------------------------------*
      *
       420-LINHA-TOTAL SECTION.
      *
           MOVE WS-TOTAL-ACUM TO WS-LINHA-ACUM
           PERFORM 400-TOTALIZA-LINHA
           MOVE SPACES        TO WS-DET-CODIGO
           MOVE "TOTAL GERAL" TO WS-DET-NOME
           PERFORM 410-GRAVA-LINHA.
      *
       END PROGRAM RELFUNIL.
      *-----------------------------------*
