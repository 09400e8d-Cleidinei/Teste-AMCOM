       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RELPERDA.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    RELATORIO DE FATURAS BAIXADAS COMO PERDA (BAIXAPER).
      *    PERDAS.CSV TRAZ UMA LINHA POR FATURA COM STATUS P, COM O
      *    CLIENTE, O VENDEDOR, AS DATAS DE EMISSAO, VENCIMENTO E
      *    BAIXA, O MOTIVO, O VALOR PERDIDO E O ESTORNO DE COMISSAO
      *    GERADO NO ESTORNOS (E O MES DO FECHACOM QUE O DESCONTOU),
      *    COM O TOTAL GERAL NO RODAPE.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURA    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FAT.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-ESTORNO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ECM-NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ECM.
           SELECT PERDAS-REL    ASSIGN TO "PERDAS.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FATURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FATURAS'.
       COPY "BOOKFAT.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-ESTORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ESTORNOS'.
       COPY "BOOKECM.CPY".
      *
       FD  PERDAS-REL.
       01  PERDAS-REG PIC X(200).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-FAT             PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-ECM             PIC X(002) VALUE "00".
       77  WS-QTD-PERDAS           PIC 9(007) VALUE ZEROS.
       77  WS-QTD-PERDAS-ED        PIC ZZZZZZ9.
       77  WS-TOT-PERDA            PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-ESTORNO          PIC 9(011)V9(002) VALUE ZEROS.
       01  WS-CLI-ARQ-SW           PIC X(001) VALUE "N".
           88 WS-CLI-DISPONIVEL               VALUE "S".
           88 WS-CLI-INDISPONIVEL             VALUE "N".
       01  WS-ECM-ARQ-SW           PIC X(001) VALUE "N".
           88 WS-ECM-DISPONIVEL               VALUE "S".
           88 WS-ECM-INDISPONIVEL             VALUE "N".
      *-----------------------------------*
       01  WS-CAB                  PIC X(200) VALUE
           "FATURA;PEDIDO;CLIENTE;RAZAO SOCIAL;VENDEDOR;EMISSAO;VENCIME
      -    "NTO;DATA PERDA;MOTIVO;OPERADOR;VALOR PERDIDO;ESTORNO COMISSA
      -    "O;MES DESCONTO".
       01  WS-DET.
           03 WS-DET-FATURA        PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-PEDIDO        PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-COD-CLI       PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-RAZAO         PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-COD-VEND      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-EMISSAO       PIC 9(008)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-VENCIMENTO    PIC 9(008)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-DATA-PERDA    PIC 9(008)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-MOTIVO        PIC X(002)        VALUE SPACES.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-OPERADOR      PIC 9(003)        VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-VALOR-PERDA   PIC ZZZZZZ9,99    VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-ESTORNO       PIC ZZZZZZ9,99    VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-DET-MES-DESCONTO  PIC 9(006)        VALUE ZEROS.
       01  WS-RODAPE.
           03 FILLER               PIC X(013)        VALUE
              "TOTAL GERAL (".
           03 WS-ROD-QTD           PIC ZZZZZZ9       VALUE ZEROS.
           03 FILLER               PIC X(019)        VALUE
              " FATURAS);;;;;;;;;;".
           03 WS-ROD-VALOR-PERDA   PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           03 FILLER               PIC X             VALUE ";".
           03 WS-ROD-ESTORNO       PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RELPERDA.
           03  RELPERDA-MSG        PIC X(040) VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RELPERDA.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           OPEN INPUT ARQ-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              CLOSE ARQ-FATURA
              MOVE "RELPERDA: ARQUIVO DE FATURAS NAO ENCONTRADO"
                TO RELPERDA-MSG
              GOBACK
           END-IF
      *
           SET WS-CLI-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-CLIENTE
           IF FSTATUS-CLI EQUAL "00"
              SET WS-CLI-DISPONIVEL TO TRUE
           END-IF
      *
           SET WS-ECM-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-ESTORNO
           IF FSTATUS-ECM EQUAL "00"
              SET WS-ECM-DISPONIVEL TO TRUE
           END-IF
      *
           OPEN OUTPUT PERDAS-REL
           WRITE PERDAS-REG FROM WS-CAB
      *
           READ ARQ-FATURA NEXT RECORD
      *
           PERFORM UNTIL FSTATUS-FAT NOT EQUAL "00"
              IF FAT-PERDA
                 PERFORM 100-GRAVA-LINHA
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM
      *
           MOVE WS-QTD-PERDAS  TO WS-ROD-QTD
           MOVE WS-TOT-PERDA   TO WS-ROD-VALOR-PERDA
           MOVE WS-TOT-ESTORNO TO WS-ROD-ESTORNO
           WRITE PERDAS-REG FROM WS-RODAPE
      *
           CLOSE PERDAS-REL
           CLOSE ARQ-FATURA
           IF WS-CLI-DISPONIVEL
              CLOSE ARQ-CLIENTE
           END-IF
           IF WS-ECM-DISPONIVEL
              CLOSE ARQ-ESTORNO
           END-IF
      *
           MOVE WS-QTD-PERDAS TO WS-QTD-PERDAS-ED
           MOVE SPACES TO RELPERDA-MSG
           STRING "PERDAS GERADO - FATURAS: "
                  WS-QTD-PERDAS-ED
             DELIMITED BY SIZE INTO RELPERDA-MSG
      *
           GOBACK.

      *-----------------------------------*
      *
       100-GRAVA-LINHA SECTION.
      *
           MOVE SPACES TO WS-DET-RAZAO
           IF WS-CLI-DISPONIVEL
              MOVE FAT-COD-CLI TO COD-CLI
              READ ARQ-CLIENTE RECORD
                KEY IS COD-CLI
              IF FSTATUS-CLI EQUAL "00"
                 MOVE RAZAO-SOCIAL TO WS-DET-RAZAO
              END-IF
           END-IF
      *
           MOVE ZEROS TO WS-DET-ESTORNO
           MOVE ZEROS TO WS-DET-MES-DESCONTO
           IF WS-ECM-DISPONIVEL
              MOVE NUM-FATURA TO ECM-NUM-FATURA
              READ ARQ-ESTORNO RECORD
                KEY IS ECM-NUM-FATURA
              IF FSTATUS-ECM EQUAL "00"
                 MOVE ECM-VALOR-ESTORNO    TO WS-DET-ESTORNO
                 MOVE ECM-ANO-MES-DESCONTO TO WS-DET-MES-DESCONTO
                 ADD ECM-VALOR-ESTORNO     TO WS-TOT-ESTORNO
              END-IF
           END-IF
      *
           MOVE NUM-FATURA          TO WS-DET-FATURA
           MOVE FAT-NUM-PEDIDO      TO WS-DET-PEDIDO
           MOVE FAT-COD-CLI         TO WS-DET-COD-CLI
           MOVE FAT-COD-VEND        TO WS-DET-COD-VEND
           MOVE FAT-DATA-EMISSAO    TO WS-DET-EMISSAO
           MOVE FAT-DATA-VENCIMENTO TO WS-DET-VENCIMENTO
           MOVE FAT-PERDA-DATA      TO WS-DET-DATA-PERDA
           MOVE FAT-PERDA-MOTIVO    TO WS-DET-MOTIVO
           MOVE FAT-PERDA-OPERADOR  TO WS-DET-OPERADOR
           MOVE FAT-PERDA-VALOR     TO WS-DET-VALOR-PERDA
      *
           ADD FAT-PERDA-VALOR TO WS-TOT-PERDA
           ADD 1 TO WS-QTD-PERDAS
      *
           WRITE PERDAS-REG FROM WS-DET.
      *
       END PROGRAM RELPERDA.
      *-----------------------------------*
