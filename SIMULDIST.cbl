      *    CENARIO COM SOBREPOSICOES SOBRE O QUADRO DE VENDEDORES
      *    (A=ADICIONAR COM COORDENADA, E=EXCLUIR, R=REALOCAR),
      *    RODA A ATRIBUICAO POR MENOR DISTANCIA CONTRA O BOOKCLI
      *    INTEIRO SEM TOCAR DISTRIB.CSV, CLIVEND.IFC, DISTHIST,
      *    DISTATUAL OU CHECKPOINT, E COMPARA EM SIMULDIST.CSV A
      *    QUANTIDADE DE CLIENTES E A DISTANCIA MEDIA POR VENDEDOR
      *    COM A ULTIMA DISTRIBUICAO COMMITADA (ATRIBUICAO ATUAL DO
      *    DISTATUAL).
      *    LAYOUT DO CENARIO (LINHA FIXA):
      *    ACAO(1) + COD-VEND(3) + NOME(40) + SINAL-LAT(1) +
      *    LAT(11) + SINAL-LON(1) + LON(11)
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-CENARIO   ASSIGN TO WS-CENARIO-LABEL
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-CENARIO.
           SELECT SIMUL-REL     ASSIGN TO "SIMULDIST.CSV"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-CENARIO
           RECORD CONTAINS 80
      *-----------------------------------*
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  FS-CENARIO              PIC X(002) VALUE "00".
       77  WS-CENARIO-LABEL        PIC X(020) VALUE SPACES.
       77  WS-QTD-VEND             PIC 9(004) VALUE ZEROS.
       77  WS-IDX-VEND             PIC 9(004) VALUE ZEROS.
              05 WS-VEND-QTD-CLI   PIC 9(007).
              05 WS-VEND-SOMA-DIST PIC 9(009)V9(002).
      *-----------------------------------*
      *    DISTRIBUICAO COMMITADA CORRENTE (ATRIBUICAO ATUAL DO
      *    DISTATUAL), TOTALIZADA POR CODIGO DE VENDEDOR.
      *-----------------------------------*
       01  WS-ATU-TAB.
           03 WS-ATU-ITEM OCCURS 999 TIMES.
              05 WS-ATU-QTD        PIC 9(007).
              05 WS-ATU-SOMA       PIC 9(009)V9(002).
      *-----------------------------------*
       01  WS-CALC-DISTANCIA.
           03 WS-LAT1-RAD          USAGE FLOAT-LONG.

      *-----------------------------------*
      *    TOTALIZA A DISTRIBUICAO COMMITADA CORRENTE POR CODIGO DE
      *    VENDEDOR: UMA PASSADA NO DISTATUAL, QUE JA GUARDA SO O
      *    REGISTRO MAIS NOVO DE CADA CLIENTE ENTRE TODAS AS
      *    EXECUCOES, INCLUSIVE AS RODADAS POR FILIAL.
      *-----------------------------------*
      *
       400-TOTALIZA-ATUAL SECTION.
      *
           INITIALIZE WS-ATU-TAB
      *
           OPEN INPUT ARQ-ATUAL
           IF FS-ATUAL NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              GO TO 400-FIM
           END-IF
      *
           READ ARQ-ATUAL NEXT RECORD
           PERFORM UNTIL FS-ATUAL NOT EQUAL "00"
              IF ATR-COD-VEND GREATER THAN ZEROS
                 ADD 1 TO WS-ATU-QTD(ATR-COD-VEND)
                 ADD ATR-DISTANCIA TO WS-ATU-SOMA(ATR-COD-VEND)
              END-IF
              READ ARQ-ATUAL NEXT RECORD
           END-PERFORM
           CLOSE ARQ-ATUAL.
      *
       400-FIM.
           EXIT.

      *-----------------------------------*
      *    UMA LINHA POR VENDEDOR PRESENTE EM QUALQUER UM DOS DOIS
      *    QUADROS (ATUAL OU SIMULADO), COM AS MEDIAS E A DIFERENCA
