      *-----------------------------------*
      *    FOTOGRAFIA DIARIA DOS INDICADORES DO PAINEL GERENCIAL:
      *    CONTA CLIENTES E VENDEDORES ATIVOS/INATIVOS, OS CLIENTES
      *    COM ATRIBUICAO CORRENTE NO DISTATUAL (O REGISTRO MAIS
      *    NOVO DE CADA CLIENTE ENTRE TODAS AS EXECUCOES, COM A
      *    DISTANCIA MEDIA DA ATRIBUICAO), OS
      *    CLIENTES QUE FICARAM SEM VENDEDOR NA RODADA E A SITUACAO
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ATR.
           SELECT ARQ-SEMVEND   ASSIGN TO WS-NOME-SEMVEND
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-SEMVEND.
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-SEMVEND.
       01  SEMVEND-REG PIC X(100).
      *-----------------------------------*
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-VEND            PIC X(002) VALUE "00".
       77  FSTATUS-ATR             PIC X(002) VALUE "00".
       77  FS-SEMVEND              PIC X(002) VALUE "00".
       77  FSTATUS-CKP             PIC X(002) VALUE "00".
       77  FSTATUS-SNAP            PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77  WS-CLI-ATIVOS           PIC 9(007) VALUE ZEROS.
       77  WS-CLI-INATIVOS         PIC 9(007) VALUE ZEROS.
       77  WS-VEND-ATIVOS          PIC 9(004) VALUE ZEROS.
       77  WS-SOMA-DIST            PIC 9(012)V9(002) VALUE ZEROS.
       77  WS-DIST-MEDIA           PIC 9(006)V9(002) VALUE ZEROS.
       77  WS-CKP-SITUACAO         PIC X(001) VALUE "S".
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-SNAP.
           EXIT.

      *-----------------------------------*
      *    UMA PASSADA NA ATRIBUICAO ATUAL (DISTATUAL), QUE JA TEM UM
      *    REGISTRO POR CLIENTE - O MAIS NOVO ENTRE TODAS AS
      *    EXECUCOES, INCLUSIVE AS RODADAS POR FILIAL (REGRA DO
      *    CADPED) - ACUMULANDO A DISTANCIA PARA A MEDIA.
      *-----------------------------------*
      *
       300-ULTIMA-DISTRIBUICAO SECTION.
      *
           OPEN INPUT ARQ-ATUAL
           IF FSTATUS-ATR NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              GO TO 300-FIM
           END-IF
      *
           READ ARQ-ATUAL NEXT RECORD
           PERFORM UNTIL FSTATUS-ATR NOT EQUAL "00"
              ADD 1             TO WS-QTD-ATRIBUIDOS
              ADD ATR-DISTANCIA TO WS-SOMA-DIST
              READ ARQ-ATUAL NEXT RECORD
           END-PERFORM
           CLOSE ARQ-ATUAL
      *
           IF WS-QTD-ATRIBUIDOS GREATER THAN ZEROS
              COMPUTE WS-DIST-MEDIA ROUNDED =
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    SOMA OS CLIENTES SEM VENDEDOR DO ARQUIVO NACIONAL E DOS
      *    ARQUIVOS POR FILIAL (SUFIXO _FNN), DESCONTANDO O
