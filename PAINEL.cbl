                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
           SELECT ARQ-SEMVEND   ASSIGN TO "SEMVENDEDOR.CSV"
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
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  FS-SEMVEND              PIC X(002) VALUE "00".
       77  FSTATUS-CKP             PIC X(002) VALUE "00".
       77  WS-CONFIRMA             PIC X      VALUE SPACES.
       77  WS-CLI-ATIVOS           PIC 9(007) VALUE ZEROS.
      *    FILTRO OPCIONAL DE FILIAL (ZERO = TODAS), PERGUNTADO NA
      *    ABERTURA: AS CONTAGENS DE CLIENTES E VENDEDORES PASSAM A
      *    OLHAR SO A FILIAL ESCOLHIDA. OS NUMEROS DA ULTIMA
      *    DISTRIBUICAO SEGUEM GERAIS (O DISTATUAL NAO CARREGA
      *    FILIAL).
      *-----------------------------------*
       77  WS-FILTRO-FILIAL        PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
       01  WS-EXEC-ULT.
           03 WS-ULT-DATA          PIC 9(008) VALUE ZEROS.
           03 WS-ULT-HORA          PIC 9(006) VALUE ZEROS.
           EXIT.

      *-----------------------------------*
      *    UMA PASSADA NA ATRIBUICAO ATUAL (DISTATUAL): CADA
      *    REGISTRO E UM CLIENTE COM O VENDEDOR DA EXECUCAO MAIS
      *    NOVA DELE, DE MODO QUE AS RODADAS POR FILIAL, QUE GRAVAM
      *    EXECUCOES DIFERENTES NA MESMA NOITE, SE SOMAM EM VEZ DE
      *    SE APAGAREM. A MAIOR EXECUCAO E A DATA/HORA EXIBIDA NO
      *    PAINEL.
      *-----------------------------------*
      *
       300-ULTIMA-DISTRIBUICAO SECTION.
      *
           MOVE ZEROS TO WS-EXEC-ULT-N
      *
           OPEN INPUT ARQ-ATUAL
           IF FS-ATUAL NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              GO TO 300-FIM
           END-IF
      *
           READ ARQ-ATUAL NEXT RECORD
           PERFORM UNTIL FS-ATUAL NOT EQUAL "00"
              ADD 1 TO WS-QTD-ULT-EXEC
              IF ATR-EXEC-N GREATER THAN WS-EXEC-ULT-N
                 MOVE ATR-EXEC-N TO WS-EXEC-ULT-N
              END-IF
              READ ARQ-ATUAL NEXT RECORD
           END-PERFORM
           CLOSE ARQ-ATUAL.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    O SEMVENDEDOR.CSV E REGRAVADO A CADA DISTRIBUICAO, ENTAO
      *    A CONTAGEM (MENOS O CABECALHO) REFLETE A ULTIMA RODADA.
