       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RECATUAL.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    RECONSTRUCAO DA ATRIBUICAO ATUAL (DISTATUAL) A PARTIR DO
      *    HISTORICO DE DISTRIBUICAO (DISTHIST): PARA CADA CLIENTE
      *    FICA O REGISTRO MAIS NOVO DO HISTORICO (MAIOR DATA+HORA DE
      *    EXECUCAO; NO EMPATE, O ULTIMO GRAVADO), A MESMA REGRA
      *    USADA PELO FAZDISTRIB, REDISTVEND E FUSAOCLI AO MANTER O
      *    ARQUIVO. USADO NA IMPLANTACAO DO DISTATUAL OU QUANDO ELE
      *    SE PERDER OU DIVERGIR DO HISTORICO.
      *    MODO "T" RECRIA O DISTATUAL DO ZERO; NOS DEMAIS MODOS O
      *    HISTORICO E APLICADO SOBRE O ARQUIVO EXISTENTE, O QUE
      *    PRESERVA OS CLIENTES CUJO HISTORICO INTEIRO JA FOI
      *    EXPURGADO PELO HOUSEKEEP (ESTES SO EXISTEM NO DISTATUAL E
      *    NOS ARQUIVOS ARCDISTHIST).
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FSTATUS-HIST.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ATUAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTHIST'.
       COPY "DISTHIST.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-HIST            PIC X(002) VALUE "00".
       77  FS-ATUAL                PIC X(002) VALUE "00".
       77  WS-QTD-LIDOS            PIC 9(009) VALUE ZEROS.
       77  WS-QTD-CLIENTES         PIC 9(007) VALUE ZEROS.
       77  WS-QTD-CLI-ED           PIC ZZZZZZ9 VALUE ZEROS.
       77  WS-QTD-LIDOS-ED         PIC ZZZZZZZZ9 VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-RECATUAL.
      *    "T" = RECRIA DO ZERO; OUTRO = APLICA SOBRE O EXISTENTE
           03  RECATUAL-MODO       PIC X(001) VALUE SPACES.
           03  RECATUAL-MSG        PIC X(040) VALUE SPACES.
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-RECATUAL.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE ZEROS TO WS-QTD-LIDOS
           MOVE ZEROS TO WS-QTD-CLIENTES
      *
           OPEN INPUT ARQ-HISTORICO
           IF FSTATUS-HIST NOT EQUAL "00"
              CLOSE ARQ-HISTORICO
              MOVE "RECATUAL: HISTORICO DISTHIST NAO ENCONTRADO"
                TO RECATUAL-MSG
              GOBACK
           END-IF
      *
           IF RECATUAL-MODO EQUAL "T" OR "t"
              OPEN OUTPUT ARQ-ATUAL
              CLOSE ARQ-ATUAL
           END-IF
      *
           OPEN I-O ARQ-ATUAL
           IF FS-ATUAL EQUAL "35"
              OPEN OUTPUT ARQ-ATUAL
              CLOSE ARQ-ATUAL
              OPEN I-O ARQ-ATUAL
           END-IF
      *
           READ ARQ-HISTORICO
      *
           PERFORM UNTIL FSTATUS-HIST NOT EQUAL "00"
              ADD 1 TO WS-QTD-LIDOS
              PERFORM 100-APLICA-REGISTRO
              READ ARQ-HISTORICO
           END-PERFORM
      *
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-ATUAL
      *
           MOVE WS-QTD-LIDOS    TO WS-QTD-LIDOS-ED
           MOVE WS-QTD-CLIENTES TO WS-QTD-CLI-ED
           DISPLAY "RECATUAL: " WS-QTD-LIDOS-ED " REGISTRO(S) DO "
                   "HISTORICO LIDO(S)"
           MOVE SPACES TO RECATUAL-MSG
           STRING "RECATUAL: "
                  WS-QTD-CLI-ED
                  " CLIENTE(S) INCLUIDO(S)"
             INTO RECATUAL-MSG
      *
           GOBACK.

      *-----------------------------------*
      *    O REGISTRO DO HISTORICO SUBSTITUI O DO CLIENTE QUANDO A
      *    EXECUCAO DELE FOR A MESMA OU MAIS NOVA: COMO O HISTORICO E
      *    LIDO NA ORDEM DE GRAVACAO, NO EMPATE FICA O ULTIMO.
      *-----------------------------------*
      *
       100-APLICA-REGISTRO SECTION.
      *
           MOVE HIST-COD-CLI TO ATR-COD-CLI
           READ ARQ-ATUAL
           IF FS-ATUAL EQUAL "00"
              IF ATR-DATA-EXEC GREATER THAN HIST-DATA-EXEC
                 OR (ATR-DATA-EXEC EQUAL HIST-DATA-EXEC
                     AND ATR-HORA-EXEC GREATER THAN HIST-HORA-EXEC)
                 GO TO 100-FIM
              END-IF
           END-IF
      *
           MOVE HIST-COD-VEND               TO ATR-COD-VEND
           MOVE HIST-COD-VEND-SEC           TO ATR-COD-VEND-SEC
           MOVE HIST-DISTANCIA              TO ATR-DISTANCIA
           MOVE HIST-ORIGEM                 TO ATR-ORIGEM
           MOVE HIST-DATA-EXEC              TO ATR-DATA-EXEC
           MOVE HIST-HORA-EXEC              TO ATR-HORA-EXEC
      *
           IF FS-ATUAL EQUAL "00"
              REWRITE ARQ-ATR-REG
           ELSE
              WRITE ARQ-ATR-REG
              IF FS-ATUAL EQUAL "00"
                 ADD 1 TO WS-QTD-CLIENTES
              END-IF
           END-IF.
      *
       100-FIM.
           EXIT.
      *
       END PROGRAM RECATUAL.
      *-----------------------------------*
