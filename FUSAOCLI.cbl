      *    SOBREVIVENTE E O CODIGO ABSORVIDO. O PROGRAMA REAPONTA
      *    TODAS AS REFERENCIAS DO ABSORVIDO PARA O SOBREVIVENTE -
      *    PEDIDOS (COD-CLI-PED), HISTORICO DE DISTRIBUICAO
      *    (HIST-COD-CLI), ATRIBUICAO ATUAL (DISTATUAL) E FIXACAO
      *    COMERCIAL (FIX-COD-CLI) - MARCA
      *    O ABSORVIDO COMO INATIVO COM O PONTEIRO COD-CLI-SUCESSOR
      *    E REGISTRA A OPERACAO INTEIRA NA TRILHA AUDCLI.TXT, NO
      *    MESMO FORMATO DAS TELAS DO CADCLI. POR FIM OS PEDIDOS EM
      *    ABERTO DO SOBREVIVENTE QUE ESTAO COM OUTRO VENDEDOR PASSAM
      *    PELO TRANSPED.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
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
           SELECT ARQ-FIXACAO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTHIST'.
       COPY "DISTHIST.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-FIXACAO
           LABEL RECORD IS STANDARD
       77 FSTATUS-PED             PIC X(002) VALUE "00".
       77 FSTATUS-HIST            PIC X(002) VALUE "00".
       77 FS-FIXACAO              PIC X(002) VALUE "00".
       77 FS-ATUAL                PIC X(002) VALUE "00".
       77 FS-AUDIT-CLI            PIC X(002) VALUE "00".
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-QTD-FIX              PIC 9(001) VALUE ZEROS.
       77 WS-FIX-VEND             PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    REGISTRO MAIS NOVO DO SOBREVIVENTE NO HISTORICO JA
      *    REAPONTADO (NO EMPATE, O ULTIMO GRAVADO), QUE PASSA A SER A
      *    ATRIBUICAO ATUAL DELE.
      *-----------------------------------*
       01 WS-ATR-NOVO-SW          PIC X(001) VALUE "N".
          88 WS-ATR-NOVO-ACHADO              VALUE "S".
       01 WS-ATR-NOVO.
          03 WS-ATR-NOVO-VEND     PIC 9(003)  VALUE ZEROS.
          03 WS-ATR-NOVO-SEC      PIC 9(003)  VALUE ZEROS.
          03 WS-ATR-NOVO-DIST     PIC 9(006)V9(002) VALUE ZEROS.
          03 WS-ATR-NOVO-ORIGEM   PIC X(001)  VALUE SPACES.
          03 WS-ATR-NOVO-EXEC.
             05 WS-ATR-NOVO-DATA  PIC 9(008)  VALUE ZEROS.
             05 WS-ATR-NOVO-HORA  PIC 9(006)  VALUE ZEROS.
          03 WS-ATR-NOVO-EXEC-N REDEFINES WS-ATR-NOVO-EXEC
                                  PIC 9(014).
       01 WS-HIST-EXEC.
          03 WS-HIST-DATA         PIC 9(008)  VALUE ZEROS.
          03 WS-HIST-HORA         PIC 9(006)  VALUE ZEROS.
       01 WS-HIST-EXEC-N REDEFINES WS-HIST-EXEC PIC 9(014).
      *-----------------------------------*
      *    IMAGEM POSTERIOR DE CADA GRAVACAO ENVIADA AO JORNAL
      *    JRNMASTER (SUBPROGRAMA GRVJRNL), PARA A RECUPERACAO POR
      *    ROLL-FORWARD DO RECMASTER.
          03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
          03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *-----------------------------------*
      *    PEDIDOS EM ABERTO DO SOBREVIVENTE (INCLUSIVE OS VINDOS DO
      *    ABSORVIDO) COM VENDEDOR DIFERENTE DO ATUAL DELE
      *    (SUBPROGRAMA TRANSPED)
      *-----------------------------------*
       01 PARAMETROS-TRANSPED.
          03 WS-TRANSP-COD-CLI     PIC 9(007) VALUE ZEROS.
          03 WS-TRANSP-COD-VEND    PIC 9(003) VALUE ZEROS.
          03 WS-TRANSP-POLITICA    PIC X(001) VALUE SPACES.
          03 WS-TRANSP-ORIGEM      PIC X(010) VALUE SPACES.
          03 WS-TRANSP-OPERADOR    PIC 9(003) VALUE ZEROS.
          03 WS-TRANSP-MSG         PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    TRILHA DE AUDITORIA NO MESMO FORMATO GRAVADO PELO CADCLI
      *-----------------------------------*
       01 WS-AUD-LINHA.
      *
           PERFORM 200-REAPONTA-PEDIDOS
           PERFORM 300-REAPONTA-HISTORICO
           PERFORM 350-REAPONTA-ATUAL
           PERFORM 400-REAPONTA-FIXACAO
           PERFORM 500-INATIVA-ABSORVIDO
           PERFORM 600-GRAVA-AUDITORIA
           PERFORM 650-TRANSFERE-PEDIDOS
      *
           MOVE SPACES TO WS-MSG
           STRING "FUSAO OK - PED: " WS-QTD-PEDIDOS(3:5)
                  " HIST: "          WS-QTD-HIST(3:5)
                  " FIX: "           WS-QTD-FIX
             INTO WS-MSG
           IF WS-TRANSP-MSG(1:16) NOT EQUAL "TRANSPED: TRANSF"
              MOVE WS-TRANSP-MSG TO WS-MSG
           END-IF
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 990-REPETE-OU-SAI.

              IF COD-CLI-PED EQUAL WS-COD-ABSORVIDO
                 MOVE WS-COD-SOBREVIVE TO COD-CLI-PED
                 REWRITE ARQ-PED-REG
                 IF FSTATUS-PED EQUAL "00" OR "02"
                    ADD 1 TO WS-QTD-PEDIDOS
                    PERFORM 250-GRAVA-JORNAL-PED
                 END-IF
      *-----------------------------------*
      *    O HISTORICO E SEQUENCIAL: A REGRAVACAO E FEITA REGISTRO A
      *    REGISTRO NO PROPRIO LUGAR (MESMO TAMANHO DE REGISTRO).
      *    NA MESMA PASSADA GUARDA O REGISTRO MAIS NOVO DO
      *    SOBREVIVENTE, JA SOMANDO OS QUE VIERAM DO ABSORVIDO.
      *-----------------------------------*
      *
       300-REAPONTA-HISTORICO SECTION.
      *
           MOVE ZEROS TO WS-QTD-HIST
           MOVE "N"   TO WS-ATR-NOVO-SW
           MOVE ZEROS TO WS-ATR-NOVO-EXEC-N
      *
           OPEN I-O ARQ-HISTORICO
           IF FSTATUS-HIST NOT EQUAL "00"
                    ADD 1 TO WS-QTD-HIST
                 END-IF
              END-IF
              IF HIST-COD-CLI EQUAL WS-COD-SOBREVIVE
                 MOVE HIST-DATA-EXEC TO WS-HIST-DATA
                 MOVE HIST-HORA-EXEC TO WS-HIST-HORA
                 IF WS-HIST-EXEC-N NOT LESS THAN WS-ATR-NOVO-EXEC-N
                    SET WS-ATR-NOVO-ACHADO TO TRUE
                    MOVE HIST-COD-VEND     TO WS-ATR-NOVO-VEND
                    MOVE HIST-COD-VEND-SEC TO WS-ATR-NOVO-SEC
                    MOVE HIST-DISTANCIA    TO WS-ATR-NOVO-DIST
                    MOVE HIST-ORIGEM       TO WS-ATR-NOVO-ORIGEM
                    MOVE WS-HIST-EXEC-N    TO WS-ATR-NOVO-EXEC-N
                 END-IF
              END-IF
              READ ARQ-HISTORICO
           END-PERFORM
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    A ATRIBUICAO ATUAL DO ABSORVIDO E APAGADA E A DO
      *    SOBREVIVENTE PASSA A SER O SEU REGISTRO MAIS NOVO NO
      *    HISTORICO REAPONTADO (QUE PODE TER VINDO DO ABSORVIDO).
      *-----------------------------------*
      *
       350-REAPONTA-ATUAL SECTION.
      *
           OPEN I-O ARQ-ATUAL
           IF FS-ATUAL NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              GO TO 350-FIM
           END-IF
      *
           MOVE WS-COD-ABSORVIDO TO ATR-COD-CLI
           READ ARQ-ATUAL RECORD
             KEY IS ATR-COD-CLI
           IF FS-ATUAL EQUAL "00"
              DELETE ARQ-ATUAL RECORD
           END-IF
      *
           IF WS-ATR-NOVO-ACHADO
              MOVE WS-COD-SOBREVIVE TO ATR-COD-CLI
              READ ARQ-ATUAL RECORD
                KEY IS ATR-COD-CLI
              MOVE WS-ATR-NOVO-VEND   TO ATR-COD-VEND
              MOVE WS-ATR-NOVO-SEC    TO ATR-COD-VEND-SEC
              MOVE WS-ATR-NOVO-DIST   TO ATR-DISTANCIA
              MOVE WS-ATR-NOVO-ORIGEM TO ATR-ORIGEM
              MOVE WS-ATR-NOVO-DATA   TO ATR-DATA-EXEC
              MOVE WS-ATR-NOVO-HORA   TO ATR-HORA-EXEC
              IF FS-ATUAL EQUAL "00"
                 REWRITE ARQ-ATR-REG
              ELSE
                 WRITE ARQ-ATR-REG
              END-IF
           END-IF
      *
           CLOSE ARQ-ATUAL.
      *
       350-FIM.
           EXIT.

      *-----------------------------------*
      *    A FIXACAO DO ABSORVIDO E APAGADA E, SE O SOBREVIVENTE
      *    AINDA NAO TEM FIXACAO PROPRIA, PASSA PARA ELE.
           WRITE AUDIT-CLI-REG FROM WS-AUD-LINHA
           CLOSE AUDIT-CLI.

      *-----------------------------------*
      *    OS PEDIDOS REAPONTADOS CONTINUAM COM O VENDEDOR DO
      *    ABSORVIDO: TRANSFERIDOS OU MANTIDOS PELA POLITICA DO
      *    PARAMSIS (VER TRANSPED).
      *-----------------------------------*
      *
       650-TRANSFERE-PEDIDOS SECTION.
      *
           MOVE WS-COD-SOBREVIVE TO WS-TRANSP-COD-CLI
           MOVE ZEROS            TO WS-TRANSP-COD-VEND
           MOVE SPACES           TO WS-TRANSP-POLITICA
                                    WS-TRANSP-MSG
           MOVE "FUSAOCLI"       TO WS-TRANSP-ORIGEM
           MOVE OPER-COD-EXEC    TO WS-TRANSP-OPERADOR
      *
           CALL "TRANSPED" USING PARAMETROS-TRANSPED.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
