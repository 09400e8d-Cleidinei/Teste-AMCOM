       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LIBCRED.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    LIBERACAO DO BLOQUEIO DE CREDITO NA BAIXA: REAVALIA OS
      *    CLIENTES COM BLOQ-CRED-CLI LIGADO CONTRA OS LIMITES DO
      *    PARAMSIS (BLOQDIAS/BLOQVALR, OS MESMOS DO CARTACOB) E
      *    DESLIGA O BLOQUEIO DE QUEM JA NAO OS ATINGE, REGISTRANDO
      *    A LIBERACAO NO COBHIST. CHAMADO APOS AS BAIXAS PELO
      *    CADPAG (SO O CLIENTE DA FATURA BAIXADA) E PELO IMPPAG E
      *    RETCNAB (CODIGO ZERO = TODOS OS CLIENTES BLOQUEADOS), COM
      *    OS ARQUIVOS DO CHAMADOR JA FECHADOS. CLIENTES ALEM DA
      *    CAPACIDADE DA TABELA FICAM PARA A RODADA DO CARTACOB.
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
           SELECT ARQ-PAGTO     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
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
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-COBHIST   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CBH.
           SELECT ARQ-PARAMSIS  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAR-TIPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAR.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FATURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FATURAS'.
       COPY "BOOKFAT.CPY".
      *
       FD  ARQ-PAGTO
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
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-COBHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'COBHIST'.
       COPY "BOOKCBH.CPY".
      *
       FD  ARQ-PARAMSIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARAMSIS'.
       COPY "BOOKPAR.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-FAT             PIC X(002) VALUE "00".
       77 FSTATUS-PAG             PIC X(002) VALUE "00".
       77 FSTATUS-PARC            PIC X(002) VALUE "00".
       77 FSTATUS-CLI             PIC X(002) VALUE "00".
       77 FSTATUS-CBH             PIC X(002) VALUE "00".
       77 FSTATUS-PAR             PIC X(002) VALUE "00".
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77 WS-HOJE-INT             PIC 9(007) VALUE ZEROS.
       77 WS-VENC-INT             PIC 9(007) VALUE ZEROS.
       77 WS-DIAS-ATRASO          PIC S9(005) VALUE ZEROS.
       77 WS-VALOR-PAGO           PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-SALDO-FAT            PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-NUM-PARC             PIC 9(002) VALUE ZEROS.
       77 WS-VALOR-BASE           PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-VENC-BASE            PIC 9(008) VALUE ZEROS.
       77 WS-QTD-LIBER            PIC 9(005) VALUE ZEROS.
       77 WS-QTD-ERROS            PIC 9(005) VALUE ZEROS.
       01 WS-PAG-ARQ-SW           PIC X(001) VALUE "N".
          88 WS-PAG-DISPONIVEL               VALUE "S".
          88 WS-PAG-INDISPONIVEL             VALUE "N".
       01 WS-PARC-ARQ-SW          PIC X(001) VALUE "N".
          88 WS-PARC-DISPONIVEL              VALUE "S".
          88 WS-PARC-INDISPONIVEL            VALUE "N".
      *-----------------------------------*
      *    LIMITES DO BLOQUEIO (PARAMSIS). SEM BLOQDIAS NAO HA
      *    BLOQUEIO AUTOMATICO E TODO BLOQUEIO E LIBERADO.
      *-----------------------------------*
       77 WS-BLOQ-DIAS            PIC 9(005) VALUE ZEROS.
       77 WS-BLOQ-VALOR           PIC 9(007)V9(002) VALUE ZEROS.
       01 WS-BLOQ-SW              PIC X(001) VALUE "N".
          88 WS-BLOQ-ATIVO                   VALUE "S".
          88 WS-BLOQ-DESLIGADO               VALUE "N".
      *-----------------------------------*
      *    CLIENTES BLOQUEADOS EM REAVALIACAO, COM O ATRASO DE CADA
      *    UM APURADO NUMA UNICA LEITURA DAS FATURAS
      *-----------------------------------*
       01 WS-TAB-BLOQ.
          03 WS-QTD-BLOQ          PIC 9(003) VALUE ZEROS.
          03 WS-BLQ OCCURS 500 TIMES
                    INDEXED BY WS-IDX-BLQ.
             05 WS-BLQ-COD-CLI    PIC 9(007).
             05 WS-BLQ-QTD-VENC   PIC 9(003).
             05 WS-BLQ-MAIOR-DIAS PIC 9(005).
             05 WS-BLQ-VALOR-VENC PIC 9(009)V9(002).
             05 WS-BLQ-VALOR-BLOQ PIC 9(009)V9(002).
       01 WS-ACHOU-SW             PIC X(001) VALUE "N".
          88 WS-ACHOU-CLIENTE                VALUE "S".
          88 WS-NAO-ACHOU-CLIENTE            VALUE "N".
      *-----------------------------------*
      *    AREA DE CHAMADA DO GRAVADOR DE JOURNAL DE ALTERACOES
      *    JRNMASTER (SUBPROGRAMA GRVJRNL), PARA A RECUPERACAO POR
      *    REPROCESSAMENTO (RECMASTER)
      *-----------------------------------*
       01 PARAM-JRNL.
          03 WS-JRN-ARQUIVO        PIC X(012) VALUE SPACES.
          03 WS-JRN-OPERACAO       PIC X(001) VALUE SPACES.
          03 WS-JRN-CHAVE          PIC X(014) VALUE SPACES.
          03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
          03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *-----------------------------------*
       01 WS-MSG-FINAL.
          03 FILLER               PIC X(026) VALUE
             "BLOQUEIOS DE CREDITO LIB.:".
          03 WS-MSG-LIBER         PIC 9(005) VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-LIBCRED.
           03  LIBCRED-COD-CLI     PIC 9(007).
           03  LIBCRED-MSG         PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-LIBCRED.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO LIBCRED-MSG
           MOVE ZEROS  TO WS-QTD-LIBER
           MOVE ZEROS  TO WS-QTD-ERROS
           MOVE ZEROS  TO WS-QTD-BLOQ
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
           COMPUTE WS-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
      *
           OPEN I-O ARQ-CLIENTE
           IF FSTATUS-CLI NOT EQUAL "00"
              CLOSE ARQ-CLIENTE
              MOVE "LIBCRED: ERRO AO ABRIR CLIENTES" TO LIBCRED-MSG
              GOBACK
           END-IF
      *
           PERFORM 100-CARREGA-BLOQUEADOS
           IF WS-QTD-BLOQ EQUAL ZEROS
              CLOSE ARQ-CLIENTE
              GOBACK
           END-IF
      *
           PERFORM 920-LE-LIMITES-BLOQUEIO
           IF WS-BLOQ-ATIVO
              PERFORM 200-APURA-ATRASO
           END-IF
      *
           OPEN I-O ARQ-COBHIST
           IF FSTATUS-CBH EQUAL "35"
              CLOSE ARQ-COBHIST
              OPEN OUTPUT ARQ-COBHIST
              CLOSE ARQ-COBHIST
              OPEN I-O ARQ-COBHIST
           END-IF
      *
           PERFORM 300-LIBERA-CLIENTE
              VARYING WS-IDX-BLQ FROM 1 BY 1
              UNTIL WS-IDX-BLQ > WS-QTD-BLOQ
      *
           CLOSE ARQ-COBHIST
           CLOSE ARQ-CLIENTE
      *
           IF WS-QTD-ERROS GREATER THAN ZEROS
              MOVE "LIBCRED: ERRO AO GRAVAR CLIENTE/COBHIST"
                TO LIBCRED-MSG
           ELSE
              MOVE WS-QTD-LIBER TO WS-MSG-LIBER
              MOVE WS-MSG-FINAL TO LIBCRED-MSG
           END-IF
      *
           GOBACK.

      *-----------------------------------*
      *    O CLIENTE INFORMADO, SE ESTIVER BLOQUEADO, OU TODOS OS
      *    BLOQUEADOS DO CADASTRO QUANDO O CODIGO VEM ZERADO.
      *-----------------------------------*
      *
       100-CARREGA-BLOQUEADOS SECTION.
      *
           IF LIBCRED-COD-CLI GREATER THAN ZEROS
              MOVE LIBCRED-COD-CLI TO COD-CLI
              READ ARQ-CLIENTE RECORD
                KEY IS COD-CLI
              IF FSTATUS-CLI EQUAL "00" AND CLI-CRED-BLOQUEADO
                 PERFORM 110-INCLUI-TABELA
              END-IF
              GO TO 100-FIM
           END-IF
      *
           MOVE ZEROS TO COD-CLI
           START ARQ-CLIENTE KEY IS NOT LESS THAN COD-CLI
              INVALID KEY
                 GO TO 100-FIM
           END-START
      *
           READ ARQ-CLIENTE NEXT RECORD
           PERFORM UNTIL FSTATUS-CLI NOT EQUAL "00"
                      OR WS-QTD-BLOQ NOT LESS THAN 500
              IF CLI-CRED-BLOQUEADO
                 PERFORM 110-INCLUI-TABELA
              END-IF
              READ ARQ-CLIENTE NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-CLI.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *
       110-INCLUI-TABELA SECTION.
      *
           ADD 1 TO WS-QTD-BLOQ
           SET WS-IDX-BLQ TO WS-QTD-BLOQ
           MOVE COD-CLI TO WS-BLQ-COD-CLI(WS-IDX-BLQ)
           MOVE ZEROS   TO WS-BLQ-QTD-VENC(WS-IDX-BLQ)
           MOVE ZEROS   TO WS-BLQ-MAIOR-DIAS(WS-IDX-BLQ)
           MOVE ZEROS   TO WS-BLQ-VALOR-VENC(WS-IDX-BLQ)
           MOVE ZEROS   TO WS-BLQ-VALOR-BLOQ(WS-IDX-BLQ).

      *-----------------------------------*
      *    TITULOS VENCIDOS COM SALDO DOS CLIENTES DA TABELA, COM O
      *    MESMO CALCULO DE SALDO DO RELAGING/CARTACOB.
      *-----------------------------------*
      *
       200-APURA-ATRASO SECTION.
      *
           SET WS-PAG-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-PAGTO
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
           IF FSTATUS-FAT NOT EQUAL "00"
              GO TO 200-ENCERRA
           END-IF
      *
           READ ARQ-FATURA NEXT RECORD
           PERFORM UNTIL FSTATUS-FAT NOT EQUAL "00"
              IF FAT-ABERTA
                 PERFORM 205-BUSCA-CLIENTE
                 IF WS-ACHOU-CLIENTE
                    IF FAT-QTD-PARCELAS GREATER THAN ZEROS
                       AND WS-PARC-DISPONIVEL
                       PERFORM 230-APURA-PARCELAS
                    ELSE
                       MOVE ZEROS               TO WS-NUM-PARC
                       MOVE FAT-VALOR           TO WS-VALOR-BASE
                       MOVE FAT-DATA-VENCIMENTO TO WS-VENC-BASE
                       PERFORM 210-CALCULA-SALDO
                       IF WS-SALDO-FAT GREATER THAN ZEROS
                          PERFORM 220-ACUMULA-TITULO
                       END-IF
                    END-IF
                 END-IF
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM.
      *
       200-ENCERRA.
           CLOSE ARQ-FATURA
           IF WS-PAG-DISPONIVEL
              CLOSE ARQ-PAGTO
           END-IF
           IF WS-PARC-DISPONIVEL
              CLOSE ARQ-PARCELA
           END-IF.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *
       205-BUSCA-CLIENTE SECTION.
      *
           SET WS-NAO-ACHOU-CLIENTE TO TRUE
           SET WS-IDX-BLQ TO 1
           SEARCH WS-BLQ
              AT END
                 SET WS-NAO-ACHOU-CLIENTE TO TRUE
              WHEN WS-IDX-BLQ > WS-QTD-BLOQ
                 SET WS-NAO-ACHOU-CLIENTE TO TRUE
              WHEN WS-BLQ-COD-CLI(WS-IDX-BLQ) EQUAL FAT-COD-CLI
                 SET WS-ACHOU-CLIENTE TO TRUE
           END-SEARCH.

      *-----------------------------------*
      *
       210-CALCULA-SALDO SECTION.
      *
           MOVE ZEROS TO WS-VALOR-PAGO
      *
           IF WS-PAG-INDISPONIVEL
              GO TO 210-SALDO
           END-IF
      *
           MOVE NUM-FATURA TO PAG-NUM-FATURA
           MOVE ZEROS      TO PAG-SEQ
           START ARQ-PAGTO KEY IS NOT LESS THAN PAG-CHAVE
              INVALID KEY
                 GO TO 210-SALDO
           END-START
      *
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
       210-SALDO.
           COMPUTE WS-SALDO-FAT = WS-VALOR-BASE - WS-VALOR-PAGO.
      *
       210-FIM.
           EXIT.

      *-----------------------------------*
      *
       220-ACUMULA-TITULO SECTION.
      *
           COMPUTE WS-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(WS-VENC-BASE)
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
      *
           IF WS-DIAS-ATRASO NOT GREATER THAN ZEROS
              GO TO 220-FIM
           END-IF
      *
           ADD 1            TO WS-BLQ-QTD-VENC(WS-IDX-BLQ)
           ADD WS-SALDO-FAT TO WS-BLQ-VALOR-VENC(WS-IDX-BLQ)
           IF WS-DIAS-ATRASO GREATER THAN WS-BLQ-MAIOR-DIAS(WS-IDX-BLQ)
              MOVE WS-DIAS-ATRASO TO WS-BLQ-MAIOR-DIAS(WS-IDX-BLQ)
           END-IF
           IF WS-DIAS-ATRASO GREATER THAN WS-BLOQ-DIAS
              ADD WS-SALDO-FAT TO WS-BLQ-VALOR-BLOQ(WS-IDX-BLQ)
           END-IF.
      *
       220-FIM.
           EXIT.

      *-----------------------------------*
      *
       230-APURA-PARCELAS SECTION.
      *
           MOVE NUM-FATURA TO PARC-NUM-FATURA
           MOVE ZEROS      TO PARC-NUM
           START ARQ-PARCELA KEY IS NOT LESS THAN PARC-CHAVE
              INVALID KEY
                 GO TO 230-FIM
           END-START
      *
           READ ARQ-PARCELA NEXT RECORD
           PERFORM UNTIL FSTATUS-PARC NOT EQUAL "00"
                      OR PARC-NUM-FATURA NOT EQUAL NUM-FATURA
              IF PARC-ABERTA
                 MOVE PARC-NUM             TO WS-NUM-PARC
                 MOVE PARC-VALOR           TO WS-VALOR-BASE
                 MOVE PARC-DATA-VENCIMENTO TO WS-VENC-BASE
                 PERFORM 210-CALCULA-SALDO
                 IF WS-SALDO-FAT GREATER THAN ZEROS
                    PERFORM 220-ACUMULA-TITULO
                 END-IF
              END-IF
              READ ARQ-PARCELA NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PARC.
      *
       230-FIM.
           EXIT.

      *-----------------------------------*
      *    CLIENTE DA TABELA QUE JA NAO ATINGE O LIMITE: DESLIGA O
      *    BLOQUEIO E REGISTRA A LIBERACAO (CICLO ENCERRADO SE NAO
      *    RESTA TITULO VENCIDO).
      *-----------------------------------*
      *
       300-LIBERA-CLIENTE SECTION.
      *
           IF WS-BLOQ-ATIVO
              AND WS-BLQ-VALOR-BLOQ(WS-IDX-BLQ) GREATER THAN ZEROS
              AND WS-BLQ-VALOR-BLOQ(WS-IDX-BLQ)
                  NOT LESS THAN WS-BLOQ-VALOR
              GO TO 300-FIM
           END-IF
      *
           MOVE WS-BLQ-COD-CLI(WS-IDX-BLQ) TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              GO TO 300-FIM
           END-IF
      *
           MOVE "N" TO BLOQ-CRED-CLI
           REWRITE ARQ-CLI-REG
           IF FSTATUS-CLI NOT EQUAL "00"
              ADD 1 TO WS-QTD-ERROS
              GO TO 300-FIM
           END-IF
      *
           MOVE "BOOKCLI"   TO WS-JRN-ARQUIVO
           MOVE "R"         TO WS-JRN-OPERACAO
           MOVE SPACES      TO WS-JRN-CHAVE
           MOVE COD-CLI     TO WS-JRN-CHAVE(1:7)
           MOVE ZEROS       TO WS-JRN-OPERADOR
           MOVE ARQ-CLI-REG TO WS-JRN-IMAGEM
           CALL "GRVJRNL" USING PARAM-JRNL
           ADD 1 TO WS-QTD-LIBER
      *
           MOVE COD-CLI                        TO CBH-COD-CLI
           MOVE WS-DATA-HOJE                   TO CBH-DATA
           MOVE 0                              TO CBH-EVENTO
           MOVE WS-BLQ-VALOR-VENC(WS-IDX-BLQ)  TO CBH-VALOR-ATRASO
           MOVE WS-BLQ-MAIOR-DIAS(WS-IDX-BLQ)  TO CBH-DIAS-ATRASO
           MOVE WS-BLQ-QTD-VENC(WS-IDX-BLQ)    TO CBH-QTD-TITULOS
           IF WS-BLQ-QTD-VENC(WS-IDX-BLQ) EQUAL ZEROS
              SET CBH-CICLO-ENCERRADO TO TRUE
           ELSE
              SET CBH-CICLO-ABERTO TO TRUE
           END-IF
           WRITE ARQ-CBH-REG
           IF FSTATUS-CBH NOT EQUAL "00"
              AND FSTATUS-CBH NOT EQUAL "22"
              ADD 1 TO WS-QTD-ERROS
           END-IF.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *
       920-LE-LIMITES-BLOQUEIO SECTION.
      *
           SET WS-BLOQ-DESLIGADO TO TRUE
           MOVE ZEROS TO WS-BLOQ-DIAS
           MOVE ZEROS TO WS-BLOQ-VALOR
      *
           OPEN INPUT ARQ-PARAMSIS
           IF FSTATUS-PAR NOT EQUAL "00"
              CLOSE ARQ-PARAMSIS
              GO TO 920-FIM
           END-IF
      *
           MOVE "BLOQDIAS" TO PAR-TIPO
           READ ARQ-PARAMSIS RECORD
             KEY IS PAR-TIPO
           IF FSTATUS-PAR EQUAL "00"
              SET WS-BLOQ-ATIVO TO TRUE
              MOVE PAR-VALOR TO WS-BLOQ-DIAS
           END-IF
      *
           MOVE "BLOQVALR" TO PAR-TIPO
           READ ARQ-PARAMSIS RECORD
             KEY IS PAR-TIPO
           IF FSTATUS-PAR EQUAL "00"
              MOVE PAR-VALOR TO WS-BLOQ-VALOR
           END-IF
      *
           CLOSE ARQ-PARAMSIS.
      *
       920-FIM.
           EXIT.
      *
       END PROGRAM LIBCRED.
      *-----------------------------------*
