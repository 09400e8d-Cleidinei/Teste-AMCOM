       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CONTABIL.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    INTERFACE CONTABIL DIARIA E CONCILIACAO DO CONTAS A
      *    RECEBER. OS MOVIMENTOS AINDA NAO CONTABILIZADOS COM DATA
      *    ATE A DATA DE CORTE (PADRAO: HOJE) VIRAM LANCAMENTOS DE
      *    PARTIDA DOBRADA NAS CONTAS DO DE-PARA CONTAS (CADCTB):
      *    FATURAS EMITIDAS (FATU), BAIXAS DO PAGTOS (PAGT),
      *    DEVOLUCOES DO DEVOL (DEVO), FATURAS BAIXADAS COMO PERDA
      *    (PERD) E COMISSOES DO FECHAMENTO MENSAL COMFECH (COMI E
      *    ESTC PARA O ESTORNO). CADA MOVIMENTO LANCADO FICA NO
      *    REGISTRO LANCTB E NUNCA E LANCADO DE NOVO; EVENTO SEM
      *    CONTAS NO DE-PARA FICA PENDENTE PARA A PROXIMA EXECUCAO.
      *    OS LANCAMENTOS SAEM EM CTBNNNNNNN.IFC (NNNNNNN = LOTE DO
      *    CONTROLE CTRLCOD, TIPO LOTECTB), LAYOUT H/D/T DE 150
      *    BYTES COM UMA LINHA D (DEBITO) E UMA C (CREDITO) POR
      *    LANCAMENTO E O TRAILER COM A QUANTIDADE DE REGISTROS E OS
      *    TOTAIS DE DEBITO E CREDITO.
      *    A CONCILIACAO PROVA QUE O SALDO EM ABERTO DA EXECUCAO
      *    ANTERIOR + FATURAS - BAIXAS - PERDAS LANCADAS AGORA E
      *    IGUAL AO SALDO EM ABERTO APURADO NAS FATURAS NA DATA DE
      *    CORTE. O RESULTADO VAI PARA O CONCILIA E PARA O
      *    CONCILIA.TXT; DIFERENCA DIFERENTE DE ZERO E DEVOLVIDA
      *    COMO "NAO CONFERE". FALHA AO GRAVAR O LANCTB (O MOVIMENTO
      *    SAI NA INTERFACE MAS NAO FICA REGISTRADO) OU O CONCILIA E
      *    CONTADA E DEVOLVIDA NA MENSAGEM E NO CONCILIA.TXT.
      *    NA IMPLANTACAO (CONTABIL-IMPLANTA = S) OS MOVIMENTOS ATE
      *    A DATA DE CORTE, JA CONTABILIZADOS A MAO, SO SAO
      *    REGISTRADOS NO LANCTB, SEM GERAR LANCAMENTO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAS    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS CTA-EVENTO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CTA.
           SELECT ARQ-FATURA    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-FATURA
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FAT.
           SELECT ARQ-PAGTO     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAG-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAG.
           SELECT ARQ-DEVOL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS DEV-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-DEV.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS FECH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FECH.
           SELECT ARQ-LANCTB    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS LCT-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-LCT.
           SELECT ARQ-CONCILIA  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CNC-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CNC.
           SELECT CONTABIL-IFC  ASSIGN TO WS-NOME-IFC
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-IFC.
           SELECT CONCILIA-REL  ASSIGN TO "CONCILIA.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CONTAS'.
       COPY "BOOKCTA.CPY".
      *
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
       FD  ARQ-DEVOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DEVOL'.
       COPY "BOOKDEV.CPY".
      *
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *
       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'COMFECH'.
       COPY "BOOKFECH.CPY".
      *
       FD  ARQ-LANCTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'LANCTB'.
       COPY "BOOKLCT.CPY".
      *
       FD  ARQ-CONCILIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CONCILIA'.
       COPY "BOOKCNC.CPY".
      *
       FD  CONTABIL-IFC.
       01  CONTABIL-REG PIC X(150).
      *
       FD  CONCILIA-REL.
       01  CONCILIA-LINHA PIC X(080).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-CTA             PIC X(002) VALUE "00".
       77  FSTATUS-FAT             PIC X(002) VALUE "00".
       77  FSTATUS-PAG             PIC X(002) VALUE "00".
       77  FSTATUS-DEV             PIC X(002) VALUE "00".
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-FECH            PIC X(002) VALUE "00".
       77  FSTATUS-LCT             PIC X(002) VALUE "00".
       77  FSTATUS-CNC             PIC X(002) VALUE "00".
       77  FS-IFC                  PIC X(002) VALUE "00".
       77  WS-NOME-IFC             PIC X(030) VALUE SPACES.
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77  WS-HORA-AGORA           PIC 9(006) VALUE ZEROS.
       77  WS-DATA-CORTE           PIC 9(008) VALUE ZEROS.
       77  WS-LOTE                 PIC 9(007) VALUE ZEROS.
       77  WS-NUM-LANCAMENTO       PIC 9(007) VALUE ZEROS.
       77  WS-QTD-REGISTROS        PIC 9(007) VALUE ZEROS.
       77  WS-QTD-PENDENTES        PIC 9(007) VALUE ZEROS.
       77  WS-QTD-IMPLANTADOS      PIC 9(007) VALUE ZEROS.
       77  WS-QTD-LANC-ED          PIC ZZZZZ9.
       77  WS-QTD-PEND-ED          PIC ZZZZ9.
       77  WS-QTD-ERROS-LCT        PIC 9(007) VALUE ZEROS.
       77  WS-QTD-ERROS-ED         PIC ZZZZ9.
       77  WS-FS-ERRO-CNC          PIC X(002) VALUE SPACES.
       77  WS-IND                  PIC 9(002) VALUE ZEROS.
       77  WS-IND-EVENTO           PIC 9(002) VALUE ZEROS.
       77  WS-VALOR-PAGO           PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-SALDO-FATURA         PIC S9(009)V9(002) VALUE ZEROS.
       01  WS-IMPLANTA-SW          PIC X(001) VALUE "N".
           88 WS-IMPLANTACAO                  VALUE "S".
       01  WS-PED-ARQ-SW           PIC X(001) VALUE "N".
           88 WS-PED-DISPONIVEL               VALUE "S".
           88 WS-PED-INDISPONIVEL             VALUE "N".
      *-----------------------------------*
      *    CONTAS DO DE-PARA POR EVENTO, NA ORDEM DA TABELA DE
      *    EVENTOS ABAIXO.
      *-----------------------------------*
       01  WS-EVENTOS-LISTA.
           03 FILLER               PIC X(004) VALUE "FATU".
           03 FILLER               PIC X(004) VALUE "PAGT".
           03 FILLER               PIC X(004) VALUE "DEVO".
           03 FILLER               PIC X(004) VALUE "PERD".
           03 FILLER               PIC X(004) VALUE "COMI".
           03 FILLER               PIC X(004) VALUE "ESTC".
       01  WS-EVENTOS REDEFINES WS-EVENTOS-LISTA.
           03 WS-EVENTO-COD        PIC X(004) OCCURS 6 TIMES.
       01  WS-TAB-CONTAS.
           03 WS-TAB-CONTA         OCCURS 6 TIMES.
              05 WS-TAB-MAPEADO    PIC X(001).
              05 WS-TAB-DEBITO     PIC X(020).
              05 WS-TAB-CREDITO    PIC X(020).
      *-----------------------------------*
      *    MOVIMENTO A LANCAR (MONTADO POR CADA ORIGEM)
      *-----------------------------------*
       01  WS-MOVIMENTO.
           03 WS-MOV-EVENTO        PIC X(004) VALUE SPACES.
           03 WS-MOV-DOCUMENTO     PIC X(010) VALUE SPACES.
           03 WS-MOV-DATA          PIC 9(008) VALUE ZEROS.
           03 WS-MOV-VALOR         PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-MOV-FILIAL        PIC 9(002) VALUE ZEROS.
           03 WS-MOV-HISTORICO     PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    TOTAIS DA EXECUCAO PARA O TRAILER E A CONCILIACAO
      *-----------------------------------*
       01  WS-TOTAIS.
           03 WS-TOT-DEBITO        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-TOT-CREDITO       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-TOT-FATURAS       PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-TOT-BAIXAS        PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-TOT-PERDAS        PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-SALDO-ANTERIOR    PIC S9(011)V9(002) VALUE ZEROS.
           03 WS-SALDO-ESPERADO    PIC S9(011)V9(002) VALUE ZEROS.
           03 WS-SALDO-APURADO     PIC S9(011)V9(002) VALUE ZEROS.
           03 WS-DIFERENCA         PIC S9(011)V9(002) VALUE ZEROS.
      *-----------------------------------*
      *    NUMERO DO LOTE TIRADO DO CONTROLE CTRLCOD (NEXTCOD)
      *-----------------------------------*
       01  PARAM-NEXTCOD.
           03 WS-NEXT-TIPO         PIC X(008) VALUE "LOTECTB".
           03 WS-NEXT-CODIGO       PIC 9(007) VALUE ZEROS.
           03 WS-NEXT-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    INTERFACE CONTABIL - LAYOUT H/D/T DE 150 BYTES
      *-----------------------------------*
       01  WS-IFC-HEADER.
           03 WS-IFC-H-TIPO        PIC X(001)        VALUE "H".
           03 WS-IFC-H-SISTEMA     PIC X(010)        VALUE "CONTABIL".
           03 WS-IFC-H-LOTE        PIC 9(007)        VALUE ZEROS.
           03 WS-IFC-H-DATA-CORTE  PIC 9(008)        VALUE ZEROS.
           03 WS-IFC-H-DATA        PIC 9(008)        VALUE ZEROS.
           03 WS-IFC-H-HORA        PIC 9(006)        VALUE ZEROS.
           03 FILLER               PIC X(110)        VALUE SPACES.
       01  WS-IFC-DETALHE.
           03 WS-IFC-D-TIPO        PIC X(001)        VALUE "D".
           03 WS-IFC-D-LOTE        PIC 9(007)        VALUE ZEROS.
           03 WS-IFC-D-LANCAMENTO  PIC 9(007)        VALUE ZEROS.
           03 WS-IFC-D-DATA        PIC 9(008)        VALUE ZEROS.
           03 WS-IFC-D-NATUREZA    PIC X(001)        VALUE SPACES.
           03 WS-IFC-D-CONTA       PIC X(020)        VALUE SPACES.
           03 WS-IFC-D-VALOR       PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-IFC-D-FILIAL      PIC 9(002)        VALUE ZEROS.
           03 WS-IFC-D-EVENTO      PIC X(004)        VALUE SPACES.
           03 WS-IFC-D-DOCUMENTO   PIC X(010)        VALUE SPACES.
           03 WS-IFC-D-HISTORICO   PIC X(040)        VALUE SPACES.
           03 FILLER               PIC X(037)        VALUE SPACES.
       01  WS-IFC-TRAILER.
           03 WS-IFC-T-TIPO        PIC X(001)        VALUE "T".
           03 WS-IFC-T-QTD-REG     PIC 9(007)        VALUE ZEROS.
           03 WS-IFC-T-QTD-LANC    PIC 9(007)        VALUE ZEROS.
           03 WS-IFC-T-TOT-DEBITO  PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-IFC-T-TOT-CREDITO PIC 9(013)V9(002) VALUE ZEROS.
           03 FILLER               PIC X(105)        VALUE SPACES.
      *-----------------------------------*
      *    RELATORIO DA CONCILIACAO (CONCILIA.TXT)
      *-----------------------------------*
       01  WS-REL-TITULO.
           03 FILLER               PIC X(037)        VALUE
              "CONCILIACAO DO CONTAS A RECEBER - LOT".
           03 FILLER               PIC X(002)        VALUE "E ".
           03 WS-REL-LOTE          PIC 9(007)        VALUE ZEROS.
           03 FILLER               PIC X(007)        VALUE " CORTE ".
           03 WS-REL-DATA-CORTE    PIC 9(008)        VALUE ZEROS.
       01  WS-REL-LINHA.
           03 WS-REL-ROTULO        PIC X(040)        VALUE SPACES.
           03 WS-REL-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-REL-RESULTADO        PIC X(080)        VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-CONTABIL.
           03  CONTABIL-DATA       PIC 9(008).
           03  CONTABIL-IMPLANTA   PIC X(001).
           03  CONTABIL-MSG        PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-CONTABIL.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO CONTABIL-MSG
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO WS-HORA-AGORA
      *
           IF CONTABIL-DATA EQUAL ZEROS
              MOVE WS-DATA-HOJE TO WS-DATA-CORTE
           ELSE
              MOVE CONTABIL-DATA TO WS-DATA-CORTE
           END-IF
      *
           IF FUNCTION UPPER-CASE(CONTABIL-IMPLANTA) EQUAL "S"
              SET WS-IMPLANTACAO TO TRUE
           END-IF
      *
           PERFORM 100-CARREGA-CONTAS
           IF CONTABIL-MSG NOT EQUAL SPACES
              GOBACK
           END-IF
      *
           OPEN INPUT ARQ-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              CLOSE ARQ-FATURA
              MOVE "CONTABIL: ARQUIVO DE FATURAS NAO ENCONTRADO"
                TO CONTABIL-MSG
              GOBACK
           END-IF
      *
           MOVE ZEROS TO WS-NEXT-CODIGO
           CALL "NEXTCOD" USING PARAM-NEXTCOD
           IF WS-NEXT-CODIGO EQUAL ZEROS
              CLOSE ARQ-FATURA
              MOVE "CONTABIL: ERRO NO CONTROLE DE LOTE"
                TO CONTABIL-MSG
              GOBACK
           END-IF
           MOVE WS-NEXT-CODIGO TO WS-LOTE
      *
           OPEN INPUT ARQ-PAGTO
           OPEN INPUT ARQ-DEVOL
           OPEN INPUT ARQ-FECHAMENTO
           SET WS-PED-INDISPONIVEL TO TRUE
           OPEN INPUT ARQ-PEDIDO
           IF FSTATUS-PED EQUAL "00"
              SET WS-PED-DISPONIVEL TO TRUE
           END-IF
      *
           OPEN I-O ARQ-LANCTB
           IF FSTATUS-LCT EQUAL "35"
              CLOSE ARQ-LANCTB
              OPEN OUTPUT ARQ-LANCTB
              CLOSE ARQ-LANCTB
              OPEN I-O ARQ-LANCTB
           END-IF
      *
           MOVE SPACES TO WS-NOME-IFC
           STRING "CTB" WS-LOTE ".IFC" DELIMITED BY SIZE
             INTO WS-NOME-IFC
           OPEN OUTPUT CONTABIL-IFC
           IF FS-IFC NOT EQUAL "00"
              STRING "CONTABIL: ERRO AO CRIAR INTERFACE - FS "
                     FS-IFC
                DELIMITED BY SIZE INTO CONTABIL-MSG
              GO TO 000-FECHA
           END-IF
      *
           MOVE WS-LOTE       TO WS-IFC-H-LOTE
           MOVE WS-DATA-CORTE TO WS-IFC-H-DATA-CORTE
           MOVE WS-DATA-HOJE  TO WS-IFC-H-DATA
           MOVE WS-HORA-AGORA TO WS-IFC-H-HORA
           WRITE CONTABIL-REG FROM WS-IFC-HEADER
           ADD 1 TO WS-QTD-REGISTROS
      *
           PERFORM 200-FATURAS
           PERFORM 300-PAGAMENTOS
           PERFORM 400-DEVOLUCOES
           PERFORM 500-COMISSOES
      *
           ADD 1 TO WS-QTD-REGISTROS
           MOVE WS-QTD-REGISTROS  TO WS-IFC-T-QTD-REG
           MOVE WS-NUM-LANCAMENTO TO WS-IFC-T-QTD-LANC
           MOVE WS-TOT-DEBITO     TO WS-IFC-T-TOT-DEBITO
           MOVE WS-TOT-CREDITO    TO WS-IFC-T-TOT-CREDITO
           WRITE CONTABIL-REG FROM WS-IFC-TRAILER
           CLOSE CONTABIL-IFC
      *
           PERFORM 600-CONCILIACAO
      *
           MOVE WS-NUM-LANCAMENTO TO WS-QTD-LANC-ED
           MOVE WS-QTD-PENDENTES  TO WS-QTD-PEND-ED
           MOVE WS-QTD-ERROS-LCT  TO WS-QTD-ERROS-ED
           EVALUATE TRUE
              WHEN WS-QTD-ERROS-LCT GREATER THAN ZEROS
                 STRING "CONTABIL: ERRO AO GRAVAR LANCTB:"
                        WS-QTD-ERROS-ED
                   DELIMITED BY SIZE INTO CONTABIL-MSG
              WHEN WS-FS-ERRO-CNC NOT EQUAL SPACES
                 STRING "CONTABIL: ERRO AO GRAVAR CONCILIA FS "
                        WS-FS-ERRO-CNC
                   DELIMITED BY SIZE INTO CONTABIL-MSG
              WHEN WS-IMPLANTACAO
                 MOVE WS-QTD-IMPLANTADOS TO WS-QTD-LANC-ED
                 STRING "IMPLANTACAO - MOVIMENTOS:" WS-QTD-LANC-ED
                   DELIMITED BY SIZE INTO CONTABIL-MSG
              WHEN WS-DIFERENCA NOT EQUAL ZEROS
                 STRING "LANC:" WS-QTD-LANC-ED " PEND:"
                        WS-QTD-PEND-ED " NAO CONFERE"
                   DELIMITED BY SIZE INTO CONTABIL-MSG
              WHEN OTHER
                 STRING "LANC:" WS-QTD-LANC-ED " PEND:"
                        WS-QTD-PEND-ED " CONCILIADO"
                   DELIMITED BY SIZE INTO CONTABIL-MSG
           END-EVALUATE.
      *
       000-FECHA.
           CLOSE ARQ-FATURA
           CLOSE ARQ-PAGTO
           CLOSE ARQ-DEVOL
           CLOSE ARQ-FECHAMENTO
           CLOSE ARQ-LANCTB
           IF WS-PED-DISPONIVEL
              CLOSE ARQ-PEDIDO
           END-IF
      *
           GOBACK.

      *-----------------------------------*
      *    DE-PARA CONTABIL EM MEMORIA. SEM O ARQUIVO SO A
      *    IMPLANTACAO PODE RODAR.
      *-----------------------------------*
      *
       100-CARREGA-CONTAS SECTION.
      *
           INITIALIZE WS-TAB-CONTAS
      *
           OPEN INPUT ARQ-CONTAS
           IF FSTATUS-CTA NOT EQUAL "00"
              CLOSE ARQ-CONTAS
              IF NOT WS-IMPLANTACAO
                 MOVE "CONTABIL: DE-PARA CONTAS NAO ENCONTRADO"
                   TO CONTABIL-MSG
              END-IF
              GO TO 100-FIM
           END-IF
      *
           READ ARQ-CONTAS NEXT RECORD
           PERFORM UNTIL FSTATUS-CTA NOT EQUAL "00"
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER THAN 6
                 IF CTA-EVENTO EQUAL WS-EVENTO-COD(WS-IND)
                    MOVE "S"               TO WS-TAB-MAPEADO(WS-IND)
                    MOVE CTA-CONTA-DEBITO  TO WS-TAB-DEBITO(WS-IND)
                    MOVE CTA-CONTA-CREDITO TO WS-TAB-CREDITO(WS-IND)
                 END-IF
              END-PERFORM
              READ ARQ-CONTAS NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-CONTAS.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    FATURAS EMITIDAS E BAIXADAS COMO PERDA ATE O CORTE, E O
      *    SALDO EM ABERTO APURADO NA DATA DE CORTE: VALOR DA
      *    FATURA MENOS AS BAIXAS E A PERDA DATADAS ATE O CORTE.
      *-----------------------------------*
      *
       200-FATURAS SECTION.
      *
           MOVE ZEROS TO WS-SALDO-APURADO
      *
           READ ARQ-FATURA NEXT RECORD
           PERFORM UNTIL FSTATUS-FAT NOT EQUAL "00"
              IF FAT-DATA-EMISSAO NOT GREATER THAN WS-DATA-CORTE
                 PERFORM 210-LANCA-FATURA
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM.

      *-----------------------------------*
      *
       210-LANCA-FATURA SECTION.
      *
           INITIALIZE WS-MOVIMENTO
           MOVE "FATU"           TO WS-MOV-EVENTO
           MOVE NUM-FATURA       TO WS-MOV-DOCUMENTO
           MOVE FAT-DATA-EMISSAO TO WS-MOV-DATA
           MOVE FAT-VALOR        TO WS-MOV-VALOR
           MOVE FAT-FILIAL       TO WS-MOV-FILIAL
           STRING "FATURA " NUM-FATURA " PEDIDO " FAT-NUM-PEDIDO
             DELIMITED BY SIZE INTO WS-MOV-HISTORICO
           PERFORM 800-LANCA-MOVIMENTO
      *
           PERFORM 860-SOMA-PAGAMENTOS
           COMPUTE WS-SALDO-FATURA = FAT-VALOR - WS-VALOR-PAGO
      *
           IF FAT-PERDA
              AND FAT-PERDA-DATA NOT GREATER THAN WS-DATA-CORTE
              INITIALIZE WS-MOVIMENTO
              MOVE "PERD"           TO WS-MOV-EVENTO
              MOVE NUM-FATURA       TO WS-MOV-DOCUMENTO
              MOVE FAT-PERDA-DATA   TO WS-MOV-DATA
              MOVE FAT-PERDA-VALOR  TO WS-MOV-VALOR
              MOVE FAT-FILIAL       TO WS-MOV-FILIAL
              STRING "PERDA FATURA " NUM-FATURA " MOTIVO "
                     FAT-PERDA-MOTIVO
                DELIMITED BY SIZE INTO WS-MOV-HISTORICO
              PERFORM 800-LANCA-MOVIMENTO
              SUBTRACT FAT-PERDA-VALOR FROM WS-SALDO-FATURA
           END-IF
      *
           ADD WS-SALDO-FATURA TO WS-SALDO-APURADO.

      *-----------------------------------*
      *    BAIXAS DE PAGAMENTO ATE O CORTE
      *-----------------------------------*
      *
       300-PAGAMENTOS SECTION.
      *
           MOVE ZEROS TO PAG-CHAVE
           START ARQ-PAGTO KEY IS NOT LESS THAN PAG-CHAVE
              INVALID KEY
                 GO TO 300-FIM
           END-START
      *
           READ ARQ-PAGTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PAG NOT EQUAL "00"
              IF PAG-DATA NOT GREATER THAN WS-DATA-CORTE
                 INITIALIZE WS-MOVIMENTO
                 MOVE "PAGT"     TO WS-MOV-EVENTO
                 MOVE PAG-CHAVE  TO WS-MOV-DOCUMENTO
                 MOVE PAG-DATA   TO WS-MOV-DATA
                 MOVE PAG-VALOR  TO WS-MOV-VALOR
                 MOVE PAG-NUM-FATURA TO NUM-FATURA
                 READ ARQ-FATURA RECORD
                   KEY IS NUM-FATURA
                 IF FSTATUS-FAT EQUAL "00"
                    MOVE FAT-FILIAL TO WS-MOV-FILIAL
                 END-IF
                 STRING "BAIXA FATURA " PAG-NUM-FATURA " SEQ "
                        PAG-SEQ
                   DELIMITED BY SIZE INTO WS-MOV-HISTORICO
                 PERFORM 800-LANCA-MOVIMENTO
              END-IF
              READ ARQ-PAGTO NEXT RECORD
           END-PERFORM.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    DEVOLUCOES ATE O CORTE. A FILIAL E A DA FATURA DO PEDIDO
      *    DE ORIGEM, QUANDO JA FATURADO.
      *-----------------------------------*
      *
       400-DEVOLUCOES SECTION.
      *
           IF FSTATUS-DEV NOT EQUAL "00"
              GO TO 400-FIM
           END-IF
      *
           READ ARQ-DEVOL NEXT RECORD
           PERFORM UNTIL FSTATUS-DEV NOT EQUAL "00"
              IF DEV-DATA NOT GREATER THAN WS-DATA-CORTE
                 INITIALIZE WS-MOVIMENTO
                 MOVE "DEVO"     TO WS-MOV-EVENTO
                 MOVE DEV-CHAVE  TO WS-MOV-DOCUMENTO
                 MOVE DEV-DATA   TO WS-MOV-DATA
                 MOVE DEV-VALOR  TO WS-MOV-VALOR
                 PERFORM 410-FILIAL-DEVOLUCAO
                 STRING "DEVOLUCAO PEDIDO " DEV-NUM-PEDIDO " SEQ "
                        DEV-SEQ " MOTIVO " DEV-MOTIVO
                   DELIMITED BY SIZE INTO WS-MOV-HISTORICO
                 PERFORM 800-LANCA-MOVIMENTO
              END-IF
              READ ARQ-DEVOL NEXT RECORD
           END-PERFORM.
      *
       400-FIM.
           EXIT.

      *-----------------------------------*
      *
       410-FILIAL-DEVOLUCAO SECTION.
      *
           IF WS-PED-INDISPONIVEL
              GO TO 410-FIM
           END-IF
      *
           MOVE DEV-NUM-PEDIDO TO NUM-PEDIDO
           READ ARQ-PEDIDO RECORD
             KEY IS NUM-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              OR NUM-FATURA-PED EQUAL ZEROS
              GO TO 410-FIM
           END-IF
      *
           MOVE NUM-FATURA-PED TO NUM-FATURA
           READ ARQ-FATURA RECORD
             KEY IS NUM-FATURA
           IF FSTATUS-FAT EQUAL "00"
              MOVE FAT-FILIAL TO WS-MOV-FILIAL
           END-IF.
      *
       410-FIM.
           EXIT.

      *-----------------------------------*
      *    COMISSOES CONGELADAS NO FECHAMENTO MENSAL (ACERTO E
      *    SUPERVISAO DE EQUIPE, TIPO S) E ESTORNOS DE COMISSAO DAS
      *    PERDAS (LINHA TIPO E, COM COMISSAO NEGATIVA) FECHADOS ATE
      *    O CORTE.
      *-----------------------------------*
      *
       500-COMISSOES SECTION.
      *
           IF FSTATUS-FECH NOT EQUAL "00"
              GO TO 500-FIM
           END-IF
      *
           READ ARQ-FECHAMENTO NEXT RECORD
           PERFORM UNTIL FSTATUS-FECH NOT EQUAL "00"
              IF FECH-DATA-FECH NOT GREATER THAN WS-DATA-CORTE
                 AND FECH-VALOR-COMISSAO NOT EQUAL ZEROS
                 INITIALIZE WS-MOVIMENTO
                 MOVE FECH-CHAVE     TO WS-MOV-DOCUMENTO
                 MOVE FECH-DATA-FECH TO WS-MOV-DATA
                 IF FECH-ESTORNO
                    MOVE "ESTC" TO WS-MOV-EVENTO
                    COMPUTE WS-MOV-VALOR = FECH-VALOR-COMISSAO * -1
                    STRING "ESTORNO COMISSAO " FECH-ANO-MES
                           " VENDEDOR " FECH-COD-VEND
                      DELIMITED BY SIZE INTO WS-MOV-HISTORICO
                 ELSE
                    MOVE "COMI" TO WS-MOV-EVENTO
                    MOVE FECH-VALOR-COMISSAO TO WS-MOV-VALOR
                    IF FECH-SUPERVISAO
                       STRING "COMISSAO SUPERVISAO " FECH-ANO-MES
                              " VEND " FECH-COD-VEND
                         DELIMITED BY SIZE INTO WS-MOV-HISTORICO
                    ELSE
                       STRING "COMISSAO " FECH-ANO-MES
                              " VENDEDOR " FECH-COD-VEND
                         DELIMITED BY SIZE INTO WS-MOV-HISTORICO
                    END-IF
                 END-IF
                 PERFORM 800-LANCA-MOVIMENTO
              END-IF
              READ ARQ-FECHAMENTO NEXT RECORD
           END-PERFORM.
      *
       500-FIM.
           EXIT.

      *-----------------------------------*
      *    CONCILIACAO: SALDO DA ULTIMA EXECUCAO + FATURAS - BAIXAS
      *    - PERDAS LANCADAS NESTA EXECUCAO CONTRA O SALDO APURADO.
      *-----------------------------------*
      *
       600-CONCILIACAO SECTION.
      *
           OPEN I-O ARQ-CONCILIA
           IF FSTATUS-CNC EQUAL "35"
              CLOSE ARQ-CONCILIA
              OPEN OUTPUT ARQ-CONCILIA
              CLOSE ARQ-CONCILIA
              OPEN I-O ARQ-CONCILIA
           END-IF
      *
           MOVE ZEROS TO WS-SALDO-ANTERIOR
           MOVE ZEROS TO CNC-CHAVE
           START ARQ-CONCILIA KEY IS NOT LESS THAN CNC-CHAVE
              INVALID KEY
                 MOVE "10" TO FSTATUS-CNC
           END-START
           IF FSTATUS-CNC EQUAL "00"
              READ ARQ-CONCILIA NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-CNC NOT EQUAL "00"
              MOVE CNC-SALDO-APURADO TO WS-SALDO-ANTERIOR
              READ ARQ-CONCILIA NEXT RECORD
           END-PERFORM
      *
           COMPUTE WS-SALDO-ESPERADO = WS-SALDO-ANTERIOR
                                     + WS-TOT-FATURAS
                                     - WS-TOT-BAIXAS
                                     - WS-TOT-PERDAS
           COMPUTE WS-DIFERENCA = WS-SALDO-APURADO - WS-SALDO-ESPERADO
      *
           MOVE WS-DATA-HOJE      TO CNC-DATA
           MOVE WS-HORA-AGORA     TO CNC-HORA
           MOVE WS-DATA-CORTE     TO CNC-DATA-MOVIMENTO
           MOVE WS-LOTE           TO CNC-LOTE
           MOVE WS-SALDO-ANTERIOR TO CNC-SALDO-ANTERIOR
           MOVE WS-TOT-FATURAS    TO CNC-VALOR-FATURAS
           MOVE WS-TOT-BAIXAS     TO CNC-VALOR-BAIXAS
           MOVE WS-TOT-PERDAS     TO CNC-VALOR-PERDAS
           MOVE WS-SALDO-ESPERADO TO CNC-SALDO-ESPERADO
           MOVE WS-SALDO-APURADO  TO CNC-SALDO-APURADO
           MOVE WS-DIFERENCA      TO CNC-DIFERENCA
           WRITE ARQ-CNC-REG
           IF FSTATUS-CNC NOT EQUAL "00"
              MOVE FSTATUS-CNC TO WS-FS-ERRO-CNC
           END-IF
      *
           CLOSE ARQ-CONCILIA
      *
           PERFORM 610-RELATORIO.

      *-----------------------------------*
      *
       610-RELATORIO SECTION.
      *
           OPEN OUTPUT CONCILIA-REL
      *
           MOVE WS-LOTE       TO WS-REL-LOTE
           MOVE WS-DATA-CORTE TO WS-REL-DATA-CORTE
           WRITE CONCILIA-LINHA FROM WS-REL-TITULO
      *
           MOVE "SALDO EM ABERTO DA EXECUCAO ANTERIOR" TO WS-REL-ROTULO
           MOVE WS-SALDO-ANTERIOR TO WS-REL-VALOR
           WRITE CONCILIA-LINHA FROM WS-REL-LINHA
           MOVE "(+) FATURAS LANCADAS"     TO WS-REL-ROTULO
           MOVE WS-TOT-FATURAS    TO WS-REL-VALOR
           WRITE CONCILIA-LINHA FROM WS-REL-LINHA
           MOVE "(-) BAIXAS LANCADAS"      TO WS-REL-ROTULO
           MOVE WS-TOT-BAIXAS     TO WS-REL-VALOR
           WRITE CONCILIA-LINHA FROM WS-REL-LINHA
           MOVE "(-) PERDAS LANCADAS"      TO WS-REL-ROTULO
           MOVE WS-TOT-PERDAS     TO WS-REL-VALOR
           WRITE CONCILIA-LINHA FROM WS-REL-LINHA
           MOVE "(=) SALDO ESPERADO"       TO WS-REL-ROTULO
           MOVE WS-SALDO-ESPERADO TO WS-REL-VALOR
           WRITE CONCILIA-LINHA FROM WS-REL-LINHA
           MOVE "SALDO APURADO NAS FATURAS" TO WS-REL-ROTULO
           MOVE WS-SALDO-APURADO  TO WS-REL-VALOR
           WRITE CONCILIA-LINHA FROM WS-REL-LINHA
           MOVE "DIFERENCA (APURADO - ESPERADO)" TO WS-REL-ROTULO
           MOVE WS-DIFERENCA      TO WS-REL-VALOR
           WRITE CONCILIA-LINHA FROM WS-REL-LINHA
      *
           IF WS-DIFERENCA NOT EQUAL ZEROS
              MOVE "*** CONCILIACAO NAO CONFERE - VERIFICAR MOVIMENTOS
      -       " PENDENTES OU ALTERADOS ***" TO WS-REL-RESULTADO
           ELSE
              MOVE "CONCILIACAO OK" TO WS-REL-RESULTADO
           END-IF
           WRITE CONCILIA-LINHA FROM WS-REL-RESULTADO
      *
           IF WS-QTD-PENDENTES GREATER THAN ZEROS
              MOVE "MOVIMENTOS PENDENTES POR FALTA DE CONTA" TO
                   WS-REL-ROTULO
              MOVE WS-QTD-PENDENTES TO WS-REL-VALOR
              WRITE CONCILIA-LINHA FROM WS-REL-LINHA
           END-IF
      *
           IF WS-QTD-ERROS-LCT GREATER THAN ZEROS
              MOVE "MOVIMENTOS NAO REGISTRADOS NO LANCTB" TO
                   WS-REL-ROTULO
              MOVE WS-QTD-ERROS-LCT TO WS-REL-VALOR
              WRITE CONCILIA-LINHA FROM WS-REL-LINHA
           END-IF
      *
           IF WS-FS-ERRO-CNC NOT EQUAL SPACES
              MOVE SPACES TO WS-REL-RESULTADO
              STRING "*** CONCILIACAO NAO GRAVADA NO CONCILIA - FS "
                     WS-FS-ERRO-CNC " ***"
                DELIMITED BY SIZE INTO WS-REL-RESULTADO
              WRITE CONCILIA-LINHA FROM WS-REL-RESULTADO
           END-IF
      *
           CLOSE CONCILIA-REL.

      *-----------------------------------*
      *    LANCA UM MOVIMENTO: IGNORA O JA REGISTRADO NO LANCTB,
      *    DEIXA PENDENTE O EVENTO SEM CONTAS E, NOS DEMAIS, GRAVA O
      *    DEBITO E O CREDITO NA INTERFACE E REGISTRA O MOVIMENTO.
      *-----------------------------------*
      *
       800-LANCA-MOVIMENTO SECTION.
      *
           IF WS-MOV-VALOR EQUAL ZEROS
              GO TO 800-FIM
           END-IF
      *
           MOVE WS-MOV-EVENTO    TO LCT-EVENTO
           MOVE WS-MOV-DOCUMENTO TO LCT-DOCUMENTO
           READ ARQ-LANCTB RECORD
             KEY IS LCT-CHAVE
           IF FSTATUS-LCT EQUAL "00"
              GO TO 800-FIM
           END-IF
      *
           MOVE ZEROS TO WS-IND-EVENTO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER THAN 6
              IF WS-MOV-EVENTO EQUAL WS-EVENTO-COD(WS-IND)
                 MOVE WS-IND TO WS-IND-EVENTO
              END-IF
           END-PERFORM
      *
           IF NOT WS-IMPLANTACAO
              AND WS-TAB-MAPEADO(WS-IND-EVENTO) NOT EQUAL "S"
              ADD 1 TO WS-QTD-PENDENTES
              GO TO 800-FIM
           END-IF
      *
           INITIALIZE ARQ-LCT-REG
           MOVE WS-MOV-EVENTO    TO LCT-EVENTO
           MOVE WS-MOV-DOCUMENTO TO LCT-DOCUMENTO
           MOVE WS-MOV-DATA      TO LCT-DATA-MOVIMENTO
           MOVE WS-MOV-VALOR     TO LCT-VALOR
           MOVE WS-LOTE          TO LCT-LOTE
           MOVE WS-DATA-HOJE     TO LCT-DATA-LANCAMENTO
      *
           IF WS-IMPLANTACAO
              MOVE "S" TO LCT-IMPLANTACAO
              ADD 1 TO WS-QTD-IMPLANTADOS
           ELSE
              ADD 1 TO WS-NUM-LANCAMENTO
              MOVE WS-NUM-LANCAMENTO TO LCT-NUM-LANCAMENTO
              PERFORM 810-GRAVA-PARTIDAS
           END-IF
      *
           WRITE ARQ-LCT-REG
           IF FSTATUS-LCT NOT EQUAL "00"
              ADD 1 TO WS-QTD-ERROS-LCT
           END-IF
      *
           EVALUATE WS-MOV-EVENTO
              WHEN "FATU"
                 ADD WS-MOV-VALOR TO WS-TOT-FATURAS
              WHEN "PAGT"
                 ADD WS-MOV-VALOR TO WS-TOT-BAIXAS
              WHEN "PERD"
                 ADD WS-MOV-VALOR TO WS-TOT-PERDAS
           END-EVALUATE.
      *
       800-FIM.
           EXIT.

      *-----------------------------------*
      *
       810-GRAVA-PARTIDAS SECTION.
      *
           MOVE WS-LOTE           TO WS-IFC-D-LOTE
           MOVE WS-NUM-LANCAMENTO TO WS-IFC-D-LANCAMENTO
           MOVE WS-MOV-DATA       TO WS-IFC-D-DATA
           MOVE WS-MOV-VALOR      TO WS-IFC-D-VALOR
           MOVE WS-MOV-FILIAL     TO WS-IFC-D-FILIAL
           MOVE WS-MOV-EVENTO     TO WS-IFC-D-EVENTO
           MOVE WS-MOV-DOCUMENTO  TO WS-IFC-D-DOCUMENTO
           MOVE WS-MOV-HISTORICO  TO WS-IFC-D-HISTORICO
      *
           MOVE "D" TO WS-IFC-D-NATUREZA
           MOVE WS-TAB-DEBITO(WS-IND-EVENTO) TO WS-IFC-D-CONTA
           WRITE CONTABIL-REG FROM WS-IFC-DETALHE
      *
           MOVE "C" TO WS-IFC-D-NATUREZA
           MOVE WS-TAB-CREDITO(WS-IND-EVENTO) TO WS-IFC-D-CONTA
           WRITE CONTABIL-REG FROM WS-IFC-DETALHE
      *
           ADD 2 TO WS-QTD-REGISTROS
           ADD WS-MOV-VALOR TO WS-TOT-DEBITO
           ADD WS-MOV-VALOR TO WS-TOT-CREDITO.

      *-----------------------------------*
      *    BAIXAS DA FATURA DATADAS ATE O CORTE
      *-----------------------------------*
      *
       860-SOMA-PAGAMENTOS SECTION.
      *
           MOVE ZEROS TO WS-VALOR-PAGO
      *
           MOVE NUM-FATURA TO PAG-NUM-FATURA
           MOVE ZEROS      TO PAG-SEQ
           START ARQ-PAGTO KEY IS NOT LESS THAN PAG-CHAVE
              INVALID KEY
                 GO TO 860-FIM
           END-START
      *
           READ ARQ-PAGTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PAG NOT EQUAL "00"
                      OR PAG-NUM-FATURA NOT EQUAL NUM-FATURA
              IF PAG-DATA NOT GREATER THAN WS-DATA-CORTE
                 ADD PAG-VALOR TO WS-VALOR-PAGO
              END-IF
              READ ARQ-PAGTO NEXT RECORD
           END-PERFORM.
      *
       860-FIM.
           EXIT.
      *
       END PROGRAM CONTABIL.
      *-----------------------------------*
