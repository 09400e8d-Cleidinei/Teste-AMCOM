      *    PAGTOS E QUITANDO A FATURA QUANDO O SALDO ZERA. LINHAS
      *    INVALIDAS VAO PARA REJPAG.TXT COM O MOTIVO.
      *    LAYOUT DA LINHA: NUM-FATURA(7) + DATA(8) + VALOR(9 COM
      *    DOIS DECIMAIS IMPLICITOS) + PARCELA(2). NA FATURA EM
      *    PARCELAS A BAIXA VAI PARA A PARCELA INFORMADA (BRANCO OU
      *    ZERO = A MAIS ANTIGA EM ABERTO), CONFERIDA CONTRA O SALDO
      *    DA PARCELA; A FATURA E QUITADA COM A ULTIMA PARCELA.
      *    NO FIM DO LOTE COM BAIXAS O LIBCRED LIBERA O CREDITO
      *    DOS CLIENTES BLOQUEADOS QUE JA NAO ATINGEM O LIMITE.
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
           SELECT REJEITO-PAG   ASSIGN TO "REJPAG.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           03 IMP-NUM-FATURA      PIC 9(007).
           03 IMP-DATA            PIC 9(008).
           03 IMP-VALOR           PIC 9(007)V9(002).
           03 IMP-PARCELA-X       PIC X(002).
           03 IMP-PARCELA REDEFINES IMP-PARCELA-X
                                  PIC 9(002).
           03 FILLER              PIC X(074).
      *
       FD  ARQ-FATURA
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PAGTOS'.
       COPY "BOOKPAG.CPY".
      *
       FD  ARQ-PARCELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARCELAS'.
       COPY "BOOKPARC.CPY".
      *
       FD  REJEITO-PAG
           RECORD CONTAINS 100
       77 FS-IMPORT               PIC X(002) VALUE "00".
       77 FSTATUS-FAT             PIC X(002) VALUE "00".
       77 FSTATUS-PAG             PIC X(002) VALUE "00".
       77 FSTATUS-PARC            PIC X(002) VALUE "00".
       77 FS-REJEITO              PIC X(002) VALUE "00".
       77 WS-IMPORT-LABEL         PIC X(020) VALUE SPACES.
       77 WS-VALOR-PAGO           PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-SALDO-FAT            PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-ULT-SEQ              PIC 9(003) VALUE ZEROS.
       77 WS-NUM-PARC             PIC 9(002) VALUE ZEROS.
       77 WS-VALOR-BASE           PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-PARC-ABERTAS         PIC 9(002) VALUE ZEROS.
       77 WS-PARC-PRIMEIRA        PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
       01 WS-CONTADORES.
          03 WS-LIDOS             PIC 9(009) VALUE ZEROS.
          03 WS-REJ-VALOR         PIC 9(009)  VALUE ZEROS.
          03 FILLER               PIC X       VALUE ";".
          03 WS-REJ-MOTIVO        PIC X(030)  VALUE SPACES.
      *-----------------------------------*
      *    AREA DE CHAMADA DO LIBCRED: CODIGO ZERO REAVALIA TODOS
      *    OS CLIENTES COM CREDITO BLOQUEADO POR ATRASO DEPOIS DAS
      *    BAIXAS DO LOTE.
      *-----------------------------------*
       01 PARAM-LIBCRED.
          03 WS-LIB-COD-CLI        PIC 9(007) VALUE ZEROS.
          03 WS-LIB-MSG            PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-IMPPAG.
              CLOSE ARQ-PAGTO
              OPEN I-O ARQ-PAGTO
           END-IF
      *
           OPEN I-O ARQ-PARCELA
           IF FSTATUS-PARC EQUAL "35"
              CLOSE ARQ-PARCELA
              OPEN OUTPUT ARQ-PARCELA
              CLOSE ARQ-PARCELA
              OPEN I-O ARQ-PARCELA
           END-IF
      *
           OPEN OUTPUT REJEITO-PAG
           WRITE REJEITO-PAG-REG FROM WS-REJ-CAB
           CLOSE ARQ-IMPORT
           CLOSE ARQ-FATURA
           CLOSE ARQ-PAGTO
           CLOSE ARQ-PARCELA
           CLOSE REJEITO-PAG
      *
           IF WS-APLICADOS GREATER THAN ZEROS
              MOVE ZEROS TO WS-LIB-COD-CLI
              CALL "LIBCRED" USING PARAM-LIBCRED
           END-IF
      *
           STRING "LIDOS: "      WS-LIDOS(4:6)
                  " APLIC: "     WS-APLICADOS(4:6)
           IF IMP-NUM-FATURA IS NOT NUMERIC
              OR IMP-VALOR IS NOT NUMERIC
              OR IMP-DATA IS NOT NUMERIC
              OR (IMP-PARCELA-X NOT EQUAL SPACES
                  AND IMP-PARCELA IS NOT NUMERIC)
              MOVE "LINHA COM CAMPO NAO NUMERICO" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           IF FAT-PERDA
              MOVE "FATURA BAIXADA COMO PERDA" TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           PERFORM 870-ESCOLHE-PARCELA
           IF WS-REJ-MOTIVO NOT EQUAL SPACES
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           PERFORM 860-SOMA-PAGAMENTOS
      *
           MOVE WS-ULT-SEQ     TO PAG-SEQ
           MOVE IMP-DATA       TO PAG-DATA
           MOVE IMP-VALOR      TO PAG-VALOR
           MOVE WS-NUM-PARC    TO PAG-PARCELA
           WRITE ARQ-PAG-REG
           IF FSTATUS-PAG NOT EQUAL "00"
              STRING "ERRO GRAVACAO - FS " FSTATUS-PAG
              PERFORM 800-GRAVA-REJEICAO
              GO TO 100-FIM
           END-IF
      *
           IF WS-NUM-PARC GREATER THAN ZEROS
              PERFORM 880-QUITA-PARCELA
              IF WS-REJ-MOTIVO NOT EQUAL SPACES
                 PERFORM 800-GRAVA-REJEICAO
                 GO TO 100-FIM
              END-IF
              ADD 1 TO WS-APLICADOS
              GO TO 100-FIM
           END-IF
      *
           IF WS-VALOR-PAGO + IMP-VALOR NOT LESS THAN FAT-VALOR
              MOVE "Q" TO FAT-STATUS
      *-----------------------------------*
      *    SOMA AS BAIXAS JA GRAVADAS DA FATURA CORRENTE (MESMA
      *    REGRA DA TELA CADPAG) E DEIXA SALDO E ULTIMA SEQUENCIA.
      *    NA FATURA EM PARCELAS O SALDO E O DA PARCELA DA BAIXA.
      *-----------------------------------*
      *
       860-SOMA-PAGAMENTOS SECTION.
           READ ARQ-PAGTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PAG NOT EQUAL "00"
                      OR PAG-NUM-FATURA NOT EQUAL IMP-NUM-FATURA
              IF PAG-PARCELA EQUAL WS-NUM-PARC
                 OR WS-NUM-PARC EQUAL ZEROS
                 ADD PAG-VALOR TO WS-VALOR-PAGO
              END-IF
              MOVE PAG-SEQ  TO WS-ULT-SEQ
              READ ARQ-PAGTO NEXT RECORD
           END-PERFORM
           MOVE "00" TO FSTATUS-PAG.
      *
       860-SALDO.
           COMPUTE WS-SALDO-FAT = WS-VALOR-BASE - WS-VALOR-PAGO.
      *
       860-FIM.
           EXIT.

      *-----------------------------------*
      *    DEFINE A PARCELA DA BAIXA (MESMA REGRA DA TELA CADPAG).
      *    DEIXA O MOTIVO EM WS-REJ-MOTIVO QUANDO NAO PODE BAIXAR.
      *-----------------------------------*
      *
       870-ESCOLHE-PARCELA SECTION.
      *
           MOVE SPACES    TO WS-REJ-MOTIVO
           MOVE ZEROS     TO WS-NUM-PARC
           MOVE FAT-VALOR TO WS-VALOR-BASE
      *
           IF FAT-QTD-PARCELAS EQUAL ZEROS
              GO TO 870-FIM
           END-IF
      *
           IF IMP-PARCELA-X NOT EQUAL SPACES
              MOVE IMP-PARCELA TO WS-NUM-PARC
           END-IF
           IF WS-NUM-PARC EQUAL ZEROS
              PERFORM 875-CONTA-PARCELAS
              MOVE WS-PARC-PRIMEIRA TO WS-NUM-PARC
           END-IF
      *
           MOVE NUM-FATURA  TO PARC-NUM-FATURA
           MOVE WS-NUM-PARC TO PARC-NUM
           READ ARQ-PARCELA RECORD
             KEY IS PARC-CHAVE
           IF FSTATUS-PARC NOT EQUAL "00"
              MOVE "PARCELA NAO ENCONTRADA" TO WS-REJ-MOTIVO
              GO TO 870-FIM
           END-IF
      *
           IF PARC-QUITADA
              MOVE "PARCELA JA QUITADA" TO WS-REJ-MOTIVO
              GO TO 870-FIM
           END-IF
      *
           MOVE PARC-VALOR TO WS-VALOR-BASE.
      *
       870-FIM.
           EXIT.

      *-----------------------------------*
      *    CONTA AS PARCELAS EM ABERTO DA FATURA CORRENTE E GUARDA A
      *    MAIS ANTIGA DELAS.
      *-----------------------------------*
      *
       875-CONTA-PARCELAS SECTION.
      *
           MOVE ZEROS TO WS-PARC-ABERTAS
           MOVE ZEROS TO WS-PARC-PRIMEIRA
      *
           MOVE NUM-FATURA TO PARC-NUM-FATURA
           MOVE ZEROS      TO PARC-NUM
           START ARQ-PARCELA KEY IS NOT LESS THAN PARC-CHAVE
              INVALID KEY
                 GO TO 875-FIM
           END-START
      *
           READ ARQ-PARCELA NEXT RECORD
           PERFORM UNTIL FSTATUS-PARC NOT EQUAL "00"
                      OR PARC-NUM-FATURA NOT EQUAL NUM-FATURA
              IF PARC-ABERTA
                 ADD 1 TO WS-PARC-ABERTAS
                 IF WS-PARC-PRIMEIRA EQUAL ZEROS
                    MOVE PARC-NUM TO WS-PARC-PRIMEIRA
                 END-IF
              END-IF
              READ ARQ-PARCELA NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-PARC.
      *
       875-FIM.
           EXIT.

      *-----------------------------------*
      *    BAIXA GRAVADA EM PARCELA: QUITA A PARCELA QUANDO O SALDO
      *    DELA ZERA E A FATURA QUANDO NAO SOBRA PARCELA EM ABERTO.
      *-----------------------------------*
      *
       880-QUITA-PARCELA SECTION.
      *
           MOVE SPACES TO WS-REJ-MOTIVO
           IF WS-VALOR-PAGO + IMP-VALOR LESS THAN WS-VALOR-BASE
              GO TO 880-FIM
           END-IF
      *
           MOVE NUM-FATURA  TO PARC-NUM-FATURA
           MOVE WS-NUM-PARC TO PARC-NUM
           READ ARQ-PARCELA RECORD
             KEY IS PARC-CHAVE
           MOVE "Q" TO PARC-STATUS
           REWRITE ARQ-PARC-REG
           IF FSTATUS-PARC NOT EQUAL "00"
              STRING "ERRO AO QUITAR PARCELA - FS " FSTATUS-PARC
                INTO WS-REJ-MOTIVO
              GO TO 880-FIM
           END-IF
      *
           PERFORM 875-CONTA-PARCELAS
           IF WS-PARC-ABERTAS GREATER THAN ZEROS
              GO TO 880-FIM
           END-IF
      *
           MOVE "Q" TO FAT-STATUS
           REWRITE ARQ-FAT-REG
           IF FSTATUS-FAT NOT EQUAL "00"
              STRING "ERRO AO QUITAR FATURA - FS " FSTATUS-FAT
                INTO WS-REJ-MOTIVO
           END-IF.
      *
       880-FIM.
           EXIT.

      *-----------------------------------*
      *
       800-GRAVA-REJEICAO SECTION.
