      *    FATURA, E A FATURA E MARCADA COMO QUITADA QUANDO A SOMA
      *    DAS BAIXAS ALCANCA O VALOR DELA. O SALDO EM ABERTO DE
      *    CADA FATURA ALIMENTA O RELATORIO DE AGING (RELAGING).
      *    FATURA EMITIDA EM PARCELAS (PARCELAS) E BAIXADA PARCELA A
      *    PARCELA: O OPERADOR INFORMA A PARCELA (ZERO = A MAIS
      *    ANTIGA EM ABERTO), A PARCELA E QUITADA QUANDO AS BAIXAS
      *    DELA ALCANCAM O SEU VALOR E A FATURA SO E QUITADA QUANDO
      *    NAO RESTA NENHUMA PARCELA EM ABERTO.
      *    DEPOIS DA BAIXA O CLIENTE COM CREDITO BLOQUEADO POR
      *    ATRASO E REAVALIADO (LIBCRED) E LIBERADO SE JA NAO
      *    ATINGE O LIMITE DE BLOQUEIO.
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
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PAGTOS'.
       COPY "BOOKPAG.CPY".
      *
       FD  ARQ-PARCELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARCELAS'.
       COPY "BOOKPARC.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-FAT             PIC X(002) VALUE "00".
       77 FSTATUS-PAG             PIC X(002) VALUE "00".
       77 FSTATUS-PARC            PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-SALDO-FAT            PIC S9(009)V9(002) VALUE ZEROS.
       77 WS-ULT-SEQ              PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    PARCELA EM BAIXA (ZERO = FATURA SEM PARCELAS) E VALOR E
      *    VENCIMENTO DE REFERENCIA DO SALDO: OS DA PARCELA OU, NA
      *    FATURA SEM PARCELAS, OS DA PROPRIA FATURA.
      *-----------------------------------*
       77 WS-NUM-PARC             PIC 9(002) VALUE ZEROS.
       77 WS-VALOR-BASE           PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-VENC-BASE            PIC 9(008) VALUE ZEROS.
       77 WS-PARC-ABERTAS         PIC 9(002) VALUE ZEROS.
       77 WS-PARC-PRIMEIRA        PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
      *    AREA DE CHAMADA DO LIBCRED: CLIENTE DA FATURA COM BAIXA
      *    GRAVADA, REAVALIADO NO FIM DA BAIXA PARA LIBERAR O
      *    BLOQUEIO DE CREDITO POR ATRASO.
      *-----------------------------------*
       01 PARAM-LIBCRED.
          03 WS-LIB-COD-CLI        PIC 9(007) VALUE ZEROS.
          03 WS-LIB-MSG            PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *
       SCREEN SECTION.
       01 TELA-MENU.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 BUSCAR-PARCELA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "FATURA - INFORMAR PARCELA".
          02 LINE 07 COL 10 VALUE "NUMERO FATURA : ".
          02 LINE 07 COL 27, PIC ZZZZZZ9 FROM WS-NUM-FATURA.
          02 LINE 08 COL 10 VALUE "PARCELAS      : ".
          02 LINE 08 COL 27, PIC Z9 FROM FAT-QTD-PARCELAS.
          02 LINE 09 COL 10 VALUE "EM ABERTO     : ".
          02 LINE 09 COL 27, PIC Z9 FROM WS-PARC-ABERTAS.
          02 LINE 11 COL 10 VALUE "PARCELA       : (..)".
          02 LINE 11 COL 27, PIC Z9 TO WS-NUM-PARC.
          02 LINE 12 COL 10 VALUE "(0 = PARCELA MAIS ANTIGA EM ABERTO)".
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-BAIXA.
          02 BLANK SCREEN.
          02 LINE 09 COL 10 VALUE "VALOR FATURA   :".
          02 LINE 09 COL 27, PIC ZZZZZZ9,99 FROM FAT-VALOR.
          02 LINE 10 COL 10 VALUE "VENCIMENTO     :".
          02 LINE 10 COL 27, PIC 99999999 FROM WS-VENC-BASE.
          02 LINE 11 COL 10 VALUE "JA PAGO        :".
          02 LINE 11 COL 27, PIC ZZZZZZZZ9,99 FROM WS-VALOR-PAGO.
          02 LINE 12 COL 10 VALUE "SALDO EM ABERTO:".
          02 LINE 12 COL 27, PIC ZZZZZZZZ9,99 FROM WS-SALDO-FAT.
          02 LINE 13 COL 10 VALUE "PARCELA        :".
          02 LINE 13 COL 27, PIC Z9 FROM WS-NUM-PARC.
          02 LINE 13 COL 29 VALUE "/".
          02 LINE 13 COL 30, PIC Z9 FROM FAT-QTD-PARCELAS.
          02 LINE 13 COL 34 VALUE "VALOR:".
          02 LINE 13 COL 41, PIC ZZZZZZ9,99 FROM WS-VALOR-BASE.
          02 LINE 14 COL 10 VALUE "DATA PAGAMENTO (AAAAMMDD):".
          02 LINE 14 COL 37, PIC 99999999 TO WS-PAG-DATA AUTO.
          02 LINE 15 COL 10 VALUE "VALOR PAGO...............:".
          02 LINE 13 COL 27, PIC ZZZZZZZZ9,99 FROM WS-SALDO-FAT.
          02 LINE 14 COL 10 VALUE "STATUS         :".
          02 LINE 14 COL 27, PIC X(008) FROM WS-STATUS-DESC.
          02 LINE 15 COL 10 VALUE "PARCELAS       :".
          02 LINE 15 COL 27, PIC Z9 FROM FAT-QTD-PARCELAS.
          02 LINE 15 COL 31 VALUE "EM ABERTO:".
          02 LINE 15 COL 42, PIC Z9 FROM WS-PARC-ABERTAS.
          02 LINE 17 COL 10 "CONSULTAR OUTRA FATURA? (S/N): (.)".
          02 LINE 17 COL 45, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
       100-BAIXA SECTION.
      *
           MOVE SPACES TO WS-MSG
           MOVE ZEROS  TO WS-LIB-COD-CLI
           OPEN I-O ARQ-FATURA
           IF FSTATUS-FAT NOT EQUAL "00"
              CLOSE ARQ-FATURA
           END-IF
      *
           PERFORM 850-ABRE-PAGTOS
           PERFORM 855-ABRE-PARCELAS
      *
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
              END-IF
              GO TO 100-ENCERRA
           END-IF
      *
           IF FAT-PERDA
              MOVE "FATURA BAIXADA COMO PERDA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 100-ENCERRA
           END-IF
      *
           PERFORM 870-ESCOLHE-PARCELA
           IF WS-MSG NOT EQUAL SPACES
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 100-ENCERRA
           END-IF
      *
           PERFORM 860-SOMA-PAGAMENTOS
      *
           MOVE WS-ULT-SEQ    TO PAG-SEQ
           MOVE WS-PAG-DATA   TO PAG-DATA
           MOVE WS-PAG-VALOR  TO PAG-VALOR
           MOVE WS-NUM-PARC   TO PAG-PARCELA
           WRITE ARQ-PAG-REG
           IF FSTATUS-PAG NOT EQUAL "00"
              STRING "ERRO AO GRAVAR BAIXA - FS " FSTATUS-PAG
              END-IF
              GO TO 100-ENCERRA
           END-IF
           MOVE FAT-COD-CLI TO WS-LIB-COD-CLI
      *
           IF WS-NUM-PARC GREATER THAN ZEROS
              PERFORM 880-QUITA-PARCELA
              GO TO 100-MENSAGEM
           END-IF
      *
           IF WS-VALOR-PAGO + WS-PAG-VALOR
              NOT LESS THAN FAT-VALOR
              END-IF
           ELSE
              MOVE "BAIXA PARCIAL GRAVADA" TO WS-MSG
           END-IF.
      *
       100-MENSAGEM.
           PERFORM 900-MOSTRA-MENSAGEM
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
              MOVE 9 TO WS-SAIR
      *
       100-ENCERRA.
           CLOSE ARQ-FATURA
           CLOSE ARQ-PAGTO
           CLOSE ARQ-PARCELA
      *
           IF WS-LIB-COD-CLI GREATER THAN ZEROS
              CALL "LIBCRED" USING PARAM-LIBCRED
           END-IF.
      *
       100-FIM.
           EXIT.
           END-IF
      *
           PERFORM 850-ABRE-PAGTOS
           PERFORM 855-ABRE-PARCELAS
      *
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
                 MOVE 9 TO WS-SAIR
              END-IF
           ELSE
              MOVE ZEROS         TO WS-NUM-PARC
              MOVE FAT-VALOR     TO WS-VALOR-BASE
              PERFORM 860-SOMA-PAGAMENTOS
              PERFORM 875-CONTA-PARCELAS
              EVALUATE TRUE
                 WHEN FAT-QUITADA
                    MOVE "QUITADA" TO WS-STATUS-DESC
                 WHEN FAT-PERDA
                    MOVE "PERDA"   TO WS-STATUS-DESC
                 WHEN OTHER
                    MOVE "ABERTA"  TO WS-STATUS-DESC
              END-EVALUATE
      *
              DISPLAY CONSULTA
              ACCEPT  CONSULTA
              END-IF
           END-IF
           CLOSE ARQ-FATURA
           CLOSE ARQ-PAGTO
           CLOSE ARQ-PARCELA.
      *
       600-FIM.
           EXIT.
              OPEN I-O ARQ-PAGTO
           END-IF.

      *-----------------------------------*
      *
       855-ABRE-PARCELAS SECTION.
      *
           OPEN I-O ARQ-PARCELA
           IF FSTATUS-PARC EQUAL "35"
              CLOSE ARQ-PARCELA
              OPEN OUTPUT ARQ-PARCELA
              CLOSE ARQ-PARCELA
              OPEN I-O ARQ-PARCELA
           END-IF.

      *-----------------------------------*
      *    SOMA AS BAIXAS JA GRAVADAS DA FATURA CORRENTE E DEIXA O
      *    SALDO EM ABERTO E A ULTIMA SEQUENCIA USADAS PELA TELA. NA
      *    FATURA EM PARCELAS SO ENTRAM NO SALDO AS BAIXAS DA PARCELA
      *    ESCOLHIDA; A SEQUENCIA CONTINUA SENDO A DA FATURA.
      *-----------------------------------*
      *
       860-SOMA-PAGAMENTOS SECTION.
           READ ARQ-PAGTO NEXT RECORD
           PERFORM UNTIL FSTATUS-PAG NOT EQUAL "00"
                      OR PAG-NUM-FATURA NOT EQUAL WS-NUM-FATURA
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
      *    DEFINE A PARCELA A BAIXAR. FATURA SEM PARCELAS E BAIXADA
      *    PELO VALOR DA FATURA; NA FATURA EM PARCELAS O OPERADOR
      *    ESCOLHE A PARCELA (ZERO = A MAIS ANTIGA EM ABERTO). DEIXA
      *    O MOTIVO EM WS-MSG QUANDO A PARCELA NAO PODE SER BAIXADA.
      *-----------------------------------*
      *
       870-ESCOLHE-PARCELA SECTION.
      *
           MOVE ZEROS               TO WS-NUM-PARC
           MOVE FAT-VALOR           TO WS-VALOR-BASE
           MOVE FAT-DATA-VENCIMENTO TO WS-VENC-BASE
      *
           IF FAT-QTD-PARCELAS EQUAL ZEROS
              GO TO 870-FIM
           END-IF
      *
           PERFORM 875-CONTA-PARCELAS
           DISPLAY BUSCAR-PARCELA
           ACCEPT  BUSCAR-PARCELA
      *
           IF WS-NUM-PARC EQUAL ZEROS
              MOVE WS-PARC-PRIMEIRA TO WS-NUM-PARC
           END-IF
      *
           MOVE WS-NUM-FATURA TO PARC-NUM-FATURA
           MOVE WS-NUM-PARC   TO PARC-NUM
           READ ARQ-PARCELA RECORD
             KEY IS PARC-CHAVE
           IF FSTATUS-PARC NOT EQUAL "00"
              MOVE "PARCELA NAO ENCONTRADA" TO WS-MSG
              GO TO 870-FIM
           END-IF
      *
           IF PARC-QUITADA
              MOVE "PARCELA JA QUITADA" TO WS-MSG
              GO TO 870-FIM
           END-IF
      *
           MOVE PARC-VALOR           TO WS-VALOR-BASE
           MOVE PARC-DATA-VENCIMENTO TO WS-VENC-BASE.
      *
       870-FIM.
           EXIT.

      *-----------------------------------*
      *    CONTA AS PARCELAS EM ABERTO DA FATURA CORRENTE E GUARDA A
      *    MAIS ANTIGA DELAS (MENOR NUMERO, MENOR VENCIMENTO).
      *-----------------------------------*
      *
       875-CONTA-PARCELAS SECTION.
      *
           MOVE ZEROS TO WS-PARC-ABERTAS
           MOVE ZEROS TO WS-PARC-PRIMEIRA
      *
           MOVE WS-NUM-FATURA TO PARC-NUM-FATURA
           MOVE ZEROS         TO PARC-NUM
           START ARQ-PARCELA KEY IS NOT LESS THAN PARC-CHAVE
              INVALID KEY
                 GO TO 875-FIM
           END-START
      *
           READ ARQ-PARCELA NEXT RECORD
           PERFORM UNTIL FSTATUS-PARC NOT EQUAL "00"
                      OR PARC-NUM-FATURA NOT EQUAL WS-NUM-FATURA
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
      *    BAIXA GRAVADA EM PARCELA: QUITA A PARCELA QUANDO AS BAIXAS
      *    DELA ALCANCAM O SEU VALOR E, SEM MAIS NENHUMA PARCELA EM
      *    ABERTO, QUITA A FATURA.
      *-----------------------------------*
      *
       880-QUITA-PARCELA SECTION.
      *
           IF WS-VALOR-PAGO + WS-PAG-VALOR LESS THAN WS-VALOR-BASE
              MOVE "BAIXA PARCIAL DA PARCELA GRAVADA" TO WS-MSG
              GO TO 880-FIM
           END-IF
      *
           MOVE WS-NUM-FATURA TO PARC-NUM-FATURA
           MOVE WS-NUM-PARC   TO PARC-NUM
           READ ARQ-PARCELA RECORD
             KEY IS PARC-CHAVE
           MOVE "Q" TO PARC-STATUS
           REWRITE ARQ-PARC-REG
           IF FSTATUS-PARC NOT EQUAL "00"
              STRING "ERRO AO QUITAR PARCELA - FS " FSTATUS-PARC
                INTO WS-MSG
              GO TO 880-FIM
           END-IF
      *
           PERFORM 875-CONTA-PARCELAS
           IF WS-PARC-ABERTAS GREATER THAN ZEROS
              MOVE "BAIXA GRAVADA - PARCELA QUITADA" TO WS-MSG
              GO TO 880-FIM
           END-IF
      *
           MOVE "Q" TO FAT-STATUS
           REWRITE ARQ-FAT-REG
           IF FSTATUS-FAT EQUAL "00"
              MOVE "BAIXA GRAVADA - FATURA QUITADA" TO WS-MSG
           ELSE
              STRING "ERRO AO QUITAR FATURA - FS " FSTATUS-FAT
                INTO WS-MSG
           END-IF.
      *
       880-FIM.
           EXIT.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
