       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ESTQPED.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    MOVIMENTACAO DE ESTOQUE PELOS ITENS DO PEDIDO (PEDITEM),
      *    SEMPRE ATRAVES DO GRVESTQ. FUNCOES:
      *    L LIBERA O PEDIDO: DEVOLVE A RESERVA E CANCELA O
      *      BACKORDER DE CADA ITEM (CANCELAMENTO NO CADPED E
      *      REPROVACAO NO APROVPED)
      *    S BAIXA O PEDIDO FATURADO: SAIDA DA QUANTIDADE RESERVADA
      *      DE CADA ITEM (FATURPED)
      *    V VERIFICA O PEDIDO: DEVOLVE A QUANTIDADE AINDA EM
      *      BACKORDER, SEM MOVIMENTAR (FATURPED)
      *    A ATENDE BACKORDER DO PRODUTO/FILIAL APOS ENTRADA DE
      *      MERCADORIA: PERCORRE OS ITENS NA ORDEM DOS PEDIDOS
      *      (PRIMEIRO PEDIDO, PRIMEIRO ATENDIDO) ATE ACABAR O
      *      DISPONIVEL (CADEST)
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ITEM      ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ITEM-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ITEM.
           SELECT ARQ-PEDIDO    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDITEM'.
       COPY "BOOKITEM.CPY".
      *
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDIDOS'.
       COPY "BOOKPED.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-ITEM            PIC X(002) VALUE "00".
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       01  WS-ESGOTOU-SW           PIC X(001) VALUE "N".
           88 WS-ESGOTOU                      VALUE "S".
       01  WS-ERRO-ITEM-SW         PIC X(001) VALUE "N".
           88 WS-ERRO-ITEM                    VALUE "S".
      *-----------------------------------*
      *    MOVIMENTO ENVIADO AO GRVESTQ
      *-----------------------------------*
       01  PARAM-ESTQ.
           03 WS-ESTQ-TIPO          PIC X(001) VALUE SPACES.
           03 WS-ESTQ-COD-PROD      PIC 9(005) VALUE ZEROS.
           03 WS-ESTQ-FILIAL        PIC 9(002) VALUE ZEROS.
           03 WS-ESTQ-QTD           PIC S9(007) VALUE ZEROS.
           03 WS-ESTQ-NUM-PEDIDO    PIC 9(007) VALUE ZEROS.
           03 WS-ESTQ-OPERADOR      PIC 9(003) VALUE ZEROS.
           03 WS-ESTQ-QTD-ATENDIDA  PIC S9(007) VALUE ZEROS.
           03 WS-ESTQ-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-ESTQPED.
           03  ESTQPED-FUNCAO        PIC X(001).
           03  ESTQPED-NUM-PEDIDO    PIC 9(007).
           03  ESTQPED-COD-PROD      PIC 9(005).
           03  ESTQPED-FILIAL        PIC 9(002).
           03  ESTQPED-OPERADOR      PIC 9(003).
           03  ESTQPED-QTD-BACKORDER PIC 9(007).
           03  ESTQPED-QTD-ATENDIDA  PIC 9(007).
           03  ESTQPED-MSG           PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-ESTQPED.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO ESTQPED-MSG
           MOVE ZEROS  TO ESTQPED-QTD-BACKORDER
           MOVE ZEROS  TO ESTQPED-QTD-ATENDIDA
      *
           IF ESTQPED-FUNCAO NOT EQUAL "L" AND NOT EQUAL "S"
                         AND NOT EQUAL "V" AND NOT EQUAL "A"
              MOVE "ESTQPED: FUNCAO INVALIDA" TO ESTQPED-MSG
              GOBACK
           END-IF
      *
           IF ESTQPED-FUNCAO EQUAL "V"
              OPEN INPUT ARQ-ITEM
           ELSE
              OPEN I-O ARQ-ITEM
           END-IF
      *    SEM O PEDITEM (FS 35) NAO HA ITEM A MOVIMENTAR; QUALQUER
      *    OUTRA FALHA NA ABERTURA VOLTA AO CHAMADOR COMO ERRO.
           IF FSTATUS-ITEM NOT EQUAL "00"
              IF FSTATUS-ITEM NOT EQUAL "35"
                 STRING "ESTQPED: ERRO AO ABRIR PEDITEM - FS "
                        FSTATUS-ITEM
                   INTO ESTQPED-MSG
              END-IF
              CLOSE ARQ-ITEM
              GOBACK
           END-IF
      *
           MOVE ESTQPED-OPERADOR TO WS-ESTQ-OPERADOR
      *
           IF ESTQPED-FUNCAO EQUAL "A"
              PERFORM 400-ATENDE-BACKORDER
           ELSE
              PERFORM 100-PERCORRE-PEDIDO
           END-IF
      *
           CLOSE ARQ-ITEM
      *
           GOBACK.

      *-----------------------------------*
      *    PERCORRE OS ITENS DO PEDIDO INFORMADO APLICANDO A FUNCAO
      *    (L/S/V) A CADA UM.
      *-----------------------------------*
      *
       100-PERCORRE-PEDIDO SECTION.
      *
           MOVE "N"                TO WS-ERRO-ITEM-SW
           MOVE ESTQPED-NUM-PEDIDO TO ITEM-NUM-PEDIDO
           MOVE ZEROS              TO ITEM-SEQ
           START ARQ-ITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY
                 GO TO 100-FIM
           END-START
      *
           READ ARQ-ITEM NEXT RECORD
           PERFORM UNTIL FSTATUS-ITEM NOT EQUAL "00"
                      OR ITEM-NUM-PEDIDO NOT EQUAL ESTQPED-NUM-PEDIDO
                      OR WS-ERRO-ITEM
              EVALUATE ESTQPED-FUNCAO
                 WHEN "L"
                    PERFORM 200-LIBERA-ITEM
                 WHEN "S"
                    PERFORM 300-BAIXA-ITEM
                 WHEN "V"
                    ADD ITEM-QTD-BACKORDER TO ESTQPED-QTD-BACKORDER
              END-EVALUATE
              IF NOT WS-ERRO-ITEM
                 READ ARQ-ITEM NEXT RECORD
              END-IF
           END-PERFORM.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    DEVOLVE A RESERVA E CANCELA O BACKORDER DO ITEM CORRENTE
      *-----------------------------------*
      *
       200-LIBERA-ITEM SECTION.
      *
           IF ITEM-QTD-RESERV EQUAL ZEROS
              AND ITEM-QTD-BACKORDER EQUAL ZEROS
              GO TO 200-FIM
           END-IF
      *
           MOVE ITEM-COD-PROD   TO WS-ESTQ-COD-PROD
           MOVE ITEM-FILIAL     TO WS-ESTQ-FILIAL
           MOVE ITEM-NUM-PEDIDO TO WS-ESTQ-NUM-PEDIDO
      *
           IF ITEM-QTD-RESERV GREATER THAN ZEROS
              MOVE "L"             TO WS-ESTQ-TIPO
              MOVE ITEM-QTD-RESERV TO WS-ESTQ-QTD
              CALL "GRVESTQ" USING PARAM-ESTQ
              IF WS-ESTQ-MSG NOT EQUAL SPACES
                 MOVE WS-ESTQ-MSG TO ESTQPED-MSG
                 GO TO 200-FIM
              END-IF
              MOVE ZEROS TO ITEM-QTD-RESERV
           END-IF
      *
           IF ITEM-QTD-BACKORDER GREATER THAN ZEROS
              MOVE "K"                TO WS-ESTQ-TIPO
              MOVE ITEM-QTD-BACKORDER TO WS-ESTQ-QTD
              CALL "GRVESTQ" USING PARAM-ESTQ
              IF WS-ESTQ-MSG NOT EQUAL SPACES
                 MOVE WS-ESTQ-MSG TO ESTQPED-MSG
              ELSE
                 MOVE ZEROS TO ITEM-QTD-BACKORDER
              END-IF
           END-IF
      *
           REWRITE ARQ-ITEM-REG
           IF FSTATUS-ITEM NOT EQUAL "00" AND NOT EQUAL "02"
              PERFORM 900-ERRO-ITEM
           END-IF.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *    SAIDA DA QUANTIDADE RESERVADA DO ITEM FATURADO
      *-----------------------------------*
      *
       300-BAIXA-ITEM SECTION.
      *
           IF ITEM-QTD-RESERV EQUAL ZEROS
              GO TO 300-FIM
           END-IF
      *
           MOVE "S"             TO WS-ESTQ-TIPO
           MOVE ITEM-COD-PROD   TO WS-ESTQ-COD-PROD
           MOVE ITEM-FILIAL     TO WS-ESTQ-FILIAL
           MOVE ITEM-NUM-PEDIDO TO WS-ESTQ-NUM-PEDIDO
           MOVE ITEM-QTD-RESERV TO WS-ESTQ-QTD
           CALL "GRVESTQ" USING PARAM-ESTQ
           IF WS-ESTQ-MSG NOT EQUAL SPACES
              MOVE WS-ESTQ-MSG TO ESTQPED-MSG
              GO TO 300-FIM
           END-IF
      *
           MOVE ZEROS TO ITEM-QTD-RESERV
           REWRITE ARQ-ITEM-REG
           IF FSTATUS-ITEM NOT EQUAL "00" AND NOT EQUAL "02"
              PERFORM 900-ERRO-ITEM
           END-IF.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    ATENDIMENTO DOS BACKORDERS DO PRODUTO/FILIAL NA ORDEM DOS
      *    PEDIDOS. SO ENTRAM PEDIDOS ATIVOS OU PENDENTES AINDA NAO
      *    FATURADOS; PARA QUANDO O GRVESTQ NAO ATENDE TUDO.
      *-----------------------------------*
      *
       400-ATENDE-BACKORDER SECTION.
      *
           OPEN INPUT ARQ-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              CLOSE ARQ-PEDIDO
              GO TO 400-FIM
           END-IF
      *
           MOVE "N" TO WS-ESGOTOU-SW
           MOVE ZEROS TO ITEM-CHAVE
           START ARQ-ITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-ESGOTOU-SW
           END-START
      *
           IF NOT WS-ESGOTOU
              READ ARQ-ITEM NEXT RECORD
           END-IF
           PERFORM UNTIL WS-ESGOTOU
                      OR FSTATUS-ITEM NOT EQUAL "00"
              IF ITEM-COD-PROD EQUAL ESTQPED-COD-PROD
                 AND ITEM-FILIAL EQUAL ESTQPED-FILIAL
                 AND ITEM-QTD-BACKORDER GREATER THAN ZEROS
                 PERFORM 410-ATENDE-ITEM
              END-IF
              IF NOT WS-ESGOTOU
                 READ ARQ-ITEM NEXT RECORD
              END-IF
           END-PERFORM
      *
           CLOSE ARQ-PEDIDO.
      *
       400-FIM.
           EXIT.

      *-----------------------------------*
      *
       410-ATENDE-ITEM SECTION.
      *
           MOVE ITEM-NUM-PEDIDO TO NUM-PEDIDO
           READ ARQ-PEDIDO RECORD
             KEY IS NUM-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              GO TO 410-FIM
           END-IF
           IF NOT PED-ATIVO AND NOT PED-PENDENTE
              GO TO 410-FIM
           END-IF
           IF NUM-FATURA-PED NOT EQUAL ZEROS
              GO TO 410-FIM
           END-IF
      *
           MOVE "A"                TO WS-ESTQ-TIPO
           MOVE ITEM-COD-PROD      TO WS-ESTQ-COD-PROD
           MOVE ITEM-FILIAL        TO WS-ESTQ-FILIAL
           MOVE ITEM-NUM-PEDIDO    TO WS-ESTQ-NUM-PEDIDO
           MOVE ITEM-QTD-BACKORDER TO WS-ESTQ-QTD
           CALL "GRVESTQ" USING PARAM-ESTQ
           IF WS-ESTQ-MSG NOT EQUAL SPACES
              MOVE WS-ESTQ-MSG TO ESTQPED-MSG
              MOVE "S" TO WS-ESGOTOU-SW
              GO TO 410-FIM
           END-IF
      *
           IF WS-ESTQ-QTD-ATENDIDA GREATER THAN ZEROS
              ADD WS-ESTQ-QTD-ATENDIDA      TO ITEM-QTD-RESERV
              SUBTRACT WS-ESTQ-QTD-ATENDIDA FROM ITEM-QTD-BACKORDER
              ADD WS-ESTQ-QTD-ATENDIDA      TO ESTQPED-QTD-ATENDIDA
              REWRITE ARQ-ITEM-REG
              IF FSTATUS-ITEM NOT EQUAL "00" AND NOT EQUAL "02"
                 PERFORM 900-ERRO-ITEM
                 MOVE "S" TO WS-ESGOTOU-SW
                 GO TO 410-FIM
              END-IF
           END-IF
      *
           IF ITEM-QTD-BACKORDER GREATER THAN ZEROS
              MOVE "S" TO WS-ESGOTOU-SW
           END-IF.
      *
       410-FIM.
           EXIT.

      *-----------------------------------*
      *    FALHA AO REGRAVAR O ITEM: DEVOLVE O FILE STATUS AO
      *    CHAMADOR E ENCERRA O PROCESSAMENTO DO PEDIDO.
      *-----------------------------------*
      *
       900-ERRO-ITEM SECTION.
      *
           MOVE "S"    TO WS-ERRO-ITEM-SW
           MOVE SPACES TO ESTQPED-MSG
           STRING "ESTQPED: ERRO AO GRAVAR ITEM - FS "
                  FSTATUS-ITEM
             INTO ESTQPED-MSG.
      *
       900-FIM.
           EXIT.
      *
       END PROGRAM ESTQPED.
      *-----------------------------------*
