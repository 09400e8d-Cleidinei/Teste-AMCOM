       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GRVESTQ.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    ATUALIZADOR UNICO DO SALDO DE ESTOQUE (ESTOQUE) POR
      *    PRODUTO E FILIAL: RECEBE O TIPO DO MOVIMENTO, APLICA AO
      *    SALDO E ACRESCENTA O MOVIMENTO AO MOVESTQ. TIPOS:
      *    E ENTRADA DE MERCADORIA      (FISICO + QTD)
      *    D DEVOLUCAO DE CLIENTE       (FISICO + QTD)
      *    J AJUSTE DE INVENTARIO       (FISICO + QTD, QTD COM SINAL)
      *    R RESERVA NA INCLUSAO DO PEDIDO: RESERVA O DISPONIVEL E
      *      MANDA O RESTANTE PARA BACKORDER (MOVIMENTOS R E B)
      *    L LIBERACAO DA RESERVA NO CANCELAMENTO/REPROVACAO
      *    K CANCELAMENTO DE BACKORDER DO PEDIDO
      *    A ATENDIMENTO DE BACKORDER: PASSA PARA RESERVA O QUE O
      *      DISPONIVEL COBRIR
      *    S SAIDA NO FATURAMENTO (FISICO E RESERVA - QTD)
      *    DEVOLVE EM ESTQ-P-QTD-ATENDIDA O QUE FOI RESERVADO (R/A).
      *    REGISTRO INEXISTENTE E CRIADO COM SALDO ZERO; REGISTRO
      *    TRAVADO POR OUTRO PROGRAMA VOLTA COM MENSAGEM, SEM
      *    MOVIMENTAR.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTOQUE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EST-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-EST.
           SELECT ARQ-MOVEST    ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FS-MOVEST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ESTOQUE'.
       COPY "BOOKEST.CPY".
      *
       FD  ARQ-MOVEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'MOVESTQ'.
       COPY "BOOKMOV.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-EST             PIC X(002) VALUE "00".
       77  FS-MOVEST               PIC X(002) VALUE "00".
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DISPONIVEL           PIC S9(007) VALUE ZEROS.
       77  WS-RESTANTE             PIC S9(007) VALUE ZEROS.
       77  WS-MOV-TIPO             PIC X(001) VALUE SPACES.
       77  WS-MOV-QTD              PIC S9(007) VALUE ZEROS.
       01  WS-NOVO-SW              PIC X(001) VALUE "N".
           88 WS-REGISTRO-NOVO                VALUE "S".
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-ESTQ.
           03  ESTQ-P-TIPO         PIC X(001).
               88 ESTQ-TIPO-VALIDO   VALUE "E" "D" "J" "R" "L"
                                           "K" "A" "S".
           03  ESTQ-P-COD-PROD     PIC 9(005).
           03  ESTQ-P-FILIAL       PIC 9(002).
           03  ESTQ-P-QTD          PIC S9(007).
           03  ESTQ-P-NUM-PEDIDO   PIC 9(007).
           03  ESTQ-P-OPERADOR     PIC 9(003).
           03  ESTQ-P-QTD-ATENDIDA PIC S9(007).
           03  ESTQ-P-MSG          PIC X(040).
      *-----------------------------------*
       PROCEDURE DIVISION USING PARAMETROS-ESTQ.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           MOVE SPACES TO ESTQ-P-MSG
           MOVE ZEROS  TO ESTQ-P-QTD-ATENDIDA
      *
           IF NOT ESTQ-TIPO-VALIDO
              MOVE "GRVESTQ: TIPO DE MOVIMENTO INVALIDO" TO ESTQ-P-MSG
              GOBACK
           END-IF
      *
           IF ESTQ-P-COD-PROD EQUAL ZEROS
              MOVE "GRVESTQ: INFORMAR O PRODUTO" TO ESTQ-P-MSG
              GOBACK
           END-IF
      *
           IF ESTQ-P-QTD EQUAL ZEROS
              GOBACK
           END-IF
      *
           OPEN I-O ARQ-ESTOQUE
           IF FSTATUS-EST EQUAL "35"
              CLOSE ARQ-ESTOQUE
              OPEN OUTPUT ARQ-ESTOQUE
              CLOSE ARQ-ESTOQUE
              OPEN I-O ARQ-ESTOQUE
           END-IF
           IF FSTATUS-EST NOT EQUAL "00"
              CLOSE ARQ-ESTOQUE
              MOVE "GRVESTQ: ERRO AO ABRIR ESTOQUE" TO ESTQ-P-MSG
              GOBACK
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
      *
           MOVE ESTQ-P-COD-PROD TO EST-COD-PROD
           MOVE ESTQ-P-FILIAL   TO EST-FILIAL
           MOVE "N"             TO WS-NOVO-SW
           READ ARQ-ESTOQUE RECORD WITH LOCK
             KEY IS EST-CHAVE
      *
           IF FSTATUS-EST EQUAL "51" OR FSTATUS-EST EQUAL "99"
              CLOSE ARQ-ESTOQUE
              MOVE "GRVESTQ: ESTOQUE EM USO - REPETIR" TO ESTQ-P-MSG
              GOBACK
           END-IF
      *
           IF FSTATUS-EST NOT EQUAL "00"
              MOVE "S"             TO WS-NOVO-SW
              MOVE ESTQ-P-COD-PROD TO EST-COD-PROD
              MOVE ESTQ-P-FILIAL   TO EST-FILIAL
              MOVE ZEROS           TO EST-QTD-FISICA
              MOVE ZEROS           TO EST-QTD-RESERVADA
              MOVE ZEROS           TO EST-QTD-BACKORDER
           END-IF
      *
           OPEN EXTEND ARQ-MOVEST
           IF FS-MOVEST EQUAL "35"
              CLOSE ARQ-MOVEST
              OPEN OUTPUT ARQ-MOVEST
           END-IF
      *
           COMPUTE WS-DISPONIVEL = EST-QTD-FISICA - EST-QTD-RESERVADA
           IF WS-DISPONIVEL LESS THAN ZEROS
              MOVE ZEROS TO WS-DISPONIVEL
           END-IF
      *
           EVALUATE ESTQ-P-TIPO
              WHEN "E"
              WHEN "D"
              WHEN "J"
                 ADD ESTQ-P-QTD TO EST-QTD-FISICA
                 MOVE ESTQ-P-TIPO TO WS-MOV-TIPO
                 MOVE ESTQ-P-QTD  TO WS-MOV-QTD
                 PERFORM 200-GRAVA-MOVIMENTO
              WHEN "R"
                 PERFORM 100-RESERVA
              WHEN "A"
                 PERFORM 110-ATENDE-BACKORDER
              WHEN "L"
                 IF ESTQ-P-QTD GREATER THAN EST-QTD-RESERVADA
                    MOVE ZEROS TO EST-QTD-RESERVADA
                 ELSE
                    SUBTRACT ESTQ-P-QTD FROM EST-QTD-RESERVADA
                 END-IF
                 MOVE "L"        TO WS-MOV-TIPO
                 MOVE ESTQ-P-QTD TO WS-MOV-QTD
                 PERFORM 200-GRAVA-MOVIMENTO
              WHEN "K"
                 IF ESTQ-P-QTD GREATER THAN EST-QTD-BACKORDER
                    MOVE ZEROS TO EST-QTD-BACKORDER
                 ELSE
                    SUBTRACT ESTQ-P-QTD FROM EST-QTD-BACKORDER
                 END-IF
                 MOVE "K"        TO WS-MOV-TIPO
                 MOVE ESTQ-P-QTD TO WS-MOV-QTD
                 PERFORM 200-GRAVA-MOVIMENTO
              WHEN "S"
                 SUBTRACT ESTQ-P-QTD FROM EST-QTD-FISICA
                 IF ESTQ-P-QTD GREATER THAN EST-QTD-RESERVADA
                    MOVE ZEROS TO EST-QTD-RESERVADA
                 ELSE
                    SUBTRACT ESTQ-P-QTD FROM EST-QTD-RESERVADA
                 END-IF
                 MOVE "S"        TO WS-MOV-TIPO
                 MOVE ESTQ-P-QTD TO WS-MOV-QTD
                 PERFORM 200-GRAVA-MOVIMENTO
           END-EVALUATE
      *
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO EST-DATA-ULT-MOV
           IF WS-REGISTRO-NOVO
              WRITE ARQ-EST-REG
           ELSE
              REWRITE ARQ-EST-REG
           END-IF
           IF FSTATUS-EST NOT EQUAL "00"
              STRING "GRVESTQ: ERRO AO GRAVAR ESTOQUE - FS "
                     FSTATUS-EST
                INTO ESTQ-P-MSG
           END-IF
      *
           UNLOCK ARQ-ESTOQUE
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-MOVEST
      *
           GOBACK.

      *-----------------------------------*
      *    RESERVA NA INCLUSAO DO PEDIDO: O QUE O DISPONIVEL COBRE
      *    VAI PARA A RESERVA, O RESTANTE PARA O BACKORDER. O ITEM
      *    NAO E RECUSADO POR FALTA DE ESTOQUE.
      *-----------------------------------*
      *
       100-RESERVA SECTION.
      *
           IF ESTQ-P-QTD GREATER THAN WS-DISPONIVEL
              MOVE WS-DISPONIVEL TO ESTQ-P-QTD-ATENDIDA
           ELSE
              MOVE ESTQ-P-QTD    TO ESTQ-P-QTD-ATENDIDA
           END-IF
           COMPUTE WS-RESTANTE = ESTQ-P-QTD - ESTQ-P-QTD-ATENDIDA
      *
           IF ESTQ-P-QTD-ATENDIDA GREATER THAN ZEROS
              ADD ESTQ-P-QTD-ATENDIDA TO EST-QTD-RESERVADA
              MOVE "R"                 TO WS-MOV-TIPO
              MOVE ESTQ-P-QTD-ATENDIDA TO WS-MOV-QTD
              PERFORM 200-GRAVA-MOVIMENTO
           END-IF
      *
           IF WS-RESTANTE GREATER THAN ZEROS
              ADD WS-RESTANTE  TO EST-QTD-BACKORDER
              MOVE "B"         TO WS-MOV-TIPO
              MOVE WS-RESTANTE TO WS-MOV-QTD
              PERFORM 200-GRAVA-MOVIMENTO
           END-IF.

      *-----------------------------------*
      *    ATENDIMENTO DE BACKORDER APOS ENTRADA DE MERCADORIA: O
      *    QUE O DISPONIVEL COBRIR SAI DO BACKORDER E PASSA A
      *    RESERVA DO PEDIDO.
      *-----------------------------------*
      *
       110-ATENDE-BACKORDER SECTION.
      *
           IF ESTQ-P-QTD GREATER THAN WS-DISPONIVEL
              MOVE WS-DISPONIVEL TO ESTQ-P-QTD-ATENDIDA
           ELSE
              MOVE ESTQ-P-QTD    TO ESTQ-P-QTD-ATENDIDA
           END-IF
      *
           IF ESTQ-P-QTD-ATENDIDA GREATER THAN ZEROS
              ADD ESTQ-P-QTD-ATENDIDA TO EST-QTD-RESERVADA
              IF ESTQ-P-QTD-ATENDIDA GREATER THAN EST-QTD-BACKORDER
                 MOVE ZEROS TO EST-QTD-BACKORDER
              ELSE
                 SUBTRACT ESTQ-P-QTD-ATENDIDA FROM EST-QTD-BACKORDER
              END-IF
              MOVE "A"                 TO WS-MOV-TIPO
              MOVE ESTQ-P-QTD-ATENDIDA TO WS-MOV-QTD
              PERFORM 200-GRAVA-MOVIMENTO
           END-IF.

      *-----------------------------------*
      *    ACRESCENTA O MOVIMENTO AO MOVESTQ COM O SALDO FISICO
      *    RESULTANTE. FALHA NO MOVESTQ NAO IMPEDE O SALDO.
      *-----------------------------------*
      *
       200-GRAVA-MOVIMENTO SECTION.
      *
           IF FS-MOVEST NOT EQUAL "00"
              GO TO 200-FIM
           END-IF
      *
           MOVE ESTQ-P-COD-PROD   TO MOV-COD-PROD
           MOVE ESTQ-P-FILIAL     TO MOV-FILIAL
           MOVE WS-MOV-TIPO       TO MOV-TIPO
           MOVE WS-MOV-QTD        TO MOV-QTD
           MOVE ESTQ-P-NUM-PEDIDO TO MOV-NUM-PEDIDO
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO MOV-DATA
           MOVE WS-DATA-HORA-SISTEMA(9:6) TO MOV-HORA
           MOVE ESTQ-P-OPERADOR   TO MOV-OPERADOR
           MOVE EST-QTD-FISICA    TO MOV-SALDO-FISICO
           WRITE ARQ-MOV-REG.
      *
       200-FIM.
           EXIT.
      *
       END PROGRAM GRVESTQ.
      *-----------------------------------*
