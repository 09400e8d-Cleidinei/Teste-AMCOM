       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADEST.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    MOVIMENTACAO MANUAL DO ESTOQUE POR PRODUTO E FILIAL:
      *    ENTRADA DE MERCADORIA (RECEBIMENTO), AJUSTE DE INVENTARIO
      *    PELA CONTAGEM FISICA E CONSULTA DO SALDO. TODO MOVIMENTO
      *    PASSA PELO GRVESTQ (SALDO EM ESTOQUE E MOVIMENTO NO
      *    MOVESTQ). DEPOIS DE CADA ENTRADA OS BACKORDERS DO PRODUTO
      *    NA FILIAL SAO ATENDIDOS NA ORDEM DOS PEDIDOS (ESTQPED),
      *    ATE ONDE O SALDO RECEBIDO ALCANCAR.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-PROD
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PROD.
           SELECT ARQ-FILIAL    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FIL-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FIL.
           SELECT ARQ-ESTOQUE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EST-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-EST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PRODUTOS'.
       COPY "BOOKPROD.CPY".
      *
       FD  ARQ-FILIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FILIAIS'.
       COPY "BOOKFIL.CPY".
      *
       FD  ARQ-ESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ESTOQUE'.
       COPY "BOOKEST.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-PROD            PIC X(002) VALUE "00".
       77 FSTATUS-FIL             PIC X(002) VALUE "00".
       77 FSTATUS-EST             PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-TITULO               PIC X(040) VALUE SPACES.
       77 WS-ROTULO-QTD           PIC X(026) VALUE SPACES.
      *-----------------------------------*
      *    PRODUTO/FILIAL DIGITADOS E SALDO CORRENTE MOSTRADO
      *-----------------------------------*
       77 WS-COD-PROD             PIC 9(005) VALUE ZEROS.
       77 WS-FILIAL               PIC 9(002) VALUE ZEROS.
       77 WS-QTD-DIGITADA         PIC 9(007) VALUE ZEROS.
       77 WS-DESCRICAO-PROD       PIC X(040) VALUE SPACES.
       77 WS-NOME-FILIAL          PIC X(030) VALUE SPACES.
       77 WS-QTD-FISICA           PIC S9(007) VALUE ZEROS.
       77 WS-QTD-RESERVADA        PIC 9(007) VALUE ZEROS.
       77 WS-QTD-DISPONIVEL       PIC S9(007) VALUE ZEROS.
       77 WS-QTD-BACKORDER        PIC 9(007) VALUE ZEROS.
       77 WS-DATA-ULT-MOV         PIC 9(008) VALUE ZEROS.
       77 WS-ED-QTD               PIC -ZZZZZZ9 VALUE ZEROS.
       01 WS-VALIDO-SW            PIC X(001) VALUE "N".
          88 WS-CHAVE-VALIDA                 VALUE "S".
      *-----------------------------------*
      *    MOVIMENTO ENVIADO AO GRVESTQ E ATENDIMENTO DE BACKORDER
      *    PELO ESTQPED
      *-----------------------------------*
       01 PARAM-ESTQ.
          03 WS-ESTQ-TIPO          PIC X(001) VALUE SPACES.
          03 WS-ESTQ-COD-PROD      PIC 9(005) VALUE ZEROS.
          03 WS-ESTQ-FILIAL        PIC 9(002) VALUE ZEROS.
          03 WS-ESTQ-QTD           PIC S9(007) VALUE ZEROS.
          03 WS-ESTQ-NUM-PEDIDO    PIC 9(007) VALUE ZEROS.
          03 WS-ESTQ-OPERADOR      PIC 9(003) VALUE ZEROS.
          03 WS-ESTQ-QTD-ATENDIDA  PIC S9(007) VALUE ZEROS.
          03 WS-ESTQ-MSG           PIC X(040) VALUE SPACES.
       01 PARAM-ESTQPED.
          03 WS-EPED-FUNCAO        PIC X(001) VALUE SPACES.
          03 WS-EPED-NUM-PEDIDO    PIC 9(007) VALUE ZEROS.
          03 WS-EPED-COD-PROD      PIC 9(005) VALUE ZEROS.
          03 WS-EPED-FILIAL        PIC 9(002) VALUE ZEROS.
          03 WS-EPED-OPERADOR      PIC 9(003) VALUE ZEROS.
          03 WS-EPED-QTD-BACKORDER PIC 9(007) VALUE ZEROS.
          03 WS-EPED-QTD-ATENDIDA  PIC 9(007) VALUE ZEROS.
          03 WS-EPED-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01 OPERADOR-INFO.
          03 OPER-COD-EXEC        PIC 9(003).
          03 OPER-NOME-EXEC       PIC X(030).
          03 OPER-PERM-MANUT-EXEC PIC X(001).
          03 OPER-PERM-RELAT-EXEC PIC X(001).
          03 OPER-PERM-DIST-EXEC  PIC X(001).
          03 OPER-PERM-APROV-EXEC PIC X(001).
      *-----------------------------------*
      *
       SCREEN SECTION.
       01 TELA-MENU.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONTROLE DE ESTOQUE - MENU".
          02 LINE 07 COL 10 VALUE "(1) ENTRADA DE MERCADORIA".
          02 LINE 08 COL 10 VALUE "(2) AJUSTE DE INVENTARIO".
          02 LINE 09 COL 10 VALUE "(5) CONSULTAR SALDO".
          02 LINE 10 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WS-OPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 BUSCAR AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10, PIC X(040) FROM WS-TITULO.
          02 LINE 07 COL 10 VALUE "CODIGO PRODUTO: (.....)".
          02 LINE 07 COL 27, PIC ZZZZ9 TO WS-COD-PROD.
          02 LINE 08 COL 10 VALUE "FILIAL        : (..)".
          02 LINE 08 COL 27, PIC 99 TO WS-FILIAL.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-MOVTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10, PIC X(040) FROM WS-TITULO.
          02 LINE 07 COL 10 VALUE "PRODUTO       :".
          02 LINE 07 COL 26, PIC ZZZZ9 FROM WS-COD-PROD.
          02 LINE 07 COL 32, PIC X(040) FROM WS-DESCRICAO-PROD.
          02 LINE 08 COL 10 VALUE "FILIAL        :".
          02 LINE 08 COL 26, PIC 99 FROM WS-FILIAL.
          02 LINE 08 COL 32, PIC X(030) FROM WS-NOME-FILIAL.
          02 LINE 09 COL 10 VALUE "SALDO FISICO  :".
          02 LINE 09 COL 26, PIC -ZZZZZZ9 FROM WS-QTD-FISICA.
          02 LINE 10 COL 10 VALUE "RESERVADO     :".
          02 LINE 10 COL 26, PIC ZZZZZZZ9 FROM WS-QTD-RESERVADA.
          02 LINE 11 COL 10 VALUE "EM BACKORDER  :".
          02 LINE 11 COL 26, PIC ZZZZZZZ9 FROM WS-QTD-BACKORDER.
          02 LINE 13 COL 10, PIC X(026) FROM WS-ROTULO-QTD.
          02 LINE 13 COL 37, PIC ZZZZZZ9 TO WS-QTD-DIGITADA AUTO.
          02 LINE 16 COL 10 "CONFIRMA O MOVIMENTO? (S/N): (.)".
          02 LINE 16 COL 40, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 CONSULTA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONSULTA DE SALDO EM ESTOQUE".
          02 LINE 07 COL 10 VALUE "PRODUTO       :".
          02 LINE 07 COL 26, PIC ZZZZ9 FROM WS-COD-PROD.
          02 LINE 07 COL 32, PIC X(040) FROM WS-DESCRICAO-PROD.
          02 LINE 08 COL 10 VALUE "FILIAL        :".
          02 LINE 08 COL 26, PIC 99 FROM WS-FILIAL.
          02 LINE 08 COL 32, PIC X(030) FROM WS-NOME-FILIAL.
          02 LINE 09 COL 10 VALUE "SALDO FISICO  :".
          02 LINE 09 COL 26, PIC -ZZZZZZ9 FROM WS-QTD-FISICA.
          02 LINE 10 COL 10 VALUE "RESERVADO     :".
          02 LINE 10 COL 26, PIC ZZZZZZZ9 FROM WS-QTD-RESERVADA.
          02 LINE 11 COL 10 VALUE "DISPONIVEL    :".
          02 LINE 11 COL 26, PIC -ZZZZZZ9 FROM WS-QTD-DISPONIVEL.
          02 LINE 12 COL 10 VALUE "EM BACKORDER  :".
          02 LINE 12 COL 26, PIC ZZZZZZZ9 FROM WS-QTD-BACKORDER.
          02 LINE 13 COL 10 VALUE "ULTIMO MOVTO  :".
          02 LINE 13 COL 26, PIC 99999999 FROM WS-DATA-ULT-MOV.
          02 LINE 17 COL 10 "CONSULTAR OUTRO PRODUTO? (S/N): (.)".
          02 LINE 17 COL 46, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 MENSAGEM AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 10 COL 10 VALUE "MSG:".
          02 LINE 10 COL 15, PIC X(040) FROM WS-MSG.
          02 LINE 15 COL 10, "FAZER OUTRA OPERACAO? (S/N): (.)".
          02 LINE 15 COL 40, PIC X TO WS-CONFIRMA.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
       PROCEDURE DIVISION USING OPERADOR-INFO.
      *-----------------------------------*
      *
       000-INICIO SECTION.
      *
           DISPLAY TELA-MENU
      *
           ACCEPT  TELA-MENU
      *
           EVALUATE WS-OPCAO
             WHEN 1
                MOVE "ENTRADA DE MERCADORIA" TO WS-TITULO
                MOVE "QUANTIDADE RECEBIDA......:" TO WS-ROTULO-QTD
                MOVE ZEROS TO WS-SAIR
                PERFORM 100-ENTRADA
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 2
                MOVE "AJUSTE DE INVENTARIO" TO WS-TITULO
                MOVE "QUANTIDADE CONTADA.......:" TO WS-ROTULO-QTD
                MOVE ZEROS TO WS-SAIR
                PERFORM 200-AJUSTE
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 5
                MOVE "CONSULTA DE SALDO EM ESTOQUE" TO WS-TITULO
                MOVE ZEROS TO WS-SAIR
                PERFORM 600-CONSULTA
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 9
                GOBACK
           END-EVALUATE
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    ENTRADA DE MERCADORIA: SOMA AO FISICO E, EM SEGUIDA,
      *    ATENDE OS BACKORDERS DO PRODUTO NA FILIAL.
      *-----------------------------------*
      *
       100-ENTRADA SECTION.
      *
           MOVE SPACES TO WS-MSG
           PERFORM 800-BUSCA-PRODUTO-FILIAL
           IF NOT WS-CHAVE-VALIDA
              GO TO 100-FIM
           END-IF
      *
           MOVE ZEROS TO WS-QTD-DIGITADA
           DISPLAY TELA-MOVTO
           ACCEPT  TELA-MOVTO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              MOVE 9 TO WS-SAIR
              GO TO 100-FIM
           END-IF
      *
           IF WS-QTD-DIGITADA EQUAL ZEROS
              MOVE "QUANTIDADE DEVE SER MAIOR QUE ZERO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 100-FIM
           END-IF
      *
           MOVE "E"             TO WS-ESTQ-TIPO
           MOVE WS-QTD-DIGITADA TO WS-ESTQ-QTD
           PERFORM 850-GRAVA-MOVIMENTO
           IF WS-ESTQ-MSG NOT EQUAL SPACES
              MOVE WS-ESTQ-MSG TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 100-FIM
           END-IF
      *
           MOVE "A"           TO WS-EPED-FUNCAO
           MOVE ZEROS         TO WS-EPED-NUM-PEDIDO
           MOVE WS-COD-PROD   TO WS-EPED-COD-PROD
           MOVE WS-FILIAL     TO WS-EPED-FILIAL
           MOVE OPER-COD-EXEC TO WS-EPED-OPERADOR
           CALL "ESTQPED" USING PARAM-ESTQPED
      *
           IF WS-EPED-MSG NOT EQUAL SPACES
              MOVE WS-EPED-MSG TO WS-MSG
           ELSE
              IF WS-EPED-QTD-ATENDIDA GREATER THAN ZEROS
                 MOVE WS-EPED-QTD-ATENDIDA TO WS-ED-QTD
                 STRING "ENTRADA OK - BACKORDER ATENDIDO:"
                        WS-ED-QTD
                   INTO WS-MSG
              ELSE
                 MOVE "ENTRADA REGISTRADA COM SUCESSO" TO WS-MSG
              END-IF
           END-IF
           PERFORM 900-MOSTRA-MENSAGEM
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
              MOVE 9 TO WS-SAIR
           END-IF.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    AJUSTE DE INVENTARIO: A QUANTIDADE CONTADA PASSA A SER O
      *    SALDO FISICO; A DIFERENCA (COM SINAL) VAI AO MOVESTQ.
      *-----------------------------------*
      *
       200-AJUSTE SECTION.
      *
           MOVE SPACES TO WS-MSG
           PERFORM 800-BUSCA-PRODUTO-FILIAL
           IF NOT WS-CHAVE-VALIDA
              GO TO 200-FIM
           END-IF
      *
           MOVE ZEROS TO WS-QTD-DIGITADA
           DISPLAY TELA-MOVTO
           ACCEPT  TELA-MOVTO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              MOVE 9 TO WS-SAIR
              GO TO 200-FIM
           END-IF
      *
           COMPUTE WS-ESTQ-QTD = WS-QTD-DIGITADA - WS-QTD-FISICA
           IF WS-ESTQ-QTD EQUAL ZEROS
              MOVE "CONTAGEM IGUAL AO SALDO - SEM AJUSTE" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 200-FIM
           END-IF
      *
           MOVE "J" TO WS-ESTQ-TIPO
           PERFORM 850-GRAVA-MOVIMENTO
           IF WS-ESTQ-MSG NOT EQUAL SPACES
              MOVE WS-ESTQ-MSG TO WS-MSG
           ELSE
              MOVE WS-ESTQ-QTD TO WS-ED-QTD
              STRING "AJUSTE REGISTRADO:" WS-ED-QTD
                INTO WS-MSG
           END-IF
           PERFORM 900-MOSTRA-MENSAGEM
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
              MOVE 9 TO WS-SAIR
           END-IF.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE SPACES TO WS-MSG
           PERFORM 800-BUSCA-PRODUTO-FILIAL
           IF NOT WS-CHAVE-VALIDA
              GO TO 600-FIM
           END-IF
      *
           DISPLAY CONSULTA
           ACCEPT  CONSULTA
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              MOVE 9 TO WS-SAIR
           END-IF.
      *
       600-FIM.
           EXIT.

      *-----------------------------------*
      *    PEDE PRODUTO E FILIAL, VALIDA NOS CADASTROS E CARREGA O
      *    SALDO CORRENTE (ZERADO QUANDO AINDA NAO HA REGISTRO).
      *    FILIAL ZERO VALE PARA CLIENTES SEM CENTRO DEFINIDO.
      *-----------------------------------*
      *
       800-BUSCA-PRODUTO-FILIAL SECTION.
      *
           MOVE "N"    TO WS-VALIDO-SW
           MOVE ZEROS  TO WS-COD-PROD
           MOVE ZEROS  TO WS-FILIAL
           MOVE SPACES TO WS-NOME-FILIAL
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           OPEN INPUT ARQ-PRODUTO
           MOVE WS-COD-PROD TO COD-PROD
           READ ARQ-PRODUTO RECORD
             KEY IS COD-PROD
           IF FSTATUS-PROD NOT EQUAL "00"
              CLOSE ARQ-PRODUTO
              MOVE "CODIGO DE PRODUTO NAO ENCONTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 800-FIM
           END-IF
           MOVE DESCRICAO-PROD TO WS-DESCRICAO-PROD
           CLOSE ARQ-PRODUTO
      *
           IF WS-FILIAL NOT EQUAL ZEROS
              OPEN INPUT ARQ-FILIAL
              MOVE WS-FILIAL TO FIL-CODIGO
              READ ARQ-FILIAL RECORD
                KEY IS FIL-CODIGO
              IF FSTATUS-FIL NOT EQUAL "00"
                 CLOSE ARQ-FILIAL
                 MOVE "FILIAL NAO CADASTRADA" TO WS-MSG
                 PERFORM 900-MOSTRA-MENSAGEM
                 IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                    MOVE 9 TO WS-SAIR
                 END-IF
                 GO TO 800-FIM
              END-IF
              MOVE FIL-NOME TO WS-NOME-FILIAL
              CLOSE ARQ-FILIAL
           END-IF
      *
           PERFORM 810-LE-SALDO
           SET WS-CHAVE-VALIDA TO TRUE.
      *
       800-FIM.
           EXIT.

      *-----------------------------------*
      *
       810-LE-SALDO SECTION.
      *
           MOVE ZEROS TO WS-QTD-FISICA
           MOVE ZEROS TO WS-QTD-RESERVADA
           MOVE ZEROS TO WS-QTD-BACKORDER
           MOVE ZEROS TO WS-DATA-ULT-MOV
      *
           OPEN INPUT ARQ-ESTOQUE
           IF FSTATUS-EST NOT EQUAL "00"
              CLOSE ARQ-ESTOQUE
              GO TO 810-DISPONIVEL
           END-IF
      *
           MOVE WS-COD-PROD TO EST-COD-PROD
           MOVE WS-FILIAL   TO EST-FILIAL
           READ ARQ-ESTOQUE RECORD
             KEY IS EST-CHAVE
           IF FSTATUS-EST EQUAL "00"
              MOVE EST-QTD-FISICA    TO WS-QTD-FISICA
              MOVE EST-QTD-RESERVADA TO WS-QTD-RESERVADA
              MOVE EST-QTD-BACKORDER TO WS-QTD-BACKORDER
              MOVE EST-DATA-ULT-MOV  TO WS-DATA-ULT-MOV
           END-IF
           CLOSE ARQ-ESTOQUE.
      *
       810-DISPONIVEL.
           COMPUTE WS-QTD-DISPONIVEL = WS-QTD-FISICA - WS-QTD-RESERVADA.
      *
       810-FIM.
           EXIT.

      *-----------------------------------*
      *    ENVIA O MOVIMENTO (TIPO E QUANTIDADE JA MONTADOS) AO
      *    GRVESTQ PARA O PRODUTO/FILIAL CORRENTE.
      *-----------------------------------*
      *
       850-GRAVA-MOVIMENTO SECTION.
      *
           MOVE WS-COD-PROD   TO WS-ESTQ-COD-PROD
           MOVE WS-FILIAL     TO WS-ESTQ-FILIAL
           MOVE ZEROS         TO WS-ESTQ-NUM-PEDIDO
           MOVE OPER-COD-EXEC TO WS-ESTQ-OPERADOR
           CALL "GRVESTQ" USING PARAM-ESTQ.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.
      *
       END PROGRAM CADEST.
      *-----------------------------------*
