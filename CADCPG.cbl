       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADCPG.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    MANUTENCAO DO CADASTRO DE CONDICOES DE PAGAMENTO
      *    (CONDPAG): CODIGO, DESCRICAO, QUANTIDADE DE PARCELAS E O
      *    PRAZO EM DIAS DE CADA PARCELA, CONTADO DA EMISSAO DA
      *    FATURA. OS PRAZOS DEVEM SER CRESCENTES E SO A PRIMEIRA
      *    PARCELA PODE TER PRAZO ZERO (A VISTA). CONDICAO EM USO
      *    NAO E APAGADA: E INATIVADA E DEIXA DE SER ACEITA NOS
      *    PEDIDOS NOVOS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONDPAG   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CPG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CONDPAG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONDPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CONDPAG'.
       COPY "BOOKCPG.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FS-CONDPAG              PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-STATUS-DESC          PIC X(008) VALUE SPACES.
       77 WS-IND                  PIC 9(002) VALUE ZEROS.
       01 WS-CPG-ERRO-SW          PIC X(001) VALUE "N".
          88 WS-CPG-COM-ERRO                 VALUE "S".
          88 WS-CPG-SEM-ERRO                 VALUE "N".
      *-----------------------------------*
       01 WS-ARQ-CPG-REG.
          03 WS-CPG-CODIGO        PIC 9(003) VALUE ZEROS.
          03 WS-CPG-DESCRICAO     PIC X(030) VALUE SPACES.
          03 WS-CPG-QTD-PARCELAS  PIC 9(002) VALUE ZEROS.
          03 WS-CPG-PRAZOS.
             05 WS-CPG-DIAS       PIC 9(003) OCCURS 12 TIMES.
          03 WS-CPG-STATUS        PIC X(001) VALUE "A".
      *-----------------------------------*
      *
       SCREEN SECTION.
       01 TELA-MENU.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONDICOES DE PAGAMENTO - MENU".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR".
          02 LINE 08 COL 10 VALUE "(2) ALTERAR".
          02 LINE 09 COL 10 VALUE "(3) INATIVAR".
          02 LINE 10 COL 10 VALUE "(5) CONSULTAR".
          02 LINE 11 COL 10 VALUE "(9) VOLTAR AO MENU".
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
          02 LINE 05 COL 10 VALUE "CONDICAO - INFORMAR CODIGO".
          02 LINE 07 COL 10 VALUE "CODIGO CONDICAO: (...)".
          02 LINE 07 COL 28, PIC ZZ9 TO WS-CPG-CODIGO.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-CONDICAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONDICAO DE PAGAMENTO".
          02 LINE 07 COL 10 VALUE "CODIGO CONDICAO:".
          02 LINE 07 COL 28, PIC ZZ9 USING WS-CPG-CODIGO AUTO.
          02 LINE 08 COL 10 VALUE "DESCRICAO......:".
          02 LINE 08 COL 28, PIC X(030) USING WS-CPG-DESCRICAO AUTO.
          02 LINE 09 COL 10 VALUE "QTD PARCELAS...:".
          02 LINE 09 COL 28, PIC Z9 USING WS-CPG-QTD-PARCELAS AUTO.
          02 LINE 11 COL 10 VALUE "PRAZO EM DIAS DE CADA PARCELA:".
          02 LINE 12 COL 10 VALUE "01:".
          02 LINE 12 COL 14, PIC ZZ9 USING WS-CPG-DIAS(1) AUTO.
          02 LINE 12 COL 19 VALUE "02:".
          02 LINE 12 COL 23, PIC ZZ9 USING WS-CPG-DIAS(2) AUTO.
          02 LINE 12 COL 28 VALUE "03:".
          02 LINE 12 COL 32, PIC ZZ9 USING WS-CPG-DIAS(3) AUTO.
          02 LINE 12 COL 37 VALUE "04:".
          02 LINE 12 COL 41, PIC ZZ9 USING WS-CPG-DIAS(4) AUTO.
          02 LINE 12 COL 46 VALUE "05:".
          02 LINE 12 COL 50, PIC ZZ9 USING WS-CPG-DIAS(5) AUTO.
          02 LINE 12 COL 55 VALUE "06:".
          02 LINE 12 COL 59, PIC ZZ9 USING WS-CPG-DIAS(6) AUTO.
          02 LINE 13 COL 10 VALUE "07:".
          02 LINE 13 COL 14, PIC ZZ9 USING WS-CPG-DIAS(7) AUTO.
          02 LINE 13 COL 19 VALUE "08:".
          02 LINE 13 COL 23, PIC ZZ9 USING WS-CPG-DIAS(8) AUTO.
          02 LINE 13 COL 28 VALUE "09:".
          02 LINE 13 COL 32, PIC ZZ9 USING WS-CPG-DIAS(9) AUTO.
          02 LINE 13 COL 37 VALUE "10:".
          02 LINE 13 COL 41, PIC ZZ9 USING WS-CPG-DIAS(10) AUTO.
          02 LINE 13 COL 46 VALUE "11:".
          02 LINE 13 COL 50, PIC ZZ9 USING WS-CPG-DIAS(11) AUTO.
          02 LINE 13 COL 55 VALUE "12:".
          02 LINE 13 COL 59, PIC ZZ9 USING WS-CPG-DIAS(12) AUTO.
          02 LINE 16 COL 10 "CONFIRMA? (S/N): (.)".
          02 LINE 16 COL 28, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 CONSULTA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONSULTA DE CONDICAO DE PAGAMENTO".
          02 LINE 07 COL 10 VALUE "CODIGO CONDICAO:".
          02 LINE 07 COL 28, PIC ZZ9 FROM WS-CPG-CODIGO.
          02 LINE 08 COL 10 VALUE "DESCRICAO......:".
          02 LINE 08 COL 28, PIC X(030) FROM WS-CPG-DESCRICAO.
          02 LINE 09 COL 10 VALUE "QTD PARCELAS...:".
          02 LINE 09 COL 28, PIC Z9 FROM WS-CPG-QTD-PARCELAS.
          02 LINE 10 COL 10 VALUE "STATUS.........:".
          02 LINE 10 COL 28, PIC X(008) FROM WS-STATUS-DESC.
          02 LINE 11 COL 10 VALUE "PRAZO EM DIAS DE CADA PARCELA:".
          02 LINE 12 COL 10 VALUE "01:".
          02 LINE 12 COL 14, PIC ZZ9 FROM WS-CPG-DIAS(1).
          02 LINE 12 COL 19 VALUE "02:".
          02 LINE 12 COL 23, PIC ZZ9 FROM WS-CPG-DIAS(2).
          02 LINE 12 COL 28 VALUE "03:".
          02 LINE 12 COL 32, PIC ZZ9 FROM WS-CPG-DIAS(3).
          02 LINE 12 COL 37 VALUE "04:".
          02 LINE 12 COL 41, PIC ZZ9 FROM WS-CPG-DIAS(4).
          02 LINE 12 COL 46 VALUE "05:".
          02 LINE 12 COL 50, PIC ZZ9 FROM WS-CPG-DIAS(5).
          02 LINE 12 COL 55 VALUE "06:".
          02 LINE 12 COL 59, PIC ZZ9 FROM WS-CPG-DIAS(6).
          02 LINE 13 COL 10 VALUE "07:".
          02 LINE 13 COL 14, PIC ZZ9 FROM WS-CPG-DIAS(7).
          02 LINE 13 COL 19 VALUE "08:".
          02 LINE 13 COL 23, PIC ZZ9 FROM WS-CPG-DIAS(8).
          02 LINE 13 COL 28 VALUE "09:".
          02 LINE 13 COL 32, PIC ZZ9 FROM WS-CPG-DIAS(9).
          02 LINE 13 COL 37 VALUE "10:".
          02 LINE 13 COL 41, PIC ZZ9 FROM WS-CPG-DIAS(10).
          02 LINE 13 COL 46 VALUE "11:".
          02 LINE 13 COL 50, PIC ZZ9 FROM WS-CPG-DIAS(11).
          02 LINE 13 COL 55 VALUE "12:".
          02 LINE 13 COL 59, PIC ZZ9 FROM WS-CPG-DIAS(12).
          02 LINE 17 COL 10 "CONSULTAR OUTRA CONDICAO? (S/N): (.)".
          02 LINE 17 COL 47, PIC X TO WS-CONFIRMA AUTO.
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
       PROCEDURE DIVISION.
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
                PERFORM 100-INCLUSAO
             WHEN 2
                PERFORM 200-ALTERACAO
             WHEN 3
                PERFORM 300-INATIVACAO
             WHEN 5
                MOVE ZEROS TO WS-SAIR
                PERFORM 600-CONSULTA
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 9
                GOBACK
           END-EVALUATE
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       100-INCLUSAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-CPG-REG
           DISPLAY TELA-CONDICAO
           ACCEPT  TELA-CONDICAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           IF WS-CPG-CODIGO EQUAL ZEROS
              MOVE "INFORMAR CODIGO DA CONDICAO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 700-VALIDA-PRAZOS
           IF WS-CPG-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-CONDPAG
      *
           MOVE WS-ARQ-CPG-REG TO ARQ-CPG-REG
           MOVE "A"            TO CPG-STATUS
           WRITE ARQ-CPG-REG
           IF FS-CONDPAG EQUAL "00"
              MOVE "CONDICAO DE PAGAMENTO INCLUIDA" TO WS-MSG
           ELSE
              IF FS-CONDPAG EQUAL "22"
                 MOVE "CODIGO DE CONDICAO JA EXISTE" TO WS-MSG
              ELSE
                 STRING "ERRO AO GRAVAR CONDICAO - FS " FS-CONDPAG
                   INTO WS-MSG
              END-IF
           END-IF
           CLOSE ARQ-CONDPAG
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       200-ALTERACAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-CPG-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-CONDPAG
      *
           MOVE WS-CPG-CODIGO TO CPG-CODIGO
           READ ARQ-CONDPAG RECORD INTO WS-ARQ-CPG-REG
             KEY IS CPG-CODIGO
           IF FS-CONDPAG NOT EQUAL "00"
              CLOSE ARQ-CONDPAG
              MOVE "CONDICAO DE PAGAMENTO NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           DISPLAY TELA-CONDICAO
           ACCEPT  TELA-CONDICAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              CLOSE ARQ-CONDPAG
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 700-VALIDA-PRAZOS
           IF WS-CPG-COM-ERRO
              CLOSE ARQ-CONDPAG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
      *    O CODIGO E A CHAVE E NAO MUDA NA ALTERACAO.
           MOVE CPG-CODIGO          TO WS-CPG-CODIGO
           MOVE WS-CPG-DESCRICAO    TO CPG-DESCRICAO
           MOVE WS-CPG-QTD-PARCELAS TO CPG-QTD-PARCELAS
           MOVE WS-CPG-PRAZOS       TO CPG-PRAZOS
           REWRITE ARQ-CPG-REG
           IF FS-CONDPAG EQUAL "00"
              MOVE "CONDICAO DE PAGAMENTO ALTERADA" TO WS-MSG
           ELSE
              STRING "ERRO AO ALTERAR CONDICAO - FS " FS-CONDPAG
                INTO WS-MSG
           END-IF
           CLOSE ARQ-CONDPAG
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       300-INATIVACAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-CPG-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-CONDPAG
      *
           MOVE WS-CPG-CODIGO TO CPG-CODIGO
           READ ARQ-CONDPAG RECORD
             KEY IS CPG-CODIGO
           IF FS-CONDPAG NOT EQUAL "00"
              MOVE "CONDICAO DE PAGAMENTO NAO ENCONTRADA" TO WS-MSG
           ELSE
              IF CPG-INATIVA
                 MOVE "CONDICAO JA FOI INATIVADA" TO WS-MSG
              ELSE
                 MOVE "I" TO CPG-STATUS
                 REWRITE ARQ-CPG-REG
                 IF FS-CONDPAG EQUAL "00"
                    MOVE "CONDICAO DE PAGAMENTO INATIVADA" TO WS-MSG
                 ELSE
                    STRING "ERRO AO INATIVAR CONDICAO - FS "
                           FS-CONDPAG
                      INTO WS-MSG
                 END-IF
              END-IF
           END-IF
           CLOSE ARQ-CONDPAG
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-CPG-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-CONDPAG
      *
           MOVE WS-CPG-CODIGO TO CPG-CODIGO
           READ ARQ-CONDPAG RECORD INTO WS-ARQ-CPG-REG
             KEY IS CPG-CODIGO
           IF FS-CONDPAG NOT EQUAL "00"
              MOVE "CONDICAO DE PAGAMENTO NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
           ELSE
              IF CPG-INATIVA
                 MOVE "INATIVA" TO WS-STATUS-DESC
              ELSE
                 MOVE "ATIVA"   TO WS-STATUS-DESC
              END-IF
              DISPLAY CONSULTA
              ACCEPT  CONSULTA
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
                 MOVE 9 TO WS-SAIR
              END-IF
           END-IF
           CLOSE ARQ-CONDPAG.

      *-----------------------------------*
      *    QUANTIDADE DE PARCELAS DE 1 A 12, PRAZOS CRESCENTES NAS
      *    PARCELAS USADAS (SO A PRIMEIRA PODE SER ZERO) E PRAZOS
      *    ZERADOS NAS POSICOES ALEM DA QUANTIDADE INFORMADA.
      *-----------------------------------*
      *
       700-VALIDA-PRAZOS SECTION.
      *
           SET WS-CPG-SEM-ERRO TO TRUE
      *
           IF WS-CPG-QTD-PARCELAS EQUAL ZEROS
              OR WS-CPG-QTD-PARCELAS GREATER THAN 12
              SET WS-CPG-COM-ERRO TO TRUE
              MOVE "QTD DE PARCELAS DEVE SER DE 1 A 12" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           PERFORM VARYING WS-IND FROM 2 BY 1
                   UNTIL WS-IND GREATER THAN WS-CPG-QTD-PARCELAS
                      OR WS-CPG-COM-ERRO
              IF WS-CPG-DIAS(WS-IND) NOT GREATER THAN
                 WS-CPG-DIAS(WS-IND - 1)
                 SET WS-CPG-COM-ERRO TO TRUE
                 MOVE "PRAZOS DAS PARCELAS DEVEM SER CRESCENTES"
                   TO WS-MSG
              END-IF
           END-PERFORM
      *
           COMPUTE WS-IND = WS-CPG-QTD-PARCELAS + 1
           PERFORM UNTIL WS-IND GREATER THAN 12
              MOVE ZEROS TO WS-CPG-DIAS(WS-IND)
              ADD 1 TO WS-IND
           END-PERFORM.
      *
       700-FIM.
           EXIT.

      *-----------------------------------*
      *
       850-ABRE-CONDPAG SECTION.
      *
           OPEN I-O ARQ-CONDPAG
           IF FS-CONDPAG EQUAL "35"
              CLOSE ARQ-CONDPAG
              OPEN OUTPUT ARQ-CONDPAG
              CLOSE ARQ-CONDPAG
              OPEN I-O ARQ-CONDPAG
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.
      *
       END PROGRAM CADCPG.
      *-----------------------------------*
