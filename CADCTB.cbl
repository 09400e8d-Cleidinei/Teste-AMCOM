       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADCTB.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    MANUTENCAO DO DE-PARA CONTABIL (CONTAS): PARA CADA EVENTO
      *    DE MOVIMENTO A CONTA DO PLANO DE CONTAS A DEBITAR E A
      *    CONTA A CREDITAR NOS LANCAMENTOS GERADOS PELO CONTABIL.
      *    EVENTOS: FATU FATURA EMITIDA, PAGT BAIXA DE PAGAMENTO,
      *    DEVO DEVOLUCAO DE VENDA, PERD FATURA BAIXADA COMO PERDA,
      *    COMI COMISSAO DO FECHAMENTO MENSAL, ESTC ESTORNO DE
      *    COMISSAO. AS DUAS CONTAS SAO OBRIGATORIAS E DIFERENTES.
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
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CTA-EVENTO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-CONTAS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CONTAS'.
       COPY "BOOKCTA.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FS-CONTAS               PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       01 WS-CTA-ERRO-SW          PIC X(001) VALUE "N".
          88 WS-CTA-COM-ERRO                 VALUE "S".
          88 WS-CTA-SEM-ERRO                 VALUE "N".
      *-----------------------------------*
       01 WS-ARQ-CTA-REG.
          03 WS-CTA-EVENTO        PIC X(004) VALUE SPACES.
             88 WS-CTA-EVENTO-VALIDO VALUE "FATU" "PAGT" "DEVO"
                                           "PERD" "COMI" "ESTC".
          03 WS-CTA-DESCRICAO     PIC X(030) VALUE SPACES.
          03 WS-CTA-CONTA-DEBITO  PIC X(020) VALUE SPACES.
          03 WS-CTA-CONTA-CREDITO PIC X(020) VALUE SPACES.
      *-----------------------------------*
      *
       SCREEN SECTION.
       01 TELA-MENU.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "DE-PARA CONTABIL - MENU".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR".
          02 LINE 08 COL 10 VALUE "(2) ALTERAR".
          02 LINE 09 COL 10 VALUE "(5) CONSULTAR".
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
          02 LINE 05 COL 10 VALUE "DE-PARA - INFORMAR EVENTO".
          02 LINE 07 COL 10 VALUE "EVENTO.........: (....)".
          02 LINE 07 COL 28, PIC X(004) TO WS-CTA-EVENTO.
          02 LINE 09 COL 10 VALUE
             "FATU PAGT DEVO PERD COMI ESTC".
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-CONTAS.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "DE-PARA CONTABIL".
          02 LINE 07 COL 10 VALUE "EVENTO.........:".
          02 LINE 07 COL 28, PIC X(004) USING WS-CTA-EVENTO AUTO.
          02 LINE 08 COL 10 VALUE "DESCRICAO......:".
          02 LINE 08 COL 28, PIC X(030) USING WS-CTA-DESCRICAO AUTO.
          02 LINE 09 COL 10 VALUE "CONTA DEBITO...:".
          02 LINE 09 COL 28, PIC X(020) USING WS-CTA-CONTA-DEBITO
                                        AUTO.
          02 LINE 10 COL 10 VALUE "CONTA CREDITO..:".
          02 LINE 10 COL 28, PIC X(020) USING WS-CTA-CONTA-CREDITO
                                        AUTO.
          02 LINE 12 COL 10 VALUE
             "FATU PAGT DEVO PERD COMI ESTC".
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
          02 LINE 05 COL 10 VALUE "CONSULTA DO DE-PARA CONTABIL".
          02 LINE 07 COL 10 VALUE "EVENTO.........:".
          02 LINE 07 COL 28, PIC X(004) FROM WS-CTA-EVENTO.
          02 LINE 08 COL 10 VALUE "DESCRICAO......:".
          02 LINE 08 COL 28, PIC X(030) FROM WS-CTA-DESCRICAO.
          02 LINE 09 COL 10 VALUE "CONTA DEBITO...:".
          02 LINE 09 COL 28, PIC X(020) FROM WS-CTA-CONTA-DEBITO.
          02 LINE 10 COL 10 VALUE "CONTA CREDITO..:".
          02 LINE 10 COL 28, PIC X(020) FROM WS-CTA-CONTA-CREDITO.
          02 LINE 17 COL 10 "CONSULTAR OUTRO EVENTO? (S/N): (.)".
          02 LINE 17 COL 45, PIC X TO WS-CONFIRMA AUTO.
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
           INITIALIZE WS-ARQ-CTA-REG
           DISPLAY TELA-CONTAS
           ACCEPT  TELA-CONTAS
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 700-VALIDA-CONTAS
           IF WS-CTA-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-CONTAS
      *
           MOVE WS-ARQ-CTA-REG TO ARQ-CTA-REG
           WRITE ARQ-CTA-REG
           IF FS-CONTAS EQUAL "00"
              MOVE "CONTAS DO EVENTO INCLUIDAS" TO WS-MSG
           ELSE
              IF FS-CONTAS EQUAL "22"
                 MOVE "EVENTO JA CADASTRADO" TO WS-MSG
              ELSE
                 STRING "ERRO AO GRAVAR DE-PARA - FS " FS-CONTAS
                   INTO WS-MSG
              END-IF
           END-IF
           CLOSE ARQ-CONTAS
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       200-ALTERACAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-CTA-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-CONTAS
      *
           MOVE FUNCTION UPPER-CASE(WS-CTA-EVENTO) TO CTA-EVENTO
           READ ARQ-CONTAS RECORD INTO WS-ARQ-CTA-REG
             KEY IS CTA-EVENTO
           IF FS-CONTAS NOT EQUAL "00"
              CLOSE ARQ-CONTAS
              MOVE "EVENTO NAO CADASTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           DISPLAY TELA-CONTAS
           ACCEPT  TELA-CONTAS
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              CLOSE ARQ-CONTAS
              PERFORM 000-INICIO
           END-IF
      *
      *    O EVENTO E A CHAVE E NAO MUDA NA ALTERACAO.
           MOVE CTA-EVENTO TO WS-CTA-EVENTO
           PERFORM 700-VALIDA-CONTAS
           IF WS-CTA-COM-ERRO
              CLOSE ARQ-CONTAS
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           MOVE WS-CTA-DESCRICAO     TO CTA-DESCRICAO
           MOVE WS-CTA-CONTA-DEBITO  TO CTA-CONTA-DEBITO
           MOVE WS-CTA-CONTA-CREDITO TO CTA-CONTA-CREDITO
           REWRITE ARQ-CTA-REG
           IF FS-CONTAS EQUAL "00"
              MOVE "CONTAS DO EVENTO ALTERADAS" TO WS-MSG
           ELSE
              STRING "ERRO AO ALTERAR DE-PARA - FS " FS-CONTAS
                INTO WS-MSG
           END-IF
           CLOSE ARQ-CONTAS
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-CTA-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-CONTAS
      *
           MOVE FUNCTION UPPER-CASE(WS-CTA-EVENTO) TO CTA-EVENTO
           READ ARQ-CONTAS RECORD INTO WS-ARQ-CTA-REG
             KEY IS CTA-EVENTO
           IF FS-CONTAS NOT EQUAL "00"
              MOVE "EVENTO NAO CADASTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
           ELSE
              DISPLAY CONSULTA
              ACCEPT  CONSULTA
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
                 MOVE 9 TO WS-SAIR
              END-IF
           END-IF
           CLOSE ARQ-CONTAS.

      *-----------------------------------*
      *    EVENTO CONHECIDO E AS DUAS CONTAS INFORMADAS E
      *    DIFERENTES ENTRE SI.
      *-----------------------------------*
      *
       700-VALIDA-CONTAS SECTION.
      *
           SET WS-CTA-SEM-ERRO TO TRUE
           MOVE FUNCTION UPPER-CASE(WS-CTA-EVENTO) TO WS-CTA-EVENTO
      *
           IF NOT WS-CTA-EVENTO-VALIDO
              SET WS-CTA-COM-ERRO TO TRUE
              MOVE "EVENTO INVALIDO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           IF WS-CTA-CONTA-DEBITO EQUAL SPACES
              OR WS-CTA-CONTA-CREDITO EQUAL SPACES
              SET WS-CTA-COM-ERRO TO TRUE
              MOVE "INFORMAR CONTA DE DEBITO E DE CREDITO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           IF WS-CTA-CONTA-DEBITO EQUAL WS-CTA-CONTA-CREDITO
              SET WS-CTA-COM-ERRO TO TRUE
              MOVE "CONTAS DE DEBITO E CREDITO IGUAIS" TO WS-MSG
           END-IF.
      *
       700-FIM.
           EXIT.

      *-----------------------------------*
      *
       850-ABRE-CONTAS SECTION.
      *
           OPEN I-O ARQ-CONTAS
           IF FS-CONTAS EQUAL "35"
              CLOSE ARQ-CONTAS
              OPEN OUTPUT ARQ-CONTAS
              CLOSE ARQ-CONTAS
              OPEN I-O ARQ-CONTAS
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.
      *
       END PROGRAM CADCTB.
      *-----------------------------------*
