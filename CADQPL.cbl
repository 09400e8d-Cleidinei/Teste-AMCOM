       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADQPL.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    PLANO MENSAL DE QUOTAS: MANUTENCAO DO QUOTAPLAN (QUOTA DE
      *    CADA VENDEDOR EM CADA ANO-MES) E CONSULTA DO PLANO ANUAL
      *    DO VENDEDOR, MES A MES, MOSTRANDO QUANDO O MES CAI NO
      *    QUOTA-VEND DO CADASTRO POR FALTA DE PLANO. O MES JA
      *    FECHADO NO COMFECH NAO PODE TER O PLANO INCLUIDO,
      *    ALTERADO OU EXCLUIDO, PARA NAO MUDAR A BASE DO FECHAMENTO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-QUOTAPLAN ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS QPL-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-QPL.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS FECH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-FECH.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-QUOTAPLAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'QUOTAPLAN'.
       COPY "BOOKQPL.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *
       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'COMFECH'.
       COPY "BOOKFECH.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-QPL             PIC X(002) VALUE "00".
       77 FSTATUS-VEND            PIC X(002) VALUE "00".
       77 FSTATUS-FECH            PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-NOME-VEND            PIC X(040) VALUE SPACES.
       77 WS-QUOTA-CADASTRO       PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-ANO-MES-VERIF        PIC 9(006) VALUE ZEROS.
       77 WS-CON-ANO              PIC 9(004) VALUE ZEROS.
       77 WS-CON-TOTAL            PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-MES                  PIC 9(002) VALUE ZEROS.
       01 WS-QPL-ERRO-SW          PIC X(001) VALUE "N".
          88 WS-QPL-COM-ERRO                 VALUE "S".
          88 WS-QPL-SEM-ERRO                 VALUE "N".
       01 WS-FECH-SW              PIC X(001) VALUE "N".
          88 WS-MES-FECHADO                  VALUE "S".
          88 WS-MES-LIVRE                    VALUE "N".
      *-----------------------------------*
       01 WS-ARQ-QPL-REG.
          03 WS-QPL-ANO-MES       PIC 9(006) VALUE ZEROS.
          03 WS-QPL-ANO-MES-R REDEFINES WS-QPL-ANO-MES.
             05 WS-QPL-ANO        PIC 9(004).
             05 WS-QPL-MES        PIC 9(002).
          03 WS-QPL-COD-VEND      PIC 9(003) VALUE ZEROS.
          03 WS-QPL-QUOTA         PIC 9(007)V9(002) VALUE ZEROS.
          03 WS-QPL-ORIGEM        PIC X(001) VALUE SPACES.
          03 WS-QPL-DATA-ATUALIZ  PIC 9(008) VALUE ZEROS.
          03 WS-QPL-OPERADOR      PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    LINHAS DA CONSULTA DO PLANO ANUAL (UMA POR MES)
      *-----------------------------------*
       01 WS-CONSULTA.
          03 WS-CON-LINHA         PIC X(070) OCCURS 12 TIMES.
       01 WS-CON-DET.
          03 WS-CON-ANO-MES       PIC 9999/99.
          03 FILLER               PIC X(003) VALUE SPACES.
          03 WS-CON-QUOTA         PIC ZZZZZZ9,99.
          03 FILLER               PIC X(003) VALUE SPACES.
          03 WS-CON-ORIGEM        PIC X(014).
          03 FILLER               PIC X(002) VALUE SPACES.
          03 WS-CON-ATUALIZ       PIC X(010).
          03 FILLER               PIC X(002) VALUE SPACES.
          03 WS-CON-FECHADO       PIC X(007).
       01 WS-CON-DATA-ED          PIC 9999/99/99.
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
          02 LINE 05 COL 10 VALUE "PLANO MENSAL DE QUOTAS - MENU".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR QUOTA DO MES".
          02 LINE 08 COL 10 VALUE "(2) ALTERAR QUOTA DO MES".
          02 LINE 09 COL 10 VALUE "(3) EXCLUIR QUOTA DO MES".
          02 LINE 10 COL 10 VALUE "(5) CONSULTAR PLANO ANUAL".
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
          02 LINE 05 COL 10 VALUE "PLANO DE QUOTAS - INFORMAR CHAVE".
          02 LINE 07 COL 10 VALUE "ANO-MES (AAAAMM).: (......)".
          02 LINE 07 COL 30, PIC 999999 TO WS-QPL-ANO-MES.
          02 LINE 08 COL 10 VALUE "VENDEDOR.........: (...)".
          02 LINE 08 COL 30, PIC ZZ9 TO WS-QPL-COD-VEND.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 BUSCAR-ANO AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "PLANO ANUAL DE QUOTAS DO VENDEDOR".
          02 LINE 07 COL 10 VALUE "ANO (AAAA).......: (....)".
          02 LINE 07 COL 30, PIC 9999 TO WS-CON-ANO.
          02 LINE 08 COL 10 VALUE "VENDEDOR.........: (...)".
          02 LINE 08 COL 30, PIC ZZ9 TO WS-QPL-COD-VEND.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-INCLUSAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "INCLUSAO DE QUOTA DO MES".
          02 LINE 07 COL 10 VALUE "ANO-MES (AAAAMM).:".
          02 LINE 07 COL 30, PIC 999999 USING WS-QPL-ANO-MES AUTO.
          02 LINE 08 COL 10 VALUE "VENDEDOR.........:".
          02 LINE 08 COL 30, PIC ZZ9 USING WS-QPL-COD-VEND AUTO.
          02 LINE 09 COL 10 VALUE "QUOTA DO MES.....:".
          02 LINE 09 COL 30, PIC ZZZZZZ9,99 USING WS-QPL-QUOTA AUTO.
          02 LINE 16 COL 10 "CONFIRMA? (S/N): (.)".
          02 LINE 16 COL 28, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-ALTERACAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "ALTERACAO DE QUOTA DO MES".
          02 LINE 07 COL 10 VALUE "ANO-MES..........:".
          02 LINE 07 COL 30, PIC 9999/99 FROM WS-QPL-ANO-MES.
          02 LINE 08 COL 10 VALUE "VENDEDOR.........:".
          02 LINE 08 COL 30, PIC ZZ9 FROM WS-QPL-COD-VEND.
          02 LINE 08 COL 35, PIC X(040) FROM WS-NOME-VEND.
          02 LINE 09 COL 10 VALUE "QUOTA DO MES.....:".
          02 LINE 09 COL 30, PIC ZZZZZZ9,99 USING WS-QPL-QUOTA AUTO.
          02 LINE 10 COL 10 VALUE "QUOTA CADASTRO...:".
          02 LINE 10 COL 30, PIC ZZZZZZ9,99 FROM WS-QUOTA-CADASTRO.
          02 LINE 16 COL 10 "CONFIRMA A ALTERACAO? (S/N): (.)".
          02 LINE 16 COL 40, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-EXCLUSAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE QUOTA DO MES".
          02 LINE 07 COL 10 VALUE "ANO-MES..........:".
          02 LINE 07 COL 30, PIC 9999/99 FROM WS-QPL-ANO-MES.
          02 LINE 08 COL 10 VALUE "VENDEDOR.........:".
          02 LINE 08 COL 30, PIC ZZ9 FROM WS-QPL-COD-VEND.
          02 LINE 08 COL 35, PIC X(040) FROM WS-NOME-VEND.
          02 LINE 09 COL 10 VALUE "QUOTA DO MES.....:".
          02 LINE 09 COL 30, PIC ZZZZZZ9,99 FROM WS-QPL-QUOTA.
          02 LINE 10 COL 10 VALUE "SEM PLANO VALE QUOTA DO CADASTRO".
          02 LINE 16 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 16 COL 39, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-CONSULTA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 03 COL 10 VALUE "PLANO ANUAL DE QUOTAS DO VENDEDOR".
          02 LINE 04 COL 10 VALUE "VENDEDOR.........:".
          02 LINE 04 COL 30, PIC ZZ9 FROM WS-QPL-COD-VEND.
          02 LINE 04 COL 35, PIC X(040) FROM WS-NOME-VEND.
          02 LINE 05 COL 10 VALUE "TOTAL DO ANO.....:".
          02 LINE 05 COL 30, PIC ZZZZZZZZ9,99 FROM WS-CON-TOTAL.
          02 LINE 07 COL 05 VALUE "MES          QUOTA   ORIGEM".
          02 LINE 07 COL 47 VALUE "ATUALIZADO".
          02 LINE 08 COL 05, PIC X(070) FROM WS-CON-LINHA(1).
          02 LINE 09 COL 05, PIC X(070) FROM WS-CON-LINHA(2).
          02 LINE 10 COL 05, PIC X(070) FROM WS-CON-LINHA(3).
          02 LINE 11 COL 05, PIC X(070) FROM WS-CON-LINHA(4).
          02 LINE 12 COL 05, PIC X(070) FROM WS-CON-LINHA(5).
          02 LINE 13 COL 05, PIC X(070) FROM WS-CON-LINHA(6).
          02 LINE 14 COL 05, PIC X(070) FROM WS-CON-LINHA(7).
          02 LINE 15 COL 05, PIC X(070) FROM WS-CON-LINHA(8).
          02 LINE 16 COL 05, PIC X(070) FROM WS-CON-LINHA(9).
          02 LINE 17 COL 05, PIC X(070) FROM WS-CON-LINHA(10).
          02 LINE 18 COL 05, PIC X(070) FROM WS-CON-LINHA(11).
          02 LINE 19 COL 05, PIC X(070) FROM WS-CON-LINHA(12).
          02 LINE 20 COL 10 "CONSULTAR OUTRO VENDEDOR? (S/N): (.)".
          02 LINE 20 COL 44, PIC X TO WS-CONFIRMA AUTO.
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
                PERFORM 100-INCLUSAO
             WHEN 2
                PERFORM 200-ALTERACAO
             WHEN 3
                PERFORM 300-EXCLUSAO
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
           INITIALIZE WS-ARQ-QPL-REG
           DISPLAY TELA-INCLUSAO
           ACCEPT  TELA-INCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 700-VALIDA-CHAVE
           IF WS-QPL-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-PLANO
           PERFORM 750-CARIMBA
           MOVE WS-ARQ-QPL-REG TO ARQ-QPL-REG
           WRITE ARQ-QPL-REG
           IF FSTATUS-QPL EQUAL "00"
              MOVE "QUOTA DO MES INCLUIDA" TO WS-MSG
           ELSE
              IF FSTATUS-QPL EQUAL "22"
                 MOVE "QUOTA DO MES JA CADASTRADA" TO WS-MSG
              ELSE
                 STRING "ERRO AO GRAVAR QUOTA - FS " FSTATUS-QPL
                   INTO WS-MSG
              END-IF
           END-IF
           CLOSE ARQ-QUOTAPLAN
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       200-ALTERACAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-QPL-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 700-VALIDA-CHAVE
           IF WS-QPL-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-PLANO
           PERFORM 800-LE-PLANO
           CLOSE ARQ-QUOTAPLAN
           IF FSTATUS-QPL NOT EQUAL "00"
              MOVE "QUOTA DO MES NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           DISPLAY TELA-ALTERACAO
           ACCEPT  TELA-ALTERACAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-PLANO
           MOVE WS-QPL-ANO-MES  TO QPL-ANO-MES
           MOVE WS-QPL-COD-VEND TO QPL-COD-VEND
           READ ARQ-QUOTAPLAN RECORD
             KEY IS QPL-CHAVE
           PERFORM 750-CARIMBA
           MOVE WS-QPL-QUOTA        TO QPL-QUOTA
           MOVE WS-QPL-ORIGEM       TO QPL-ORIGEM
           MOVE WS-QPL-DATA-ATUALIZ TO QPL-DATA-ATUALIZ
           MOVE WS-QPL-OPERADOR     TO QPL-OPERADOR
           REWRITE ARQ-QPL-REG
           IF FSTATUS-QPL EQUAL "00"
              MOVE "QUOTA DO MES ALTERADA" TO WS-MSG
           ELSE
              STRING "ERRO AO ALTERAR QUOTA - FS " FSTATUS-QPL
                INTO WS-MSG
           END-IF
           CLOSE ARQ-QUOTAPLAN
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       300-EXCLUSAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-QPL-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 700-VALIDA-CHAVE
           IF WS-QPL-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-PLANO
           PERFORM 800-LE-PLANO
           IF FSTATUS-QPL NOT EQUAL "00"
              CLOSE ARQ-QUOTAPLAN
              MOVE "QUOTA DO MES NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           DISPLAY TELA-EXCLUSAO
           ACCEPT  TELA-EXCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
              DELETE ARQ-QUOTAPLAN RECORD
              IF FSTATUS-QPL EQUAL "00"
                 MOVE "QUOTA DO MES EXCLUIDA" TO WS-MSG
              ELSE
                 STRING "ERRO AO EXCLUIR QUOTA - FS " FSTATUS-QPL
                   INTO WS-MSG
              END-IF
              PERFORM 900-MOSTRA-MENSAGEM
           END-IF
           CLOSE ARQ-QUOTAPLAN
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    PLANO DO ANO, MES A MES, COM A QUOTA QUE VALE EM CADA MES
      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-QPL-REG
           MOVE ZEROS  TO WS-CON-ANO
           DISPLAY BUSCAR-ANO
           ACCEPT  BUSCAR-ANO
      *
           MOVE WS-CON-ANO TO WS-QPL-ANO
           MOVE 01         TO WS-QPL-MES
           PERFORM 700-VALIDA-CHAVE
           IF WS-QPL-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 600-FIM
           END-IF
      *
           MOVE SPACES TO WS-CONSULTA
           MOVE ZEROS  TO WS-CON-TOTAL
      *
           OPEN INPUT ARQ-QUOTAPLAN
           PERFORM VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER THAN 12
              PERFORM 610-LINHA-DO-MES
           END-PERFORM
           CLOSE ARQ-QUOTAPLAN
      *
           DISPLAY TELA-CONSULTA
           ACCEPT  TELA-CONSULTA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              MOVE 9 TO WS-SAIR
           END-IF.
      *
       600-FIM.
           EXIT.

      *-----------------------------------*
      *
       610-LINHA-DO-MES SECTION.
      *
           MOVE WS-CON-ANO      TO WS-QPL-ANO
           MOVE WS-MES          TO WS-QPL-MES
           MOVE WS-QPL-ANO-MES  TO WS-CON-ANO-MES
           MOVE WS-QPL-ANO-MES  TO QPL-ANO-MES
           MOVE WS-QPL-COD-VEND TO QPL-COD-VEND
           READ ARQ-QUOTAPLAN RECORD
             KEY IS QPL-CHAVE
           IF FSTATUS-QPL EQUAL "00"
              MOVE QPL-QUOTA TO WS-CON-QUOTA
              ADD  QPL-QUOTA TO WS-CON-TOTAL
              IF QPL-ORIGEM-LOTE
                 MOVE "PLANO (LOTE)"  TO WS-CON-ORIGEM
              ELSE
                 MOVE "PLANO (TELA)"  TO WS-CON-ORIGEM
              END-IF
              MOVE QPL-DATA-ATUALIZ TO WS-CON-DATA-ED
              MOVE WS-CON-DATA-ED   TO WS-CON-ATUALIZ
           ELSE
              MOVE WS-QUOTA-CADASTRO TO WS-CON-QUOTA
              ADD  WS-QUOTA-CADASTRO TO WS-CON-TOTAL
              MOVE "CADASTRO"        TO WS-CON-ORIGEM
              MOVE SPACES            TO WS-CON-ATUALIZ
           END-IF
      *
           MOVE WS-QPL-ANO-MES TO WS-ANO-MES-VERIF
           PERFORM 910-VERIFICA-MES-FECHADO
           IF WS-MES-FECHADO
              MOVE "FECHADO" TO WS-CON-FECHADO
           ELSE
              MOVE SPACES    TO WS-CON-FECHADO
           END-IF
      *
           MOVE WS-CON-DET TO WS-CON-LINHA(WS-MES).

      *-----------------------------------*
      *    ANO-MES VALIDO, VENDEDOR CADASTRADO E, NA MANUTENCAO, MES
      *    AINDA NAO FECHADO NO COMFECH.
      *-----------------------------------*
      *
       700-VALIDA-CHAVE SECTION.
      *
           SET WS-QPL-SEM-ERRO TO TRUE
      *
           IF WS-QPL-ANO LESS THAN 2000
              OR WS-QPL-MES LESS THAN 1
              OR WS-QPL-MES GREATER THAN 12
              SET WS-QPL-COM-ERRO TO TRUE
              MOVE "ANO-MES INVALIDO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           MOVE SPACES TO WS-NOME-VEND
           MOVE ZEROS  TO WS-QUOTA-CADASTRO
           OPEN INPUT ARQ-VENDEDOR
           MOVE WS-QPL-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND NOT EQUAL "00"
              OR WS-QPL-COD-VEND EQUAL ZEROS
              CLOSE ARQ-VENDEDOR
              SET WS-QPL-COM-ERRO TO TRUE
              MOVE "VENDEDOR NAO ENCONTRADO" TO WS-MSG
              GO TO 700-FIM
           END-IF
           MOVE NOME-VENDEDOR TO WS-NOME-VEND
           MOVE QUOTA-VEND    TO WS-QUOTA-CADASTRO
           CLOSE ARQ-VENDEDOR
      *
           IF WS-OPCAO EQUAL 5
              GO TO 700-FIM
           END-IF
      *
           MOVE WS-QPL-ANO-MES TO WS-ANO-MES-VERIF
           PERFORM 910-VERIFICA-MES-FECHADO
           IF WS-MES-FECHADO
              SET WS-QPL-COM-ERRO TO TRUE
              MOVE "MES JA FECHADO - PLANO BLOQUEADO" TO WS-MSG
           END-IF.
      *
       700-FIM.
           EXIT.

      *-----------------------------------*
      *    DATA DA ATUALIZACAO E OPERADOR QUE A FEZ
      *-----------------------------------*
      *
       750-CARIMBA SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-QPL-DATA-ATUALIZ
           MOVE OPER-COD-EXEC             TO WS-QPL-OPERADOR
           MOVE "T"                       TO WS-QPL-ORIGEM.

      *-----------------------------------*
      *
       800-LE-PLANO SECTION.
      *
           MOVE WS-QPL-ANO-MES  TO QPL-ANO-MES
           MOVE WS-QPL-COD-VEND TO QPL-COD-VEND
           READ ARQ-QUOTAPLAN RECORD INTO WS-ARQ-QPL-REG
             KEY IS QPL-CHAVE.

      *-----------------------------------*
      *
       850-ABRE-PLANO SECTION.
      *
           OPEN I-O ARQ-QUOTAPLAN
           IF FSTATUS-QPL EQUAL "35"
              CLOSE ARQ-QUOTAPLAN
              OPEN OUTPUT ARQ-QUOTAPLAN
              CLOSE ARQ-QUOTAPLAN
              OPEN I-O ARQ-QUOTAPLAN
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.

      *-----------------------------------*
      *    MES COM QUALQUER REGISTRO NO COMFECH JA FOI FECHADO
      *-----------------------------------*
      *
       910-VERIFICA-MES-FECHADO SECTION.
      *
           SET WS-MES-LIVRE TO TRUE
      *
           OPEN INPUT ARQ-FECHAMENTO
           IF FSTATUS-FECH NOT EQUAL "00"
              CLOSE ARQ-FECHAMENTO
              GO TO 910-FIM
           END-IF
      *
           MOVE WS-ANO-MES-VERIF TO FECH-ANO-MES
           MOVE ZEROS            TO FECH-COD-VEND
           MOVE SPACE            TO FECH-TIPO
           START ARQ-FECHAMENTO KEY IS NOT LESS THAN FECH-CHAVE
              INVALID KEY
                 CLOSE ARQ-FECHAMENTO
                 GO TO 910-FIM
           END-START
      *
           READ ARQ-FECHAMENTO NEXT RECORD
           IF FSTATUS-FECH EQUAL "00"
              AND FECH-ANO-MES EQUAL WS-ANO-MES-VERIF
              SET WS-MES-FECHADO TO TRUE
           END-IF
      *
           CLOSE ARQ-FECHAMENTO.
      *
       910-FIM.
           EXIT.
      *
       END PROGRAM CADQPL.
      *-----------------------------------*
