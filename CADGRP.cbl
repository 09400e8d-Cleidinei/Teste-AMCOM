       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADGRP.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    MANUTENCAO DO CADASTRO DE GRUPOS ECONOMICOS (GRUPOECO).
      *    O CODIGO DO GRUPO E A RAIZ DO CNPJ (8 DIGITOS) DOS
      *    CLIENTES DO GRUPO OU UM CODIGO LIVRE USADO NO GRUPO
      *    INFORMADO PELO CADCLI. AQUI FICAM O NOME, O LIMITE DE
      *    CREDITO CONSOLIDADO (ZERO = SEM LIMITE DE GRUPO) E A
      *    MATRIZ ESCOLHIDA PARA A DISTRIBUICAO (ZERO = AUTOMATICA).
      *    A MATRIZ INFORMADA TEM QUE SER CLIENTE DO PROPRIO GRUPO.
      *    EXCLUIR O CADASTRO NAO DESFAZ O GRUPO: OS CLIENTES
      *    CONTINUAM AGRUPADOS PELA RAIZ OU PELO GRUPO INFORMADO,
      *    SO QUE SEM NOME, LIMITE E MATRIZ.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GRUPOECO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS GEC-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-GEC.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-GRUPOECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GRUPOECO'.
       COPY "BOOKGEC.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-GEC             PIC X(002) VALUE "00".
       77 FSTATUS-CLI             PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-NOME-MATRIZ          PIC X(040) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       01 WS-GEC-ERRO-SW          PIC X(001) VALUE "N".
          88 WS-GEC-COM-ERRO                 VALUE "S".
          88 WS-GEC-SEM-ERRO                 VALUE "N".
      *-----------------------------------*
       01 WS-ARQ-GEC-REG.
          03 WS-GEC-CODIGO        PIC 9(008) VALUE ZEROS.
          03 WS-GEC-NOME          PIC X(040) VALUE SPACES.
          03 WS-GEC-LIMITE-CRED   PIC 9(009)V9(002) VALUE ZEROS.
          03 WS-GEC-COD-MATRIZ    PIC 9(007) VALUE ZEROS.
          03 WS-GEC-DATA-ATUALIZ  PIC 9(008) VALUE ZEROS.
          03 WS-GEC-OPERADOR      PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
       01 PARAM-BUSCAGRP.
          03 WS-BGR-COD-CLI       PIC 9(007) VALUE ZEROS.
          03 WS-BGR-CNPJ          PIC 9(014) VALUE ZEROS.
          03 WS-BGR-GRUPO         PIC 9(008) VALUE ZEROS.
          03 WS-BGR-ORIGEM        PIC X(001) VALUE SPACES.
          03 WS-BGR-CADASTRO      PIC X(001) VALUE SPACES.
          03 WS-BGR-NOME          PIC X(040) VALUE SPACES.
          03 WS-BGR-LIMITE        PIC 9(009)V9(002) VALUE ZEROS.
          03 WS-BGR-COD-MATRIZ    PIC 9(007) VALUE ZEROS.
          03 WS-BGR-MSG           PIC X(040) VALUE SPACES.
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
          02 LINE 05 COL 10 VALUE "GRUPOS ECONOMICOS - MENU".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR".
          02 LINE 08 COL 10 VALUE "(2) ALTERAR".
          02 LINE 09 COL 10 VALUE "(3) EXCLUIR".
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
          02 LINE 05 COL 10 VALUE "GRUPOS ECONOMICOS - INFORMAR CODIGO".
          02 LINE 07 COL 10 VALUE "GRUPO (RAIZ CNPJ): (........)".
          02 LINE 07 COL 30, PIC ZZZZZZZ9 TO WS-GEC-CODIGO.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-INCLUSAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "INCLUSAO DE GRUPO ECONOMICO".
          02 LINE 07 COL 10 VALUE "GRUPO (RAIZ CNPJ):".
          02 LINE 07 COL 30, PIC ZZZZZZZ9 USING WS-GEC-CODIGO AUTO.
          02 LINE 08 COL 10 VALUE "NOME DO GRUPO....:".
          02 LINE 08 COL 30, PIC X(040) USING WS-GEC-NOME AUTO.
          02 LINE 09 COL 10 VALUE "LIMITE DO GRUPO..:".
          02 LINE 09 COL 30, PIC ZZZZZZZZ9,99 USING WS-GEC-LIMITE-CRED
                                              AUTO.
          02 LINE 09 COL 44 VALUE "(0 = SEM LIMITE)".
          02 LINE 10 COL 10 VALUE "CLIENTE MATRIZ...:".
          02 LINE 10 COL 30, PIC ZZZZZZ9 USING WS-GEC-COD-MATRIZ AUTO.
          02 LINE 10 COL 44 VALUE "(0 = AUTOMATICA)".
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
          02 LINE 05 COL 10 VALUE "ALTERACAO DE GRUPO ECONOMICO".
          02 LINE 07 COL 10 VALUE "GRUPO (RAIZ CNPJ):".
          02 LINE 07 COL 30, PIC ZZZZZZZ9 FROM WS-GEC-CODIGO.
          02 LINE 08 COL 10 VALUE "NOME DO GRUPO....:".
          02 LINE 08 COL 30, PIC X(040) USING WS-GEC-NOME AUTO.
          02 LINE 09 COL 10 VALUE "LIMITE DO GRUPO..:".
          02 LINE 09 COL 30, PIC ZZZZZZZZ9,99 USING WS-GEC-LIMITE-CRED
                                              AUTO.
          02 LINE 09 COL 44 VALUE "(0 = SEM LIMITE)".
          02 LINE 10 COL 10 VALUE "CLIENTE MATRIZ...:".
          02 LINE 10 COL 30, PIC ZZZZZZ9 USING WS-GEC-COD-MATRIZ AUTO.
          02 LINE 10 COL 44 VALUE "(0 = AUTOMATICA)".
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
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE GRUPO ECONOMICO".
          02 LINE 07 COL 10 VALUE "GRUPO (RAIZ CNPJ):".
          02 LINE 07 COL 30, PIC ZZZZZZZ9 FROM WS-GEC-CODIGO.
          02 LINE 08 COL 10 VALUE "NOME DO GRUPO....:".
          02 LINE 08 COL 30, PIC X(040) FROM WS-GEC-NOME.
          02 LINE 09 COL 10 VALUE "LIMITE DO GRUPO..:".
          02 LINE 09 COL 30, PIC ZZZZZZZZ9,99 FROM WS-GEC-LIMITE-CRED.
          02 LINE 10 COL 10 VALUE "CLIENTE MATRIZ...:".
          02 LINE 10 COL 30, PIC ZZZZZZ9 FROM WS-GEC-COD-MATRIZ.
          02 LINE 16 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 16 COL 39, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 CONSULTA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONSULTA DE GRUPO ECONOMICO".
          02 LINE 07 COL 10 VALUE "GRUPO (RAIZ CNPJ):".
          02 LINE 07 COL 30, PIC ZZZZZZZ9 FROM WS-GEC-CODIGO.
          02 LINE 08 COL 10 VALUE "NOME DO GRUPO....:".
          02 LINE 08 COL 30, PIC X(040) FROM WS-GEC-NOME.
          02 LINE 09 COL 10 VALUE "LIMITE DO GRUPO..:".
          02 LINE 09 COL 30, PIC ZZZZZZZZ9,99 FROM WS-GEC-LIMITE-CRED.
          02 LINE 10 COL 10 VALUE "CLIENTE MATRIZ...:".
          02 LINE 10 COL 30, PIC ZZZZZZ9 FROM WS-GEC-COD-MATRIZ.
          02 LINE 11 COL 30, PIC X(040) FROM WS-NOME-MATRIZ.
          02 LINE 13 COL 10 VALUE "ATUALIZADO EM....:".
          02 LINE 13 COL 30, PIC 99999999 FROM WS-GEC-DATA-ATUALIZ.
          02 LINE 13 COL 40 VALUE "OPERADOR:".
          02 LINE 13 COL 50, PIC ZZ9 FROM WS-GEC-OPERADOR.
          02 LINE 17 COL 10 "CONSULTAR OUTRO GRUPO? (S/N): (.)".
          02 LINE 17 COL 44, PIC X TO WS-CONFIRMA AUTO.
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
           INITIALIZE WS-ARQ-GEC-REG
           DISPLAY TELA-INCLUSAO
           ACCEPT  TELA-INCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 700-VALIDA-GRUPO
           IF WS-GEC-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-GRUPOECO
           PERFORM 750-CARIMBA
           MOVE WS-ARQ-GEC-REG TO ARQ-GEC-REG
           WRITE ARQ-GEC-REG
           IF FSTATUS-GEC EQUAL "00"
              MOVE "GRUPO ECONOMICO INCLUIDO" TO WS-MSG
           ELSE
              IF FSTATUS-GEC EQUAL "22"
                 MOVE "GRUPO JA CADASTRADO" TO WS-MSG
              ELSE
                 STRING "ERRO AO GRAVAR GRUPO - FS " FSTATUS-GEC
                   INTO WS-MSG
              END-IF
           END-IF
           CLOSE ARQ-GRUPOECO
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       200-ALTERACAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-GEC-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-GRUPOECO
           PERFORM 800-LE-GRUPO
           CLOSE ARQ-GRUPOECO
           IF FSTATUS-GEC NOT EQUAL "00"
              MOVE "GRUPO NAO ENCONTRADO" TO WS-MSG
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
           PERFORM 700-VALIDA-GRUPO
           IF WS-GEC-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-GRUPOECO
           MOVE WS-GEC-CODIGO TO GEC-CODIGO
           READ ARQ-GRUPOECO RECORD
             KEY IS GEC-CODIGO
           PERFORM 750-CARIMBA
           MOVE WS-GEC-NOME         TO GEC-NOME
           MOVE WS-GEC-LIMITE-CRED  TO GEC-LIMITE-CRED
           MOVE WS-GEC-COD-MATRIZ   TO GEC-COD-MATRIZ
           MOVE WS-GEC-DATA-ATUALIZ TO GEC-DATA-ATUALIZ
           MOVE WS-GEC-OPERADOR     TO GEC-OPERADOR
           REWRITE ARQ-GEC-REG
           IF FSTATUS-GEC EQUAL "00"
              MOVE "GRUPO ECONOMICO ALTERADO" TO WS-MSG
           ELSE
              STRING "ERRO AO ALTERAR GRUPO - FS " FSTATUS-GEC
                INTO WS-MSG
           END-IF
           CLOSE ARQ-GRUPOECO
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       300-EXCLUSAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-GEC-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-GRUPOECO
      *
           PERFORM 800-LE-GRUPO
           IF FSTATUS-GEC NOT EQUAL "00"
              CLOSE ARQ-GRUPOECO
              MOVE "GRUPO NAO ENCONTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           DISPLAY TELA-EXCLUSAO
           ACCEPT  TELA-EXCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
              DELETE ARQ-GRUPOECO RECORD
              IF FSTATUS-GEC EQUAL "00"
                 MOVE "GRUPO ECONOMICO EXCLUIDO" TO WS-MSG
              ELSE
                 STRING "ERRO AO EXCLUIR GRUPO - FS " FSTATUS-GEC
                   INTO WS-MSG
              END-IF
              PERFORM 900-MOSTRA-MENSAGEM
           END-IF
           CLOSE ARQ-GRUPOECO
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-GEC-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-GRUPOECO
           PERFORM 800-LE-GRUPO
           CLOSE ARQ-GRUPOECO
      *
           IF FSTATUS-GEC NOT EQUAL "00"
              MOVE "GRUPO NAO ENCONTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
           ELSE
              MOVE SPACES TO WS-NOME-MATRIZ
              IF WS-GEC-COD-MATRIZ NOT EQUAL ZEROS
                 PERFORM 710-LE-MATRIZ
              ELSE
                 MOVE "(AUTOMATICA: CNPJ 0001 OU MENOR CODIGO)"
                   TO WS-NOME-MATRIZ
              END-IF
              DISPLAY CONSULTA
              ACCEPT  CONSULTA
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
                 MOVE 9 TO WS-SAIR
              END-IF
           END-IF.

      *-----------------------------------*
      *    CODIGO DIFERENTE DE ZERO, NOME INFORMADO E MATRIZ (SE
      *    INFORMADA) CADASTRADA E PERTENCENTE AO PROPRIO GRUPO.
      *-----------------------------------*
      *
       700-VALIDA-GRUPO SECTION.
      *
           SET WS-GEC-SEM-ERRO TO TRUE
      *
           IF WS-GEC-CODIGO EQUAL ZEROS
              SET WS-GEC-COM-ERRO TO TRUE
              MOVE "INFORMAR O CODIGO DO GRUPO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           IF WS-GEC-NOME EQUAL SPACES
              SET WS-GEC-COM-ERRO TO TRUE
              MOVE "INFORMAR O NOME DO GRUPO" TO WS-MSG
              GO TO 700-FIM
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-GEC-NOME) TO WS-GEC-NOME
      *
           IF WS-GEC-COD-MATRIZ EQUAL ZEROS
              GO TO 700-FIM
           END-IF
      *
           PERFORM 710-LE-MATRIZ
           IF FSTATUS-CLI NOT EQUAL "00"
              SET WS-GEC-COM-ERRO TO TRUE
              MOVE "CLIENTE MATRIZ NAO ENCONTRADO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           IF WS-BGR-GRUPO NOT EQUAL WS-GEC-CODIGO
              SET WS-GEC-COM-ERRO TO TRUE
              MOVE "MATRIZ DEVE SER CLIENTE DO GRUPO" TO WS-MSG
           END-IF.
      *
       700-FIM.
           EXIT.

      *-----------------------------------*
      *    LE O CLIENTE MATRIZ E O GRUPO A QUE ELE PERTENCE
      *-----------------------------------*
      *
       710-LE-MATRIZ SECTION.
      *
           MOVE SPACES TO WS-NOME-MATRIZ
           MOVE ZEROS  TO WS-BGR-GRUPO
           OPEN INPUT ARQ-CLIENTE
           MOVE WS-GEC-COD-MATRIZ TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI EQUAL "00"
              MOVE RAZAO-SOCIAL TO WS-NOME-MATRIZ
              MOVE COD-CLI      TO WS-BGR-COD-CLI
              MOVE CNPJ-CLI     TO WS-BGR-CNPJ
              CALL "BUSCAGRP" USING PARAM-BUSCAGRP
           END-IF
           CLOSE ARQ-CLIENTE.

      *-----------------------------------*
      *    DATA DA ATUALIZACAO E OPERADOR QUE A FEZ
      *-----------------------------------*
      *
       750-CARIMBA SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-GEC-DATA-ATUALIZ
           MOVE OPER-COD-EXEC             TO WS-GEC-OPERADOR.

      *-----------------------------------*
      *
       800-LE-GRUPO SECTION.
      *
           MOVE WS-GEC-CODIGO TO GEC-CODIGO
           READ ARQ-GRUPOECO RECORD INTO WS-ARQ-GEC-REG
             KEY IS GEC-CODIGO.

      *-----------------------------------*
      *
       850-ABRE-GRUPOECO SECTION.
      *
           OPEN I-O ARQ-GRUPOECO
           IF FSTATUS-GEC EQUAL "35"
              CLOSE ARQ-GRUPOECO
              OPEN OUTPUT ARQ-GRUPOECO
              CLOSE ARQ-GRUPOECO
              OPEN I-O ARQ-GRUPOECO
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.
      *
       END PROGRAM CADGRP.
      *-----------------------------------*
