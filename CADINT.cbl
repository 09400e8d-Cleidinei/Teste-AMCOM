       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADINT.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    INTERACOES COM O CLIENTE (OPCAO DO CADCLI): O OPERADOR
      *    REGISTRA UM CONTATO DO VENDEDOR COM O CLIENTE - VISITA,
      *    TELEFONE OU E-MAIL - COM A ANOTACAO DO QUE O CLIENTE
      *    DISSE E, SE COMBINADO, A DATA DO RETORNO. A GRAVACAO E
      *    FEITA PELO GRVINTER (ARQUIVO INTERACOES). A CONSULTA
      *    MOSTRA OS ULTIMOS CONTATOS DO CLIENTE, DO MAIS ANTIGO
      *    PARA O MAIS RECENTE.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INTERACAO ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS INT-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-INTERACAO.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-VENDEDOR  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-VEND
                  ALTERNATE RECORD KEY IS CPF
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-VEND.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-INTERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'INTERACOES'.
       COPY "BOOKINT.CPY".
      *
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FS-INTERACAO            PIC X(002) VALUE "00".
       77 FSTATUS-CLI             PIC X(002) VALUE "00".
       77 FSTATUS-VEND            PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-INT-CLI              PIC 9(007) VALUE ZEROS.
       77 WS-INT-RAZAO            PIC X(040) VALUE SPACES.
       77 WS-INT-VEND             PIC 9(003) VALUE ZEROS.
       77 WS-INT-DATA             PIC 9(008) VALUE ZEROS.
       77 WS-INT-CANAL            PIC X(001) VALUE SPACES.
       77 WS-INT-RETORNO          PIC 9(008) VALUE ZEROS.
       77 WS-IDX                  PIC 9(002) VALUE ZEROS.
       77 WS-QTD-CONTATOS         PIC 9(005) VALUE ZEROS.
       01 WS-INT-NOTA.
          03 WS-INT-NOTA-1        PIC X(060) VALUE SPACES.
          03 WS-INT-NOTA-2        PIC X(060) VALUE SPACES.
      *-----------------------------------*
      *    ULTIMOS CONTATOS DO CLIENTE PARA A CONSULTA
      *-----------------------------------*
       01 WS-CONSULTA.
          03 WS-CON-LINHA         PIC X(070) OCCURS 9 TIMES.
       01 WS-CON-DET.
          03 WS-CON-DATA          PIC 9999/99/99.
          03 FILLER               PIC X(001) VALUE SPACES.
          03 WS-CON-CANAL         PIC X(001).
          03 FILLER               PIC X(001) VALUE SPACES.
          03 WS-CON-VEND          PIC 999.
          03 FILLER               PIC X(001) VALUE SPACES.
          03 WS-CON-RETORNO       PIC X(010).
          03 FILLER               PIC X(001) VALUE SPACES.
          03 WS-CON-NOTA          PIC X(042).
       01 WS-CON-RETORNO-ED       PIC 9999/99/99.
      *-----------------------------------*
      *    REGISTRO DA INTERACAO (GRVINTER)
      *-----------------------------------*
       01 PARAMETROS-GRVINTER.
          03 WS-GINT-COD-CLI      PIC 9(007) VALUE ZEROS.
          03 WS-GINT-DATA         PIC 9(008) VALUE ZEROS.
          03 WS-GINT-COD-VEND     PIC 9(003) VALUE ZEROS.
          03 WS-GINT-CANAL        PIC X(001) VALUE SPACES.
          03 WS-GINT-RESULTADO    PIC X(002) VALUE SPACES.
          03 WS-GINT-NOTA         PIC X(120) VALUE SPACES.
          03 WS-GINT-DATA-RETORNO PIC 9(008) VALUE ZEROS.
          03 WS-GINT-ORIGEM       PIC X(001) VALUE SPACES.
          03 WS-GINT-OPERADOR     PIC 9(003) VALUE ZEROS.
          03 WS-GINT-SEQ          PIC 9(003) VALUE ZEROS.
          03 WS-GINT-MSG          PIC X(040) VALUE SPACES.
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
          02 LINE 05 COL 10 VALUE "INTERACOES COM O CLIENTE - MENU".
          02 LINE 07 COL 10 VALUE "(1) REGISTRAR CONTATO".
          02 LINE 08 COL 10 VALUE "(5) CONSULTAR CONTATOS".
          02 LINE 09 COL 10 VALUE "(9) VOLTAR".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WS-OPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-INTERACAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "REGISTRO DE CONTATO COM O CLIENTE".
          02 LINE 07 COL 10 VALUE "CLIENTE..........: (.......)".
          02 LINE 07 COL 30, PIC ZZZZZZ9 TO WS-INT-CLI AUTO.
          02 LINE 08 COL 10 VALUE "VENDEDOR.........: (...)".
          02 LINE 08 COL 30, PIC ZZ9 TO WS-INT-VEND AUTO.
          02 LINE 09 COL 10 VALUE "DATA (AAAAMMDD)..: (........)".
          02 LINE 09 COL 30, PIC 99999999 TO WS-INT-DATA AUTO.
          02 LINE 09 COL 41 VALUE "(ZEROS = HOJE)".
          02 LINE 10 COL 10 VALUE "CANAL (V/T/E)....: (.)".
          02 LINE 10 COL 30, PIC X TO WS-INT-CANAL AUTO.
          02 LINE 10 COL 35 VALUE "V=VISITA T=TELEFONE E=E-MAIL".
          02 LINE 11 COL 10 VALUE "ANOTACAO:".
          02 LINE 11 COL 20, PIC X(060) TO WS-INT-NOTA-1.
          02 LINE 12 COL 20, PIC X(060) TO WS-INT-NOTA-2.
          02 LINE 13 COL 10 VALUE "RETORNO EM.......: (........)".
          02 LINE 13 COL 30, PIC 99999999 TO WS-INT-RETORNO AUTO.
          02 LINE 14 COL 10 VALUE "(AAAAMMDD - ZEROS = SEM RETORNO)".
          02 LINE 16 COL 10 "CONFIRMA O CONTATO? (S/N): (.)".
          02 LINE 16 COL 38, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 BUSCAR.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONSULTA DE CONTATOS DO CLIENTE".
          02 LINE 07 COL 10 VALUE "CLIENTE..........: (.......)".
          02 LINE 07 COL 30, PIC ZZZZZZ9 TO WS-INT-CLI AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-CONSULTA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CONTATOS DO CLIENTE".
          02 LINE 05 COL 30, PIC ZZZZZZ9 FROM WS-INT-CLI.
          02 LINE 06 COL 10, PIC X(040) FROM WS-INT-RAZAO.
          02 LINE 07 COL 05 VALUE
             "DATA       C VND RETORNO    ANOTACAO".
          02 LINE 08 COL 05, PIC X(070) FROM WS-CON-LINHA(1).
          02 LINE 09 COL 05, PIC X(070) FROM WS-CON-LINHA(2).
          02 LINE 10 COL 05, PIC X(070) FROM WS-CON-LINHA(3).
          02 LINE 11 COL 05, PIC X(070) FROM WS-CON-LINHA(4).
          02 LINE 12 COL 05, PIC X(070) FROM WS-CON-LINHA(5).
          02 LINE 13 COL 05, PIC X(070) FROM WS-CON-LINHA(6).
          02 LINE 14 COL 05, PIC X(070) FROM WS-CON-LINHA(7).
          02 LINE 15 COL 05, PIC X(070) FROM WS-CON-LINHA(8).
          02 LINE 16 COL 05, PIC X(070) FROM WS-CON-LINHA(9).
          02 LINE 18 COL 10 VALUE "TOTAL DE CONTATOS:".
          02 LINE 18 COL 29, PIC ZZZZ9 FROM WS-QTD-CONTATOS.
          02 LINE 19 COL 10 "CONSULTAR OUTRO CLIENTE? (S/N): (.)".
          02 LINE 19 COL 43, PIC X TO WS-CONFIRMA AUTO.
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
                MOVE ZEROS TO WS-SAIR
                PERFORM 100-REGISTRA
                  UNTIL WS-SAIR NOT EQUAL ZEROS
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
       100-REGISTRA SECTION.
      *
           MOVE SPACES TO WS-MSG
           MOVE ZEROS  TO WS-INT-CLI
           MOVE ZEROS  TO WS-INT-VEND
           MOVE ZEROS  TO WS-INT-DATA
           MOVE SPACES TO WS-INT-CANAL
           MOVE SPACES TO WS-INT-NOTA
           MOVE ZEROS  TO WS-INT-RETORNO
      *
           DISPLAY TELA-INTERACAO
           ACCEPT  TELA-INTERACAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              MOVE 9 TO WS-SAIR
              GO TO 100-FIM
           END-IF
      *
           IF WS-INT-DATA EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
              MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-INT-DATA
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-INT-CANAL) TO WS-INT-CANAL
      *
           IF WS-INT-CLI EQUAL ZEROS
              OR WS-INT-VEND EQUAL ZEROS
              MOVE "INFORMAR CLIENTE E VENDEDOR" TO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           OPEN INPUT ARQ-VENDEDOR
           MOVE WS-INT-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           CLOSE ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              MOVE "VENDEDOR NAO CADASTRADO" TO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           OPEN INPUT ARQ-CLIENTE
           MOVE WS-INT-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           CLOSE ARQ-CLIENTE
           IF FSTATUS-CLI NOT EQUAL "00"
              MOVE "CLIENTE NAO CADASTRADO" TO WS-MSG
              GO TO 100-MENSAGEM
           END-IF
      *
           MOVE WS-INT-CLI     TO WS-GINT-COD-CLI
           MOVE WS-INT-DATA    TO WS-GINT-DATA
           MOVE WS-INT-VEND    TO WS-GINT-COD-VEND
           MOVE WS-INT-CANAL   TO WS-GINT-CANAL
           MOVE SPACES         TO WS-GINT-RESULTADO
           MOVE WS-INT-NOTA    TO WS-GINT-NOTA
           MOVE WS-INT-RETORNO TO WS-GINT-DATA-RETORNO
           MOVE "C"            TO WS-GINT-ORIGEM
           MOVE OPER-COD-EXEC  TO WS-GINT-OPERADOR
           CALL "GRVINTER" USING PARAMETROS-GRVINTER
      *
           IF WS-GINT-MSG EQUAL SPACES
              MOVE "CONTATO REGISTRADO" TO WS-MSG
           ELSE
              MOVE WS-GINT-MSG TO WS-MSG
           END-IF.
      *
       100-MENSAGEM.
           PERFORM 900-MOSTRA-MENSAGEM
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
              MOVE 9 TO WS-SAIR
           END-IF.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    GUARDA OS 9 CONTATOS MAIS RECENTES DO CLIENTE (A CHAVE
      *    ORDENA POR DATA E SEQUENCIA) E CONTA O TOTAL.
      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE ZEROS  TO WS-INT-CLI
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           IF WS-INT-CLI EQUAL ZEROS
              MOVE 9 TO WS-SAIR
              GO TO 600-FIM
           END-IF
      *
           OPEN INPUT ARQ-CLIENTE
           MOVE WS-INT-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           CLOSE ARQ-CLIENTE
           IF FSTATUS-CLI NOT EQUAL "00"
              MOVE "CLIENTE NAO CADASTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 600-FIM
           END-IF
           MOVE RAZAO-SOCIAL TO WS-INT-RAZAO
      *
           MOVE SPACES TO WS-CONSULTA
           MOVE ZEROS  TO WS-QTD-CONTATOS
      *
           OPEN INPUT ARQ-INTERACAO
           IF FS-INTERACAO EQUAL "00"
              MOVE WS-INT-CLI TO INT-COD-CLI
              MOVE ZEROS      TO INT-DATA
              MOVE ZEROS      TO INT-SEQ
              START ARQ-INTERACAO KEY IS NOT LESS THAN INT-CHAVE
                 INVALID KEY
                    MOVE "10" TO FS-INTERACAO
              END-START
              IF FS-INTERACAO EQUAL "00"
                 READ ARQ-INTERACAO NEXT RECORD
              END-IF
              PERFORM UNTIL FS-INTERACAO NOT EQUAL "00"
                         OR INT-COD-CLI NOT EQUAL WS-INT-CLI
                 PERFORM 610-LINHA-CONTATO
                 READ ARQ-INTERACAO NEXT RECORD
              END-PERFORM
           END-IF
           CLOSE ARQ-INTERACAO
      *
           MOVE SPACES TO WS-CONFIRMA
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
       610-LINHA-CONTATO SECTION.
      *
           ADD 1 TO WS-QTD-CONTATOS
      *
           MOVE INT-DATA     TO WS-CON-DATA
           MOVE INT-CANAL    TO WS-CON-CANAL
           MOVE INT-COD-VEND TO WS-CON-VEND
           IF INT-DATA-RETORNO EQUAL ZEROS
              MOVE SPACES TO WS-CON-RETORNO
           ELSE
              MOVE INT-DATA-RETORNO  TO WS-CON-RETORNO-ED
              MOVE WS-CON-RETORNO-ED TO WS-CON-RETORNO
           END-IF
           MOVE INT-NOTA     TO WS-CON-NOTA
      *
           IF WS-QTD-CONTATOS GREATER THAN 9
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
                 MOVE WS-CON-LINHA(WS-IDX + 1)
                   TO WS-CON-LINHA(WS-IDX)
              END-PERFORM
              MOVE WS-CON-DET TO WS-CON-LINHA(9)
           ELSE
              MOVE WS-CON-DET TO WS-CON-LINHA(WS-QTD-CONTATOS)
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.
      *
       END PROGRAM CADINT.
      *-----------------------------------*
