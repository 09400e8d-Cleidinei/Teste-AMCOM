       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADEQP.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  15 OUTUBRO 2026.
      *
      *-----------------------------------*
      *    EQUIPES DE VENDA: MANUTENCAO DO CADASTRO EQUIPES (UMA
      *    EQUIPE POR SUPERVISOR, COM NOME E PERCENTUAL DE
      *    SUPERVISAO PAGO PELO FECHACOM) E DESIGNACAO DO
      *    SUPERVISOR DE CADA VENDEDOR COM DATA DE INICIO DE
      *    VIGENCIA. A DESIGNACAO GRAVA O HISTORICO SUPERVHIST E
      *    ATUALIZA O SUPERV-VEND DO CADVENDEDOR (COM JORNAL, COMO O
      *    CADVEND). O INICIO PODE SER RETROATIVO, MAS NAO FUTURO NEM
      *    ANTERIOR A ULTIMA DESIGNACAO DO VENDEDOR; DESIGNAR DE NOVO
      *    NA MESMA DATA CORRIGE A DESIGNACAO DAQUELA DATA.
      *    SUPERVISOR ZERO TIRA O VENDEDOR DA EQUIPE. A EQUIPE SO
      *    PODE SER EXCLUIDA SEM MEMBROS ATUAIS.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EQUIPE    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EQP-COD-SUPERV
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-EQP.
           SELECT ARQ-SUPERVHIST ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS SVH-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-SVH.
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
       FD  ARQ-EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'EQUIPES'.
       COPY "BOOKEQP.CPY".
      *
       FD  ARQ-SUPERVHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'SUPERVHIST'.
       COPY "BOOKSVH.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-EQP             PIC X(002) VALUE "00".
       77 FSTATUS-SVH             PIC X(002) VALUE "00".
       77 FSTATUS-VEND            PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-NOME-SUPERV          PIC X(040) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77 WS-ULT-INICIO           PIC 9(008) VALUE ZEROS.
       77 WS-QTD-MEMBROS          PIC 9(003) VALUE ZEROS.
       77 WS-QTD-HIST             PIC 9(003) VALUE ZEROS.
       77 WS-IDX                  PIC 9(002) VALUE ZEROS.
       01 WS-EQP-ERRO-SW          PIC X(001) VALUE "N".
          88 WS-EQP-COM-ERRO                 VALUE "S".
          88 WS-EQP-SEM-ERRO                 VALUE "N".
      *-----------------------------------*
       01 WS-ARQ-EQP-REG.
          03 WS-EQP-COD-SUPERV    PIC 9(003) VALUE ZEROS.
          03 WS-EQP-NOME          PIC X(040) VALUE SPACES.
          03 WS-EQP-PERC-SUPERV   PIC 9(002)V9(002) VALUE ZEROS.
          03 WS-EQP-DATA-ATUALIZ  PIC 9(008) VALUE ZEROS.
          03 WS-EQP-OPERADOR      PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    CAMPOS DE TELA DA DESIGNACAO DO SUPERVISOR
      *-----------------------------------*
       01 WS-DESIGNACAO.
          03 WS-DSG-COD-VEND      PIC 9(003) VALUE ZEROS.
          03 WS-DSG-NOME-VEND     PIC X(040) VALUE SPACES.
          03 WS-DSG-SUPERV        PIC 9(003) VALUE ZEROS.
          03 WS-DSG-NOME-EQUIPE   PIC X(040) VALUE SPACES.
          03 WS-DSG-INICIO        PIC 9(008) VALUE ZEROS.
          03 WS-DSG-SUPERV-ATUAL  PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    LINHAS DA CONSULTA (MEMBROS DA EQUIPE OU HISTORICO DO
      *    VENDEDOR)
      *-----------------------------------*
       01 WS-CONSULTA.
          03 WS-CON-LINHA         PIC X(070) OCCURS 8 TIMES.
       01 WS-CON-MEMBRO.
          03 WS-CON-MBR-COD       PIC ZZ9.
          03 FILLER               PIC X(002) VALUE SPACES.
          03 WS-CON-MBR-NOME      PIC X(040).
          03 FILLER               PIC X(002) VALUE SPACES.
          03 WS-CON-MBR-TERRIT    PIC X(020).
       01 WS-CON-HIST.
          03 WS-CON-HST-INICIO    PIC 9999/99/99.
          03 FILLER               PIC X(002) VALUE SPACES.
          03 WS-CON-HST-SUPERV    PIC ZZ9.
          03 FILLER               PIC X(002) VALUE SPACES.
          03 WS-CON-HST-NOME      PIC X(040).
      *-----------------------------------*
      *    JORNAL DE IMAGENS DO CADVENDEDOR (GRVJRNL)
      *-----------------------------------*
       01 PARAM-JRNL.
          03 WS-JRN-ARQUIVO        PIC X(012) VALUE SPACES.
          03 WS-JRN-OPERACAO       PIC X(001) VALUE SPACES.
          03 WS-JRN-CHAVE          PIC X(014) VALUE SPACES.
          03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
          03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
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
          02 LINE 05 COL 10 VALUE "EQUIPES DE VENDA - MENU".
          02 LINE 07 COL 10 VALUE "(1) INCLUIR EQUIPE".
          02 LINE 08 COL 10 VALUE "(2) ALTERAR EQUIPE".
          02 LINE 09 COL 10 VALUE "(3) EXCLUIR EQUIPE".
          02 LINE 10 COL 10 VALUE "(4) DESIGNAR SUPERVISOR DO VENDEDOR".
          02 LINE 11 COL 10 VALUE "(5) CONSULTAR EQUIPE".
          02 LINE 12 COL 10 VALUE "(6) HISTORICO DO VENDEDOR".
          02 LINE 13 COL 10 VALUE "(9) VOLTAR AO MENU".
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
          02 LINE 05 COL 10 VALUE "EQUIPES DE VENDA - INFORMAR CODIGO".
          02 LINE 07 COL 10 VALUE "SUPERVISOR.......: (...)".
          02 LINE 07 COL 30, PIC ZZ9 TO WS-EQP-COD-SUPERV.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 BUSCAR-VEND AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "HISTORICO DE SUPERVISOR DO VENDEDOR".
          02 LINE 07 COL 10 VALUE "VENDEDOR.........: (...)".
          02 LINE 07 COL 30, PIC ZZ9 TO WS-DSG-COD-VEND.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-INCLUSAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "INCLUSAO DE EQUIPE DE VENDA".
          02 LINE 07 COL 10 VALUE "SUPERVISOR.......:".
          02 LINE 07 COL 30, PIC ZZ9 USING WS-EQP-COD-SUPERV AUTO.
          02 LINE 07 COL 35 VALUE "(CODIGO DO VENDEDOR LIDER)".
          02 LINE 08 COL 10 VALUE "NOME DA EQUIPE...:".
          02 LINE 08 COL 30, PIC X(040) USING WS-EQP-NOME AUTO.
          02 LINE 09 COL 10 VALUE "% SUPERVISAO.....:".
          02 LINE 09 COL 30, PIC Z9,99 USING WS-EQP-PERC-SUPERV AUTO.
          02 LINE 09 COL 37 VALUE "(SOBRE AS VENDAS DA EQUIPE)".
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
          02 LINE 05 COL 10 VALUE "ALTERACAO DE EQUIPE DE VENDA".
          02 LINE 07 COL 10 VALUE "SUPERVISOR.......:".
          02 LINE 07 COL 30, PIC ZZ9 FROM WS-EQP-COD-SUPERV.
          02 LINE 07 COL 35, PIC X(040) FROM WS-NOME-SUPERV.
          02 LINE 08 COL 10 VALUE "NOME DA EQUIPE...:".
          02 LINE 08 COL 30, PIC X(040) USING WS-EQP-NOME AUTO.
          02 LINE 09 COL 10 VALUE "% SUPERVISAO.....:".
          02 LINE 09 COL 30, PIC Z9,99 USING WS-EQP-PERC-SUPERV AUTO.
          02 LINE 09 COL 37 VALUE "(VALE NO PROXIMO FECHAMENTO)".
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
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE EQUIPE DE VENDA".
          02 LINE 07 COL 10 VALUE "SUPERVISOR.......:".
          02 LINE 07 COL 30, PIC ZZ9 FROM WS-EQP-COD-SUPERV.
          02 LINE 07 COL 35, PIC X(040) FROM WS-NOME-SUPERV.
          02 LINE 08 COL 10 VALUE "NOME DA EQUIPE...:".
          02 LINE 08 COL 30, PIC X(040) FROM WS-EQP-NOME.
          02 LINE 09 COL 10 VALUE "% SUPERVISAO.....:".
          02 LINE 09 COL 30, PIC Z9,99 FROM WS-EQP-PERC-SUPERV.
          02 LINE 16 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 16 COL 39, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-DESIGNACAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "DESIGNACAO DE SUPERVISOR".
          02 LINE 07 COL 10 VALUE "VENDEDOR.........: (...)".
          02 LINE 07 COL 30, PIC ZZ9 TO WS-DSG-COD-VEND AUTO.
          02 LINE 08 COL 10 VALUE "SUPERVISOR.......: (...)".
          02 LINE 08 COL 30, PIC ZZ9 TO WS-DSG-SUPERV AUTO.
          02 LINE 08 COL 35 VALUE "(0 = SEM EQUIPE)".
          02 LINE 09 COL 10 VALUE "INICIO (AAAAMMDD): (........)".
          02 LINE 09 COL 30, PIC 99999999 TO WS-DSG-INICIO AUTO.
          02 LINE 09 COL 41 VALUE "(ZEROS = HOJE)".
          02 LINE 16 COL 10 "CONFIRMA A DESIGNACAO? (S/N): (.)".
          02 LINE 16 COL 41, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-CONSULTA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 04 COL 10 VALUE "CONSULTA DE EQUIPE DE VENDA".
          02 LINE 05 COL 10 VALUE "SUPERVISOR.......:".
          02 LINE 05 COL 30, PIC ZZ9 FROM WS-EQP-COD-SUPERV.
          02 LINE 05 COL 35, PIC X(040) FROM WS-NOME-SUPERV.
          02 LINE 06 COL 10 VALUE "NOME DA EQUIPE...:".
          02 LINE 06 COL 30, PIC X(040) FROM WS-EQP-NOME.
          02 LINE 07 COL 10 VALUE "% SUPERVISAO.....:".
          02 LINE 07 COL 30, PIC Z9,99 FROM WS-EQP-PERC-SUPERV.
          02 LINE 07 COL 40 VALUE "ATUALIZADO EM:".
          02 LINE 07 COL 55, PIC 99999999 FROM WS-EQP-DATA-ATUALIZ.
          02 LINE 09 COL 05 VALUE "VND  NOME DO VENDEDOR".
          02 LINE 09 COL 52 VALUE "TERRITORIO".
          02 LINE 10 COL 05, PIC X(070) FROM WS-CON-LINHA(1).
          02 LINE 11 COL 05, PIC X(070) FROM WS-CON-LINHA(2).
          02 LINE 12 COL 05, PIC X(070) FROM WS-CON-LINHA(3).
          02 LINE 13 COL 05, PIC X(070) FROM WS-CON-LINHA(4).
          02 LINE 14 COL 05, PIC X(070) FROM WS-CON-LINHA(5).
          02 LINE 15 COL 05, PIC X(070) FROM WS-CON-LINHA(6).
          02 LINE 16 COL 05, PIC X(070) FROM WS-CON-LINHA(7).
          02 LINE 17 COL 05, PIC X(070) FROM WS-CON-LINHA(8).
          02 LINE 18 COL 10 VALUE "MEMBROS ATIVOS...:".
          02 LINE 18 COL 29, PIC ZZ9 FROM WS-QTD-MEMBROS.
          02 LINE 19 COL 10 "CONSULTAR OUTRA EQUIPE? (S/N): (.)".
          02 LINE 19 COL 42, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-HISTORICO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 04 COL 10 VALUE "HISTORICO DE SUPERVISOR DO VENDEDOR".
          02 LINE 05 COL 10 VALUE "VENDEDOR.........:".
          02 LINE 05 COL 30, PIC ZZ9 FROM WS-DSG-COD-VEND.
          02 LINE 05 COL 35, PIC X(040) FROM WS-DSG-NOME-VEND.
          02 LINE 06 COL 10 VALUE "SUPERVISOR ATUAL.:".
          02 LINE 06 COL 30, PIC ZZ9 FROM WS-DSG-SUPERV-ATUAL.
          02 LINE 09 COL 05 VALUE "INICIO      SUP  EQUIPE".
          02 LINE 10 COL 05, PIC X(070) FROM WS-CON-LINHA(1).
          02 LINE 11 COL 05, PIC X(070) FROM WS-CON-LINHA(2).
          02 LINE 12 COL 05, PIC X(070) FROM WS-CON-LINHA(3).
          02 LINE 13 COL 05, PIC X(070) FROM WS-CON-LINHA(4).
          02 LINE 14 COL 05, PIC X(070) FROM WS-CON-LINHA(5).
          02 LINE 15 COL 05, PIC X(070) FROM WS-CON-LINHA(6).
          02 LINE 16 COL 05, PIC X(070) FROM WS-CON-LINHA(7).
          02 LINE 17 COL 05, PIC X(070) FROM WS-CON-LINHA(8).
          02 LINE 18 COL 10 VALUE "DESIGNACOES.....:".
          02 LINE 18 COL 29, PIC ZZ9 FROM WS-QTD-HIST.
          02 LINE 19 COL 10 "CONSULTAR OUTRO VENDEDOR? (S/N): (.)".
          02 LINE 19 COL 44, PIC X TO WS-CONFIRMA AUTO.
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
             WHEN 4
                PERFORM 400-DESIGNACAO
             WHEN 5
                MOVE ZEROS TO WS-SAIR
                PERFORM 600-CONSULTA
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 6
                MOVE ZEROS TO WS-SAIR
                PERFORM 650-HISTORICO
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
           INITIALIZE WS-ARQ-EQP-REG
           DISPLAY TELA-INCLUSAO
           ACCEPT  TELA-INCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 700-VALIDA-EQUIPE
           IF WS-EQP-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-EQUIPES
           PERFORM 750-CARIMBA
           MOVE WS-ARQ-EQP-REG TO ARQ-EQP-REG
           WRITE ARQ-EQP-REG
           IF FSTATUS-EQP EQUAL "00"
              MOVE "EQUIPE INCLUIDA" TO WS-MSG
           ELSE
              IF FSTATUS-EQP EQUAL "22"
                 MOVE "EQUIPE JA CADASTRADA" TO WS-MSG
              ELSE
                 STRING "ERRO AO GRAVAR EQUIPE - FS " FSTATUS-EQP
                   INTO WS-MSG
              END-IF
           END-IF
           CLOSE ARQ-EQUIPE
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       200-ALTERACAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-EQP-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-EQUIPES
           PERFORM 800-LE-EQUIPE
           CLOSE ARQ-EQUIPE
           IF FSTATUS-EQP NOT EQUAL "00"
              MOVE "EQUIPE NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 710-LE-SUPERVISOR
           DISPLAY TELA-ALTERACAO
           ACCEPT  TELA-ALTERACAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           IF WS-EQP-NOME EQUAL SPACES
              MOVE "INFORMAR O NOME DA EQUIPE" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-EQP-NOME) TO WS-EQP-NOME
      *
           PERFORM 850-ABRE-EQUIPES
           MOVE WS-EQP-COD-SUPERV TO EQP-COD-SUPERV
           READ ARQ-EQUIPE RECORD
             KEY IS EQP-COD-SUPERV
           PERFORM 750-CARIMBA
           MOVE WS-EQP-NOME         TO EQP-NOME
           MOVE WS-EQP-PERC-SUPERV  TO EQP-PERC-SUPERV
           MOVE WS-EQP-DATA-ATUALIZ TO EQP-DATA-ATUALIZ
           MOVE WS-EQP-OPERADOR     TO EQP-OPERADOR
           REWRITE ARQ-EQP-REG
           IF FSTATUS-EQP EQUAL "00"
              MOVE "EQUIPE ALTERADA" TO WS-MSG
           ELSE
              STRING "ERRO AO ALTERAR EQUIPE - FS " FSTATUS-EQP
                INTO WS-MSG
           END-IF
           CLOSE ARQ-EQUIPE
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       300-EXCLUSAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-EQP-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-EQUIPES
      *
           PERFORM 800-LE-EQUIPE
           IF FSTATUS-EQP NOT EQUAL "00"
              CLOSE ARQ-EQUIPE
              MOVE "EQUIPE NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 720-CARREGA-MEMBROS
           IF WS-QTD-MEMBROS GREATER THAN ZEROS
              CLOSE ARQ-EQUIPE
              MOVE "EQUIPE COM MEMBROS - REDESIGNAR ANTES"
                TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 710-LE-SUPERVISOR
           DISPLAY TELA-EXCLUSAO
           ACCEPT  TELA-EXCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
              DELETE ARQ-EQUIPE RECORD
              IF FSTATUS-EQP EQUAL "00"
                 MOVE "EQUIPE EXCLUIDA" TO WS-MSG
              ELSE
                 STRING "ERRO AO EXCLUIR EQUIPE - FS " FSTATUS-EQP
                   INTO WS-MSG
              END-IF
              PERFORM 900-MOSTRA-MENSAGEM
           END-IF
           CLOSE ARQ-EQUIPE
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    DESIGNACAO DO SUPERVISOR: GRAVA O HISTORICO NA DATA DE
      *    INICIO E LEVA O SUPERVISOR PARA O CADVENDEDOR.
      *-----------------------------------*
      *
       400-DESIGNACAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-DESIGNACAO
           DISPLAY TELA-DESIGNACAO
           ACCEPT  TELA-DESIGNACAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 410-VALIDA-DESIGNACAO
           IF WS-EQP-COM-ERRO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           OPEN I-O ARQ-SUPERVHIST
           IF FSTATUS-SVH EQUAL "35"
              CLOSE ARQ-SUPERVHIST
              OPEN OUTPUT ARQ-SUPERVHIST
              CLOSE ARQ-SUPERVHIST
              OPEN I-O ARQ-SUPERVHIST
           END-IF
      *
           MOVE WS-DSG-COD-VEND TO SVH-COD-VEND
           MOVE WS-DSG-INICIO   TO SVH-DATA-INICIO
           MOVE WS-DSG-SUPERV   TO SVH-COD-SUPERV
           MOVE WS-DATA-HOJE    TO SVH-DATA-ATUALIZ
           MOVE OPER-COD-EXEC   TO SVH-OPERADOR
           WRITE ARQ-SVH-REG
           IF FSTATUS-SVH EQUAL "22"
              REWRITE ARQ-SVH-REG
           END-IF
           IF FSTATUS-SVH NOT EQUAL "00"
              CLOSE ARQ-SUPERVHIST
              STRING "ERRO AO GRAVAR HISTORICO - FS " FSTATUS-SVH
                INTO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
           CLOSE ARQ-SUPERVHIST
      *
           PERFORM 420-ATUALIZA-VENDEDOR
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    VENDEDOR CADASTRADO E ATIVO, SUPERVISOR ZERO OU COM
      *    EQUIPE CADASTRADA, INICIO VALIDO, NAO FUTURO E NAO
      *    ANTERIOR A ULTIMA DESIGNACAO DO VENDEDOR.
      *-----------------------------------*
      *
       410-VALIDA-DESIGNACAO SECTION.
      *
           SET WS-EQP-SEM-ERRO TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
      *
           OPEN INPUT ARQ-VENDEDOR
           MOVE WS-DSG-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND NOT EQUAL "00"
              OR WS-DSG-COD-VEND EQUAL ZEROS
              CLOSE ARQ-VENDEDOR
              SET WS-EQP-COM-ERRO TO TRUE
              MOVE "VENDEDOR NAO ENCONTRADO" TO WS-MSG
              GO TO 410-FIM
           END-IF
           IF VEND-INATIVO
              CLOSE ARQ-VENDEDOR
              SET WS-EQP-COM-ERRO TO TRUE
              MOVE "VENDEDOR EXCLUIDO. OPERACAO NAO PERMITIDA"
                TO WS-MSG
              GO TO 410-FIM
           END-IF
           CLOSE ARQ-VENDEDOR
      *
           IF WS-DSG-SUPERV NOT EQUAL ZEROS
              OPEN INPUT ARQ-EQUIPE
              MOVE WS-DSG-SUPERV TO EQP-COD-SUPERV
              READ ARQ-EQUIPE RECORD
                KEY IS EQP-COD-SUPERV
              IF FSTATUS-EQP NOT EQUAL "00"
                 CLOSE ARQ-EQUIPE
                 SET WS-EQP-COM-ERRO TO TRUE
                 MOVE "EQUIPE DO SUPERVISOR NAO CADASTRADA"
                   TO WS-MSG
                 GO TO 410-FIM
              END-IF
              CLOSE ARQ-EQUIPE
           END-IF
      *
           IF WS-DSG-INICIO EQUAL ZEROS
              MOVE WS-DATA-HOJE TO WS-DSG-INICIO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DSG-INICIO)
              NOT EQUAL ZEROS
              SET WS-EQP-COM-ERRO TO TRUE
              MOVE "DATA DE INICIO INVALIDA" TO WS-MSG
              GO TO 410-FIM
           END-IF
           IF WS-DSG-INICIO GREATER THAN WS-DATA-HOJE
              SET WS-EQP-COM-ERRO TO TRUE
              MOVE "INICIO NAO PODE SER DATA FUTURA" TO WS-MSG
              GO TO 410-FIM
           END-IF
      *
           PERFORM 730-ULTIMA-DESIGNACAO
           IF WS-DSG-INICIO LESS THAN WS-ULT-INICIO
              SET WS-EQP-COM-ERRO TO TRUE
              MOVE "INICIO ANTERIOR A ULTIMA DESIGNACAO"
                TO WS-MSG
           END-IF.
      *
       410-FIM.
           EXIT.

      *-----------------------------------*
      *    SUPERVISOR VIGENTE NO CADVENDEDOR, COM JORNAL DA IMAGEM
      *-----------------------------------*
      *
       420-ATUALIZA-VENDEDOR SECTION.
      *
           OPEN I-O ARQ-VENDEDOR
           MOVE WS-DSG-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD WITH LOCK
             KEY IS COD-VEND
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              MOVE "HISTORICO GRAVADO - VENDEDOR NAO ATUALIZADO"
                TO WS-MSG
              GO TO 420-FIM
           END-IF
      *
           MOVE WS-DSG-SUPERV TO SUPERV-VEND
           REWRITE ARQ-VENDEDOR-REG
           IF FSTATUS-VEND EQUAL "00"
              MOVE "CADVENDEDOR"    TO WS-JRN-ARQUIVO
              MOVE "R"              TO WS-JRN-OPERACAO
              MOVE SPACES           TO WS-JRN-CHAVE
              MOVE COD-VEND         TO WS-JRN-CHAVE(1:3)
              MOVE OPER-COD-EXEC    TO WS-JRN-OPERADOR
              MOVE ARQ-VENDEDOR-REG TO WS-JRN-IMAGEM
              CALL "GRVJRNL" USING PARAM-JRNL
              MOVE "SUPERVISOR DESIGNADO" TO WS-MSG
           ELSE
              MOVE "HISTORICO GRAVADO - VENDEDOR NAO ATUALIZADO"
                TO WS-MSG
           END-IF
           CLOSE ARQ-VENDEDOR.
      *
       420-FIM.
           EXIT.

      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-EQP-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-EQUIPES
           PERFORM 800-LE-EQUIPE
           CLOSE ARQ-EQUIPE
      *
           IF FSTATUS-EQP NOT EQUAL "00"
              MOVE "EQUIPE NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
           ELSE
              PERFORM 710-LE-SUPERVISOR
              PERFORM 720-CARREGA-MEMBROS
              DISPLAY TELA-CONSULTA
              ACCEPT  TELA-CONSULTA
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
                 MOVE 9 TO WS-SAIR
              END-IF
           END-IF.

      *-----------------------------------*
      *    DESIGNACOES DO VENDEDOR, AS MAIS RECENTES NA TELA
      *-----------------------------------*
      *
       650-HISTORICO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-DESIGNACAO
           DISPLAY BUSCAR-VEND
           ACCEPT  BUSCAR-VEND
      *
           OPEN INPUT ARQ-VENDEDOR
           MOVE WS-DSG-COD-VEND TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              MOVE "VENDEDOR NAO ENCONTRADO" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                 MOVE 9 TO WS-SAIR
              END-IF
              GO TO 650-FIM
           END-IF
           MOVE NOME-VENDEDOR TO WS-DSG-NOME-VEND
           MOVE SUPERV-VEND   TO WS-DSG-SUPERV-ATUAL
           CLOSE ARQ-VENDEDOR
      *
           MOVE SPACES TO WS-CONSULTA
           MOVE ZEROS  TO WS-QTD-HIST
      *
           OPEN INPUT ARQ-SUPERVHIST
           IF FSTATUS-SVH NOT EQUAL "00"
              CLOSE ARQ-SUPERVHIST
              GO TO 650-MOSTRA
           END-IF
           OPEN INPUT ARQ-EQUIPE
      *
           MOVE WS-DSG-COD-VEND TO SVH-COD-VEND
           MOVE ZEROS           TO SVH-DATA-INICIO
           START ARQ-SUPERVHIST KEY IS NOT LESS THAN SVH-CHAVE
              INVALID KEY
                 MOVE "10" TO FSTATUS-SVH
           END-START
           IF FSTATUS-SVH EQUAL "00"
              READ ARQ-SUPERVHIST NEXT RECORD
           END-IF
      *
           PERFORM UNTIL FSTATUS-SVH NOT EQUAL "00"
                      OR SVH-COD-VEND NOT EQUAL WS-DSG-COD-VEND
              ADD 1 TO WS-QTD-HIST
              PERFORM 660-LINHA-HISTORICO
              READ ARQ-SUPERVHIST NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-SUPERVHIST
           CLOSE ARQ-EQUIPE.
      *
       650-MOSTRA.
           DISPLAY TELA-HISTORICO
           ACCEPT  TELA-HISTORICO
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              MOVE 9 TO WS-SAIR
           END-IF.
      *
       650-FIM.
           EXIT.

      *-----------------------------------*
      *    AS LINHAS ROLAM PARA CIMA QUANDO HA MAIS DE OITO
      *    DESIGNACOES, FICANDO AS OITO MAIS RECENTES.
      *-----------------------------------*
      *
       660-LINHA-HISTORICO SECTION.
      *
           MOVE SVH-DATA-INICIO TO WS-CON-HST-INICIO
           MOVE SVH-COD-SUPERV  TO WS-CON-HST-SUPERV
           MOVE SPACES          TO WS-CON-HST-NOME
           IF SVH-COD-SUPERV EQUAL ZEROS
              MOVE "(SEM EQUIPE)" TO WS-CON-HST-NOME
           ELSE
              MOVE SVH-COD-SUPERV TO EQP-COD-SUPERV
              READ ARQ-EQUIPE RECORD
                KEY IS EQP-COD-SUPERV
              IF FSTATUS-EQP EQUAL "00"
                 MOVE EQP-NOME TO WS-CON-HST-NOME
              ELSE
                 MOVE "(EQUIPE EXCLUIDA)" TO WS-CON-HST-NOME
              END-IF
           END-IF
      *
           IF WS-QTD-HIST GREATER THAN 8
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX GREATER THAN 7
                 MOVE WS-CON-LINHA(WS-IDX + 1)
                   TO WS-CON-LINHA(WS-IDX)
              END-PERFORM
              MOVE WS-CON-HIST TO WS-CON-LINHA(8)
           ELSE
              MOVE WS-CON-HIST TO WS-CON-LINHA(WS-QTD-HIST)
           END-IF.

      *-----------------------------------*
      *    SUPERVISOR INFORMADO E VENDEDOR ATIVO DO CADVENDEDOR,
      *    NOME DA EQUIPE INFORMADO.
      *-----------------------------------*
      *
       700-VALIDA-EQUIPE SECTION.
      *
           SET WS-EQP-SEM-ERRO TO TRUE
      *
           IF WS-EQP-COD-SUPERV EQUAL ZEROS
              SET WS-EQP-COM-ERRO TO TRUE
              MOVE "INFORMAR O CODIGO DO SUPERVISOR" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           PERFORM 710-LE-SUPERVISOR
           IF FSTATUS-VEND NOT EQUAL "00"
              SET WS-EQP-COM-ERRO TO TRUE
              MOVE "SUPERVISOR NAO CADASTRADO COMO VENDEDOR"
                TO WS-MSG
              GO TO 700-FIM
           END-IF
           IF VEND-INATIVO
              SET WS-EQP-COM-ERRO TO TRUE
              MOVE "SUPERVISOR EXCLUIDO DO CADVENDEDOR" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           IF WS-EQP-NOME EQUAL SPACES
              SET WS-EQP-COM-ERRO TO TRUE
              MOVE "INFORMAR O NOME DA EQUIPE" TO WS-MSG
              GO TO 700-FIM
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-EQP-NOME) TO WS-EQP-NOME.
      *
       700-FIM.
           EXIT.

      *-----------------------------------*
      *    NOME DO SUPERVISOR NO CADVENDEDOR
      *-----------------------------------*
      *
       710-LE-SUPERVISOR SECTION.
      *
           MOVE SPACES TO WS-NOME-SUPERV
           OPEN INPUT ARQ-VENDEDOR
           MOVE WS-EQP-COD-SUPERV TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              MOVE NOME-VENDEDOR TO WS-NOME-SUPERV
           END-IF
           CLOSE ARQ-VENDEDOR.

      *-----------------------------------*
      *    VENDEDORES ATIVOS CUJO SUPERVISOR VIGENTE E A EQUIPE; AS
      *    OITO PRIMEIRAS LINHAS VAO PARA A TELA.
      *-----------------------------------*
      *
       720-CARREGA-MEMBROS SECTION.
      *
           MOVE SPACES TO WS-CONSULTA
           MOVE ZEROS  TO WS-QTD-MEMBROS
      *
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              GO TO 720-FIM
           END-IF
      *
           READ ARQ-VENDEDOR NEXT RECORD
           PERFORM UNTIL FSTATUS-VEND NOT EQUAL "00"
              IF VEND-ATIVO
                 AND SUPERV-VEND IS NUMERIC
                 AND SUPERV-VEND EQUAL WS-EQP-COD-SUPERV
                 ADD 1 TO WS-QTD-MEMBROS
                 IF WS-QTD-MEMBROS NOT GREATER THAN 8
                    MOVE COD-VEND        TO WS-CON-MBR-COD
                    MOVE NOME-VENDEDOR   TO WS-CON-MBR-NOME
                    MOVE TERRITORIO-VEND TO WS-CON-MBR-TERRIT
                    MOVE WS-CON-MEMBRO
                      TO WS-CON-LINHA(WS-QTD-MEMBROS)
                 END-IF
              END-IF
              READ ARQ-VENDEDOR NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-VENDEDOR.
      *
       720-FIM.
           EXIT.

      *-----------------------------------*
      *    MAIOR INICIO JA GRAVADO NO HISTORICO DO VENDEDOR
      *-----------------------------------*
      *
       730-ULTIMA-DESIGNACAO SECTION.
      *
           MOVE ZEROS TO WS-ULT-INICIO
      *
           OPEN INPUT ARQ-SUPERVHIST
           IF FSTATUS-SVH NOT EQUAL "00"
              CLOSE ARQ-SUPERVHIST
              GO TO 730-FIM
           END-IF
      *
           MOVE WS-DSG-COD-VEND TO SVH-COD-VEND
           MOVE ZEROS           TO SVH-DATA-INICIO
           START ARQ-SUPERVHIST KEY IS NOT LESS THAN SVH-CHAVE
              INVALID KEY
                 CLOSE ARQ-SUPERVHIST
                 GO TO 730-FIM
           END-START
      *
           READ ARQ-SUPERVHIST NEXT RECORD
           PERFORM UNTIL FSTATUS-SVH NOT EQUAL "00"
                      OR SVH-COD-VEND NOT EQUAL WS-DSG-COD-VEND
              MOVE SVH-DATA-INICIO TO WS-ULT-INICIO
              READ ARQ-SUPERVHIST NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-SUPERVHIST.
      *
       730-FIM.
           EXIT.

      *-----------------------------------*
      *    DATA DA ATUALIZACAO E OPERADOR QUE A FEZ
      *-----------------------------------*
      *
       750-CARIMBA SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-EQP-DATA-ATUALIZ
           MOVE OPER-COD-EXEC             TO WS-EQP-OPERADOR.

      *-----------------------------------*
      *
       800-LE-EQUIPE SECTION.
      *
           MOVE WS-EQP-COD-SUPERV TO EQP-COD-SUPERV
           READ ARQ-EQUIPE RECORD INTO WS-ARQ-EQP-REG
             KEY IS EQP-COD-SUPERV.

      *-----------------------------------*
      *
       850-ABRE-EQUIPES SECTION.
      *
           OPEN I-O ARQ-EQUIPE
           IF FSTATUS-EQP EQUAL "35"
              CLOSE ARQ-EQUIPE
              OPEN OUTPUT ARQ-EQUIPE
              CLOSE ARQ-EQUIPE
              OPEN I-O ARQ-EQUIPE
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.
      *
       END PROGRAM CADEQP.
      *-----------------------------------*
