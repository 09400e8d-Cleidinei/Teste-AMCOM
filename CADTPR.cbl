       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CADTPR.
       AUTHOR. CLEIDINEI.
       DATE-WRITTEN.  02 SETEMBRO 2026.
      *
      *-----------------------------------*
      *    MANUTENCAO DA TABELA DE PRECOS (TABPRECO): PRECO DE UM
      *    PRODUTO COM INICIO E FIM DE VIGENCIA, PARA TODAS AS
      *    FILIAIS (FILIAL 0) OU UMA FILIAL DO CADASTRO FILIAIS, E
      *    PARA TODOS OS CLIENTES (CLASSE EM BRANCO) OU UMA CLASSE
      *    ABC DO CLASSCLI. FIM ZERO = VIGENTE ATE NOVA TABELA.
      *    DUAS VIGENCIAS DO MESMO PRODUTO, FILIAL E CLASSE NAO
      *    PODEM SE SOBREPOR: PARA PROGRAMAR UM REAJUSTE, FECHA-SE A
      *    VIGENCIA ATUAL NA VESPERA E INCLUI-SE A NOVA. A CHAVE
      *    (PRODUTO, FILIAL, CLASSE E INICIO) NAO MUDA NA ALTERACAO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TABPRECO  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS TPR-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-TPR.
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
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TABPRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TABPRECO'.
       COPY "BOOKTPR.CPY".
      *
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PRODUTOS'.
       COPY "BOOKPROD.CPY".
      *
       FD  ARQ-FILIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'FILIAIS'.
       COPY "BOOKFIL.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-TPR             PIC X(002) VALUE "00".
       77 FSTATUS-PROD            PIC X(002) VALUE "00".
       77 FSTATUS-FIL             PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-DESC-PROD            PIC X(040) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-FIM-NOVA             PIC 9(008) VALUE ZEROS.
       77 WS-FIM-OUTRA            PIC 9(008) VALUE ZEROS.
       01 WS-TPR-ERRO-SW          PIC X(001) VALUE "N".
          88 WS-TPR-COM-ERRO                 VALUE "S".
          88 WS-TPR-SEM-ERRO                 VALUE "N".
      *-----------------------------------*
       01 WS-ARQ-TPR-REG.
          03 WS-TPR-CHAVE.
             05 WS-TPR-COD-PROD   PIC 9(005) VALUE ZEROS.
             05 WS-TPR-FILIAL     PIC 9(002) VALUE ZEROS.
             05 WS-TPR-CLASSE-ABC PIC X(001) VALUE SPACES.
                88 WS-TPR-CLASSE-VALIDA     VALUE "A" "B" "C" " ".
             05 WS-TPR-DATA-INICIO PIC 9(008) VALUE ZEROS.
          03 WS-TPR-DATA-FIM      PIC 9(008) VALUE ZEROS.
          03 WS-TPR-PRECO         PIC 9(007)V9(002) VALUE ZEROS.
          03 WS-TPR-DATA-ATUALIZ  PIC 9(008) VALUE ZEROS.
          03 WS-TPR-OPERADOR      PIC 9(003) VALUE ZEROS.
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
          02 LINE 05 COL 10 VALUE "TABELA DE PRECOS - MENU".
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
          02 LINE 05 COL 10 VALUE "TABELA DE PRECOS - INFORMAR CHAVE".
          02 LINE 07 COL 10 VALUE "PRODUTO........: (.....)".
          02 LINE 07 COL 28, PIC ZZZZ9 TO WS-TPR-COD-PROD.
          02 LINE 08 COL 10 VALUE "FILIAL (0=TODAS): (..)".
          02 LINE 08 COL 29, PIC 99 TO WS-TPR-FILIAL.
          02 LINE 09 COL 10 VALUE "CLASSE ABC.....: (.)".
          02 LINE 09 COL 28, PIC X(001) TO WS-TPR-CLASSE-ABC.
          02 LINE 10 COL 10 VALUE "INICIO VIGENCIA: (........)".
          02 LINE 10 COL 28, PIC 99999999 TO WS-TPR-DATA-INICIO.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-INCLUSAO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "INCLUSAO NA TABELA DE PRECOS".
          02 LINE 07 COL 10 VALUE "PRODUTO........:".
          02 LINE 07 COL 28, PIC ZZZZ9 USING WS-TPR-COD-PROD AUTO.
          02 LINE 08 COL 10 VALUE "FILIAL (0=TODAS):".
          02 LINE 08 COL 29, PIC 99 USING WS-TPR-FILIAL AUTO.
          02 LINE 09 COL 10 VALUE "CLASSE ABC.....:".
          02 LINE 09 COL 28, PIC X(001) USING WS-TPR-CLASSE-ABC AUTO.
          02 LINE 09 COL 31 VALUE "(A/B/C OU BRANCO = TODAS)".
          02 LINE 10 COL 10 VALUE "INICIO VIGENCIA:".
          02 LINE 10 COL 28, PIC 99999999 USING WS-TPR-DATA-INICIO
                                          AUTO.
          02 LINE 11 COL 10 VALUE "FIM VIGENCIA...:".
          02 LINE 11 COL 28, PIC 99999999 USING WS-TPR-DATA-FIM AUTO.
          02 LINE 11 COL 38 VALUE "(0 = EM ABERTO)".
          02 LINE 12 COL 10 VALUE "PRECO UNITARIO.:".
          02 LINE 12 COL 28, PIC ZZZZZZ9,99 USING WS-TPR-PRECO AUTO.
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
          02 LINE 05 COL 10 VALUE "ALTERACAO NA TABELA DE PRECOS".
          02 LINE 07 COL 10 VALUE "PRODUTO........:".
          02 LINE 07 COL 28, PIC ZZZZ9 FROM WS-TPR-COD-PROD.
          02 LINE 07 COL 34, PIC X(040) FROM WS-DESC-PROD.
          02 LINE 08 COL 10 VALUE "FILIAL (0=TODAS):".
          02 LINE 08 COL 29, PIC 99 FROM WS-TPR-FILIAL.
          02 LINE 09 COL 10 VALUE "CLASSE ABC.....:".
          02 LINE 09 COL 28, PIC X(001) FROM WS-TPR-CLASSE-ABC.
          02 LINE 10 COL 10 VALUE "INICIO VIGENCIA:".
          02 LINE 10 COL 28, PIC 99999999 FROM WS-TPR-DATA-INICIO.
          02 LINE 11 COL 10 VALUE "FIM VIGENCIA...:".
          02 LINE 11 COL 28, PIC 99999999 USING WS-TPR-DATA-FIM AUTO.
          02 LINE 11 COL 38 VALUE "(0 = EM ABERTO)".
          02 LINE 12 COL 10 VALUE "PRECO UNITARIO.:".
          02 LINE 12 COL 28, PIC ZZZZZZ9,99 USING WS-TPR-PRECO AUTO.
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
          02 LINE 05 COL 10 VALUE "EXCLUSAO NA TABELA DE PRECOS".
          02 LINE 07 COL 10 VALUE "PRODUTO........:".
          02 LINE 07 COL 28, PIC ZZZZ9 FROM WS-TPR-COD-PROD.
          02 LINE 07 COL 34, PIC X(040) FROM WS-DESC-PROD.
          02 LINE 08 COL 10 VALUE "FILIAL (0=TODAS):".
          02 LINE 08 COL 29, PIC 99 FROM WS-TPR-FILIAL.
          02 LINE 09 COL 10 VALUE "CLASSE ABC.....:".
          02 LINE 09 COL 28, PIC X(001) FROM WS-TPR-CLASSE-ABC.
          02 LINE 10 COL 10 VALUE "INICIO VIGENCIA:".
          02 LINE 10 COL 28, PIC 99999999 FROM WS-TPR-DATA-INICIO.
          02 LINE 11 COL 10 VALUE "FIM VIGENCIA...:".
          02 LINE 11 COL 28, PIC 99999999 FROM WS-TPR-DATA-FIM.
          02 LINE 12 COL 10 VALUE "PRECO UNITARIO.:".
          02 LINE 12 COL 28, PIC ZZZZZZ9,99 FROM WS-TPR-PRECO.
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
          02 LINE 05 COL 10 VALUE "CONSULTA DA TABELA DE PRECOS".
          02 LINE 07 COL 10 VALUE "PRODUTO........:".
          02 LINE 07 COL 28, PIC ZZZZ9 FROM WS-TPR-COD-PROD.
          02 LINE 07 COL 34, PIC X(040) FROM WS-DESC-PROD.
          02 LINE 08 COL 10 VALUE "FILIAL (0=TODAS):".
          02 LINE 08 COL 29, PIC 99 FROM WS-TPR-FILIAL.
          02 LINE 09 COL 10 VALUE "CLASSE ABC.....:".
          02 LINE 09 COL 28, PIC X(001) FROM WS-TPR-CLASSE-ABC.
          02 LINE 10 COL 10 VALUE "INICIO VIGENCIA:".
          02 LINE 10 COL 28, PIC 99999999 FROM WS-TPR-DATA-INICIO.
          02 LINE 11 COL 10 VALUE "FIM VIGENCIA...:".
          02 LINE 11 COL 28, PIC 99999999 FROM WS-TPR-DATA-FIM.
          02 LINE 12 COL 10 VALUE "PRECO UNITARIO.:".
          02 LINE 12 COL 28, PIC ZZZZZZ9,99 FROM WS-TPR-PRECO.
          02 LINE 13 COL 10 VALUE "ATUALIZADO EM..:".
          02 LINE 13 COL 28, PIC 99999999 FROM WS-TPR-DATA-ATUALIZ.
          02 LINE 13 COL 38 VALUE "OPERADOR:".
          02 LINE 13 COL 48, PIC ZZ9 FROM WS-TPR-OPERADOR.
          02 LINE 17 COL 10 "CONSULTAR OUTRA VIGENCIA? (S/N): (.)".
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
           INITIALIZE WS-ARQ-TPR-REG
           DISPLAY TELA-INCLUSAO
           ACCEPT  TELA-INCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-TABPRECO
      *
           PERFORM 700-VALIDA-TABELA
           IF WS-TPR-COM-ERRO
              CLOSE ARQ-TABPRECO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 750-CARIMBA
           MOVE WS-ARQ-TPR-REG TO ARQ-TPR-REG
           WRITE ARQ-TPR-REG
           IF FSTATUS-TPR EQUAL "00"
              MOVE "PRECO INCLUIDO NA TABELA" TO WS-MSG
           ELSE
              IF FSTATUS-TPR EQUAL "22"
                 MOVE "VIGENCIA JA CADASTRADA" TO WS-MSG
              ELSE
                 STRING "ERRO AO GRAVAR TABELA - FS " FSTATUS-TPR
                   INTO WS-MSG
              END-IF
           END-IF
           CLOSE ARQ-TABPRECO
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       200-ALTERACAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-TPR-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-TABPRECO
      *
           PERFORM 800-LE-VIGENCIA
           IF FSTATUS-TPR NOT EQUAL "00"
              CLOSE ARQ-TABPRECO
              MOVE "VIGENCIA NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           DISPLAY TELA-ALTERACAO
           ACCEPT  TELA-ALTERACAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              CLOSE ARQ-TABPRECO
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 700-VALIDA-TABELA
           IF WS-TPR-COM-ERRO
              CLOSE ARQ-TABPRECO
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
      *    A VALIDACAO REPOSICIONA O ARQUIVO: RELE A VIGENCIA ANTES
      *    DE REGRAVAR.
           MOVE WS-TPR-CHAVE TO TPR-CHAVE
           READ ARQ-TABPRECO RECORD
             KEY IS TPR-CHAVE
           PERFORM 750-CARIMBA
           MOVE WS-TPR-DATA-FIM     TO TPR-DATA-FIM
           MOVE WS-TPR-PRECO        TO TPR-PRECO
           MOVE WS-TPR-DATA-ATUALIZ TO TPR-DATA-ATUALIZ
           MOVE WS-TPR-OPERADOR     TO TPR-OPERADOR
           REWRITE ARQ-TPR-REG
           IF FSTATUS-TPR EQUAL "00"
              MOVE "PRECO ALTERADO NA TABELA" TO WS-MSG
           ELSE
              STRING "ERRO AO ALTERAR TABELA - FS " FSTATUS-TPR
                INTO WS-MSG
           END-IF
           CLOSE ARQ-TABPRECO
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    A EXCLUSAO E FISICA: O PRECO JA GRAVADO NOS ITENS DOS
      *    PEDIDOS NAO DEPENDE MAIS DA TABELA.
      *-----------------------------------*
      *
       300-EXCLUSAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-TPR-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-TABPRECO
      *
           PERFORM 800-LE-VIGENCIA
           IF FSTATUS-TPR NOT EQUAL "00"
              CLOSE ARQ-TABPRECO
              MOVE "VIGENCIA NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           DISPLAY TELA-EXCLUSAO
           ACCEPT  TELA-EXCLUSAO
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
              DELETE ARQ-TABPRECO RECORD
              IF FSTATUS-TPR EQUAL "00"
                 MOVE "PRECO EXCLUIDO DA TABELA" TO WS-MSG
              ELSE
                 STRING "ERRO AO EXCLUIR DA TABELA - FS "
                        FSTATUS-TPR
                   INTO WS-MSG
              END-IF
              PERFORM 900-MOSTRA-MENSAGEM
           END-IF
           CLOSE ARQ-TABPRECO
           PERFORM 000-INICIO.

      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-TPR-REG
           DISPLAY BUSCAR
           ACCEPT  BUSCAR
      *
           PERFORM 850-ABRE-TABPRECO
      *
           PERFORM 800-LE-VIGENCIA
           IF FSTATUS-TPR NOT EQUAL "00"
              MOVE "VIGENCIA NAO ENCONTRADA" TO WS-MSG
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
           CLOSE ARQ-TABPRECO.

      *-----------------------------------*
      *    PRODUTO CADASTRADO, FILIAL ZERO OU CADASTRADA, CLASSE
      *    VALIDA, DATAS VALIDAS COM FIM NAO ANTERIOR AO INICIO,
      *    PRECO MAIOR QUE ZERO E SEM SOBREPOSICAO COM OUTRA
      *    VIGENCIA DO MESMO PRODUTO, FILIAL E CLASSE.
      *-----------------------------------*
      *
       700-VALIDA-TABELA SECTION.
      *
           SET WS-TPR-SEM-ERRO TO TRUE
           MOVE FUNCTION UPPER-CASE(WS-TPR-CLASSE-ABC)
             TO WS-TPR-CLASSE-ABC
      *
           PERFORM 710-LE-PRODUTO
           IF FSTATUS-PROD NOT EQUAL "00"
              SET WS-TPR-COM-ERRO TO TRUE
              MOVE "PRODUTO NAO CADASTRADO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           IF WS-TPR-FILIAL NOT EQUAL ZEROS
              OPEN INPUT ARQ-FILIAL
              MOVE WS-TPR-FILIAL TO FIL-CODIGO
              READ ARQ-FILIAL RECORD
                KEY IS FIL-CODIGO
              IF FSTATUS-FIL NOT EQUAL "00"
                 CLOSE ARQ-FILIAL
                 SET WS-TPR-COM-ERRO TO TRUE
                 MOVE "FILIAL NAO CADASTRADA" TO WS-MSG
                 GO TO 700-FIM
              END-IF
              CLOSE ARQ-FILIAL
           END-IF
      *
           IF NOT WS-TPR-CLASSE-VALIDA
              SET WS-TPR-COM-ERRO TO TRUE
              MOVE "CLASSE DEVE SER A, B, C OU BRANCO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TPR-DATA-INICIO)
              NOT EQUAL ZEROS
              SET WS-TPR-COM-ERRO TO TRUE
              MOVE "INICIO DE VIGENCIA INVALIDO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           IF WS-TPR-DATA-FIM NOT EQUAL ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-TPR-DATA-FIM)
                 NOT EQUAL ZEROS
                 OR WS-TPR-DATA-FIM LESS THAN WS-TPR-DATA-INICIO
                 SET WS-TPR-COM-ERRO TO TRUE
                 MOVE "FIM DE VIGENCIA INVALIDO" TO WS-MSG
                 GO TO 700-FIM
              END-IF
           END-IF
      *
           IF WS-TPR-PRECO EQUAL ZEROS
              SET WS-TPR-COM-ERRO TO TRUE
              MOVE "PRECO DEVE SER MAIOR QUE ZERO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           PERFORM 720-VERIFICA-SOBREPOSICAO.
      *
       700-FIM.
           EXIT.

      *-----------------------------------*
      *
       710-LE-PRODUTO SECTION.
      *
           MOVE SPACES TO WS-DESC-PROD
           OPEN INPUT ARQ-PRODUTO
           MOVE WS-TPR-COD-PROD TO COD-PROD
           READ ARQ-PRODUTO RECORD
             KEY IS COD-PROD
           IF FSTATUS-PROD EQUAL "00"
              MOVE DESCRICAO-PROD TO WS-DESC-PROD
           END-IF
           CLOSE ARQ-PRODUTO.

      *-----------------------------------*
      *    PERCORRE AS VIGENCIAS DO MESMO PRODUTO, FILIAL E CLASSE
      *    (MENOS A PROPRIA, NA ALTERACAO). FIM ZERO CONTA COMO SEM
      *    LIMITE. DOIS PERIODOS SE SOBREPOEM QUANDO CADA UM COMECA
      *    ANTES DO FIM DO OUTRO.
      *-----------------------------------*
      *
       720-VERIFICA-SOBREPOSICAO SECTION.
      *
           MOVE WS-TPR-DATA-FIM TO WS-FIM-NOVA
           IF WS-FIM-NOVA EQUAL ZEROS
              MOVE 99999999 TO WS-FIM-NOVA
           END-IF
      *
           MOVE WS-TPR-COD-PROD    TO TPR-COD-PROD
           MOVE WS-TPR-FILIAL      TO TPR-FILIAL
           MOVE WS-TPR-CLASSE-ABC  TO TPR-CLASSE-ABC
           MOVE ZEROS              TO TPR-DATA-INICIO
           START ARQ-TABPRECO KEY IS NOT LESS THAN TPR-CHAVE
              INVALID KEY
                 GO TO 720-FIM
           END-START
      *
           READ ARQ-TABPRECO NEXT RECORD
           PERFORM UNTIL FSTATUS-TPR NOT EQUAL "00"
                      OR TPR-COD-PROD   NOT EQUAL WS-TPR-COD-PROD
                      OR TPR-FILIAL     NOT EQUAL WS-TPR-FILIAL
                      OR TPR-CLASSE-ABC NOT EQUAL WS-TPR-CLASSE-ABC
                      OR WS-TPR-COM-ERRO
              MOVE TPR-DATA-FIM TO WS-FIM-OUTRA
              IF WS-FIM-OUTRA EQUAL ZEROS
                 MOVE 99999999 TO WS-FIM-OUTRA
              END-IF
              IF TPR-DATA-INICIO NOT EQUAL WS-TPR-DATA-INICIO
                 AND TPR-DATA-INICIO NOT GREATER THAN WS-FIM-NOVA
                 AND WS-TPR-DATA-INICIO NOT GREATER THAN WS-FIM-OUTRA
                 SET WS-TPR-COM-ERRO TO TRUE
                 STRING "SOBREPOE VIGENCIA DE " TPR-DATA-INICIO
                   DELIMITED BY SIZE INTO WS-MSG
              END-IF
              READ ARQ-TABPRECO NEXT RECORD
           END-PERFORM
      *
           MOVE "00" TO FSTATUS-TPR.
      *
       720-FIM.
           EXIT.

      *-----------------------------------*
      *    DATA DA ATUALIZACAO E OPERADOR QUE A FEZ
      *-----------------------------------*
      *
       750-CARIMBA SECTION.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-TPR-DATA-ATUALIZ
           MOVE OPER-COD-EXEC             TO WS-TPR-OPERADOR.

      *-----------------------------------*
      *    LE A VIGENCIA DA CHAVE INFORMADA NA TELA BUSCAR E A
      *    DESCRICAO DO PRODUTO PARA AS TELAS.
      *-----------------------------------*
      *
       800-LE-VIGENCIA SECTION.
      *
           MOVE FUNCTION UPPER-CASE(WS-TPR-CLASSE-ABC)
             TO WS-TPR-CLASSE-ABC
           PERFORM 710-LE-PRODUTO
      *
           MOVE WS-TPR-CHAVE TO TPR-CHAVE
           READ ARQ-TABPRECO RECORD INTO WS-ARQ-TPR-REG
             KEY IS TPR-CHAVE.

      *-----------------------------------*
      *
       850-ABRE-TABPRECO SECTION.
      *
           OPEN I-O ARQ-TABPRECO
           IF FSTATUS-TPR EQUAL "35"
              CLOSE ARQ-TABPRECO
              OPEN OUTPUT ARQ-TABPRECO
              CLOSE ARQ-TABPRECO
              OPEN I-O ARQ-TABPRECO
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
      *
           DISPLAY MENSAGEM
           ACCEPT  MENSAGEM.
      *
       END PROGRAM CADTPR.
      *-----------------------------------*
