      *
      *-----------------------------------*
      *    MANUTENCAO DO CADASTRO DE PRODUTOS (PRODUTOS): CODIGO,
      *    DESCRICAO, PRECO UNITARIO DE TABELA, STATUS E A
      *    CLASSIFICACAO FISCAL USADA NA NF-E (NCM, ORIGEM, CST,
      *    UNIDADE, CFOP INTERNO E ALIQUOTA DE ICMS). O CADPED
      *    MONTA OS ITENS DO PEDIDO A PARTIR DESTE CADASTRO, DE MODO
      *    QUE O VALOR DO PEDIDO DEIXA DE SER DIGITADO PELO
      *    OPERADOR. PRODUTO COM MOVIMENTO NAO E APAGADO: E
      *    INATIVADO E DEIXA DE SER ACEITO EM PEDIDOS NOVOS.
      *    CADA PRODUTO PERTENCE A UMA CATEGORIA DA TABELA CATPROD,
      *    MANTIDA AQUI MESMO (OPCOES 6 A 8); A CATEGORIA E
      *    OBRIGATORIA NA INCLUSAO E NA ALTERACAO DO PRODUTO, E A
      *    CATEGORIA EM USO NAO PODE SER EXCLUIDA.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD  KEY   IS COD-PROD
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PROD.
           SELECT ARQ-CATEGORIA ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CTG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CTG.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PRODUTOS'.
       COPY "BOOKPROD.CPY".
      *
       FD  ARQ-CATEGORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CATPROD'.
       COPY "BOOKCTG.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-PROD            PIC X(002) VALUE "00".
       77 FSTATUS-CTG             PIC X(002) VALUE "00".
       77 WS-SAIR                 PIC 9      VALUE ZEROS.
       77 WS-OPCAO                PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA             PIC X      VALUE SPACES.
       77 WS-MSG                  PIC X(040) VALUE SPACES.
       77 WS-STATUS-DESC          PIC X(008) VALUE SPACES.
       77 WS-CATEG-DESC           PIC X(030) VALUE SPACES.
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-IDX                  PIC 9(002) VALUE ZEROS.
       77 WS-QTD-USO              PIC 9(005) VALUE ZEROS.
       01 WS-CTG-ERRO-SW          PIC X(001) VALUE "N".
          88 WS-CTG-COM-ERRO                 VALUE "S".
          88 WS-CTG-SEM-ERRO                 VALUE "N".
      *-----------------------------------*
       01 WS-ARQ-PROD-REG.
          03 WS-COD-PROD          PIC 9(005) VALUE ZEROS.
          03 WS-DESCRICAO-PROD    PIC X(040) VALUE SPACES.
          03 WS-PRECO-PROD        PIC 9(007)V9(002) VALUE ZEROS.
          03 WS-STATUS-PROD       PIC X(001) VALUE "A".
          03 WS-NCM-PROD          PIC 9(008) VALUE ZEROS.
          03 WS-ORIGEM-PROD       PIC 9(001) VALUE ZEROS.
          03 WS-CST-ICMS-PROD     PIC 9(002) VALUE ZEROS.
          03 WS-UNIDADE-PROD      PIC X(006) VALUE SPACES.
          03 WS-CFOP-PROD         PIC 9(004) VALUE ZEROS.
          03 WS-ALIQ-ICMS-PROD    PIC 9(002)V9(002) VALUE ZEROS.
          03 WS-CATEG-PROD        PIC 9(002) VALUE ZEROS.
      *-----------------------------------*
       01 WS-ARQ-CTG-REG.
          03 WS-CTG-CODIGO        PIC 9(002) VALUE ZEROS.
          03 WS-CTG-DESCRICAO     PIC X(030) VALUE SPACES.
          03 WS-CTG-DATA-ATUALIZ  PIC 9(008) VALUE ZEROS.
      *-----------------------------------*
      *    LISTA DE CATEGORIAS (12 POR TELA)
      *-----------------------------------*
       01 WS-CTG-LISTA.
          03 WS-CTG-LINHA         PIC X(060) OCCURS 12 TIMES.
       01 WS-CTG-DET.
          03 WS-CTG-DET-COD       PIC 99.
          03 FILLER               PIC X(003) VALUE SPACES.
          03 WS-CTG-DET-DESC      PIC X(030).
          03 FILLER               PIC X(003) VALUE SPACES.
          03 WS-CTG-DET-DATA      PIC 9999/99/99.
      *-----------------------------------*
      *
       SCREEN SECTION.
          02 LINE 08 COL 10 VALUE "(2) ALTERAR".
          02 LINE 09 COL 10 VALUE "(3) INATIVAR".
          02 LINE 10 COL 10 VALUE "(5) CONSULTAR".
          02 LINE 11 COL 10 VALUE "(6) INCLUIR/ALTERAR CATEGORIA".
          02 LINE 12 COL 10 VALUE "(7) EXCLUIR CATEGORIA".
          02 LINE 13 COL 10 VALUE "(8) LISTAR CATEGORIAS".
          02 LINE 14 COL 10 VALUE "(9) VOLTAR AO MENU".
          02 LINE 15 COL 10 "OPCAO DESEJADA: (.)".
          02 LINE 15 COL 27 PIC 9 TO WS-OPCAO AUTO.
          02 LINE 19 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 08 COL 27, PIC X(040) TO WS-DESCRICAO-PROD.
          02 LINE 09 COL 10 VALUE "PRECO UNITARIO:".
          02 LINE 09 COL 27, PIC ZZZZZZ9,99 TO WS-PRECO-PROD.
          02 LINE 10 COL 10 VALUE "NCM           :".
          02 LINE 10 COL 27, PIC 9(008) TO WS-NCM-PROD.
          02 LINE 11 COL 10 VALUE "ORIGEM        :".
          02 LINE 11 COL 27, PIC 9 TO WS-ORIGEM-PROD.
          02 LINE 12 COL 10 VALUE "CST ICMS      :".
          02 LINE 12 COL 27, PIC 99 TO WS-CST-ICMS-PROD.
          02 LINE 13 COL 10 VALUE "UNIDADE       :".
          02 LINE 13 COL 27, PIC X(006) TO WS-UNIDADE-PROD.
          02 LINE 14 COL 10 VALUE "CFOP INTERNO  :".
          02 LINE 14 COL 27, PIC 9(004) TO WS-CFOP-PROD.
          02 LINE 15 COL 10 VALUE "ALIQ ICMS (%) :".
          02 LINE 15 COL 27, PIC Z9,99 TO WS-ALIQ-ICMS-PROD.
          02 LINE 16 COL 10 VALUE "CATEGORIA     :".
          02 LINE 16 COL 27, PIC Z9 TO WS-CATEG-PROD.
          02 LINE 18 COL 10 "CONFIRMA A INCLUSAO? (S/N): (.)".
          02 LINE 18 COL 40, PIC X TO WS-CONFIRMA.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
          02 LINE 09 COL 10 VALUE "PRECO UNITARIO:".
          02 LINE 09 COL 27, PIC ZZZZZZ9,99 USING WS-PRECO-PROD
                                            AUTO.
          02 LINE 10 COL 10 VALUE "NCM           :".
          02 LINE 10 COL 27, PIC 9(008) USING WS-NCM-PROD AUTO.
          02 LINE 11 COL 10 VALUE "ORIGEM        :".
          02 LINE 11 COL 27, PIC 9 USING WS-ORIGEM-PROD AUTO.
          02 LINE 12 COL 10 VALUE "CST ICMS      :".
          02 LINE 12 COL 27, PIC 99 USING WS-CST-ICMS-PROD AUTO.
          02 LINE 13 COL 10 VALUE "UNIDADE       :".
          02 LINE 13 COL 27, PIC X(006) USING WS-UNIDADE-PROD AUTO.
          02 LINE 14 COL 10 VALUE "CFOP INTERNO  :".
          02 LINE 14 COL 27, PIC 9(004) USING WS-CFOP-PROD AUTO.
          02 LINE 15 COL 10 VALUE "ALIQ ICMS (%) :".
          02 LINE 15 COL 27, PIC Z9,99 USING WS-ALIQ-ICMS-PROD AUTO.
          02 LINE 16 COL 10 VALUE "CATEGORIA     :".
          02 LINE 16 COL 27, PIC Z9 USING WS-CATEG-PROD AUTO.
          02 LINE 18 COL 10 "CONFIRMA A ALTERACAO? (S/N): (.)".
          02 LINE 18 COL 40, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
          02 LINE 09 COL 27, PIC ZZZZZZ9,99 FROM WS-PRECO-PROD.
          02 LINE 10 COL 10 VALUE "STATUS        :".
          02 LINE 10 COL 27, PIC X(008) FROM WS-STATUS-DESC.
          02 LINE 11 COL 10 VALUE "NCM           :".
          02 LINE 11 COL 27, PIC 9(008) FROM WS-NCM-PROD.
          02 LINE 12 COL 10 VALUE "ORIGEM        :".
          02 LINE 12 COL 27, PIC 9 FROM WS-ORIGEM-PROD.
          02 LINE 13 COL 10 VALUE "CST ICMS      :".
          02 LINE 13 COL 27, PIC 99 FROM WS-CST-ICMS-PROD.
          02 LINE 14 COL 10 VALUE "UNIDADE       :".
          02 LINE 14 COL 27, PIC X(006) FROM WS-UNIDADE-PROD.
          02 LINE 15 COL 10 VALUE "CFOP INTERNO  :".
          02 LINE 15 COL 27, PIC 9(004) FROM WS-CFOP-PROD.
          02 LINE 16 COL 10 VALUE "ALIQ ICMS (%) :".
          02 LINE 16 COL 27, PIC Z9,99 FROM WS-ALIQ-ICMS-PROD.
          02 LINE 17 COL 10 VALUE "CATEGORIA     :".
          02 LINE 17 COL 27, PIC Z9 FROM WS-CATEG-PROD.
          02 LINE 17 COL 31, PIC X(030) FROM WS-CATEG-DESC.
          02 LINE 19 COL 10 "CONSULTAR OUTRO PRODUTO? (S/N): (.)".
          02 LINE 19 COL 46, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 BUSCAR-CATEGORIA AUTO.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CATEGORIA - INFORMAR CODIGO".
          02 LINE 07 COL 10 VALUE "CODIGO CATEGORIA: (..)".
          02 LINE 07 COL 29, PIC Z9 TO WS-CTG-CODIGO.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 TELA-CATEGORIA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "CATEGORIA DE PRODUTO".
          02 LINE 07 COL 10 VALUE "CODIGO CATEGORIA:".
          02 LINE 07 COL 29, PIC Z9 FROM WS-CTG-CODIGO.
          02 LINE 08 COL 10 VALUE "DESCRICAO.......:".
          02 LINE 08 COL 29, PIC X(030) USING WS-CTG-DESCRICAO AUTO.
          02 LINE 12 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 16 COL 10 "CONFIRMA A GRAVACAO? (S/N): (.)".
          02 LINE 16 COL 39, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 EXCLUSAO-CATEGORIA.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 05 COL 10 VALUE "EXCLUSAO DE CATEGORIA DE PRODUTO".
          02 LINE 07 COL 10 VALUE "CODIGO CATEGORIA:".
          02 LINE 07 COL 29, PIC Z9 FROM WS-CTG-CODIGO.
          02 LINE 08 COL 10 VALUE "DESCRICAO.......:".
          02 LINE 08 COL 29, PIC X(030) FROM WS-CTG-DESCRICAO.
          02 LINE 16 COL 10 "CONFIRMA A EXCLUSAO? (S/N): (.)".
          02 LINE 16 COL 39, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
      *
       01 LISTA-CATEGORIAS.
          02 BLANK SCREEN.
          02 LINE 01 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 03 COL 10 VALUE "CATEGORIAS DE PRODUTO".
          02 LINE 05 COL 10 VALUE "COD  DESCRICAO".
          02 LINE 05 COL 48 VALUE "ATUALIZADA".
          02 LINE 06 COL 10, PIC X(060) FROM WS-CTG-LINHA(1).
          02 LINE 07 COL 10, PIC X(060) FROM WS-CTG-LINHA(2).
          02 LINE 08 COL 10, PIC X(060) FROM WS-CTG-LINHA(3).
          02 LINE 09 COL 10, PIC X(060) FROM WS-CTG-LINHA(4).
          02 LINE 10 COL 10, PIC X(060) FROM WS-CTG-LINHA(5).
          02 LINE 11 COL 10, PIC X(060) FROM WS-CTG-LINHA(6).
          02 LINE 12 COL 10, PIC X(060) FROM WS-CTG-LINHA(7).
          02 LINE 13 COL 10, PIC X(060) FROM WS-CTG-LINHA(8).
          02 LINE 14 COL 10, PIC X(060) FROM WS-CTG-LINHA(9).
          02 LINE 15 COL 10, PIC X(060) FROM WS-CTG-LINHA(10).
          02 LINE 16 COL 10, PIC X(060) FROM WS-CTG-LINHA(11).
          02 LINE 17 COL 10, PIC X(060) FROM WS-CTG-LINHA(12).
          02 LINE 19 COL 10 "CONTINUAR A LISTA? (S/N): (.)".
          02 LINE 19 COL 37, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
      *-----------------------------------*
                MOVE ZEROS TO WS-SAIR
                PERFORM 600-CONSULTA
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 6
                PERFORM 400-CATEGORIA
             WHEN 7
                PERFORM 450-EXCLUI-CATEGORIA
             WHEN 8
                MOVE ZEROS TO WS-SAIR
                MOVE ZEROS TO WS-CTG-CODIGO
                PERFORM 500-LISTA-CATEGORIAS
                  UNTIL WS-SAIR NOT EQUAL ZEROS
             WHEN 9
                GOBACK
           END-EVALUATE
                 END-IF
                 PERFORM 000-INICIO
              END-IF
              IF WS-NCM-PROD EQUAL ZEROS
                 MOVE "INFORMAR NCM DO PRODUTO" TO WS-MSG
                 PERFORM 900-MOSTRA-MENSAGEM
                 IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
                    PERFORM 100-INCLUSAO
                 END-IF
                 PERFORM 000-INICIO
              END-IF
              PERFORM 700-VALIDA-CATEGORIA
              IF WS-CTG-COM-ERRO
                 PERFORM 900-MOSTRA-MENSAGEM
                 IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
                    PERFORM 100-INCLUSAO
                 END-IF
                 PERFORM 000-INICIO
              END-IF
              IF WS-CFOP-PROD EQUAL ZEROS
                 MOVE 5102 TO WS-CFOP-PROD
              END-IF
              IF WS-UNIDADE-PROD EQUAL SPACES
                 MOVE "UN" TO WS-UNIDADE-PROD
              END-IF
              OPEN I-O ARQ-PRODUTO
              IF FSTATUS-PROD EQUAL "35"
                 CLOSE ARQ-PRODUTO
              ELSE
                 DISPLAY ALTERACAO
                 ACCEPT  ALTERACAO
      *
                 IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
                    PERFORM 700-VALIDA-CATEGORIA
                 END-IF
                 IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
                    AND WS-CTG-COM-ERRO
                    PERFORM 900-MOSTRA-MENSAGEM
                    IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "N"
                       MOVE 9 TO WS-SAIR
                    END-IF
                    CLOSE ARQ-PRODUTO
                    GO TO 200-FIM
                 END-IF
      *
                 IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
                    MOVE WS-DESCRICAO-PROD TO DESCRICAO-PROD
                    MOVE WS-PRECO-PROD     TO PRECO-PROD
                    MOVE WS-NCM-PROD       TO NCM-PROD
                    MOVE WS-ORIGEM-PROD    TO ORIGEM-PROD
                    MOVE WS-CST-ICMS-PROD  TO CST-ICMS-PROD
                    MOVE WS-UNIDADE-PROD   TO UNIDADE-PROD
                    MOVE WS-CFOP-PROD      TO CFOP-PROD
                    MOVE WS-ALIQ-ICMS-PROD TO ALIQ-ICMS-PROD
                    MOVE WS-CATEG-PROD     TO CATEG-PROD
                    REWRITE ARQ-PROD-REG
                    IF FSTATUS-PROD NOT EQUAL "00"
                       STRING "ERRO AO ALTERAR PRODUTO - FS "
              END-IF
           END-IF
           CLOSE ARQ-PRODUTO.
      *
       200-FIM.
           EXIT.

      *-----------------------------------*
      *
              ELSE
                 MOVE "ATIVO"   TO WS-STATUS-DESC
              END-IF
              PERFORM 800-DESCRICAO-CATEGORIA
      *
              DISPLAY CONSULTA
              ACCEPT  CONSULTA
           END-IF
           CLOSE ARQ-PRODUTO.

      *-----------------------------------*
      *    INCLUI OU ALTERA UMA CATEGORIA DA TABELA CATPROD
      *-----------------------------------*
      *
       400-CATEGORIA SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-CTG-REG
           DISPLAY BUSCAR-CATEGORIA
           ACCEPT  BUSCAR-CATEGORIA
      *
           IF WS-CTG-CODIGO EQUAL ZEROS
              MOVE "INFORMAR CODIGO DA CATEGORIA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           PERFORM 850-ABRE-CATEGORIA
           MOVE WS-CTG-CODIGO TO CTG-CODIGO
           READ ARQ-CATEGORIA RECORD INTO WS-ARQ-CTG-REG
             KEY IS CTG-CODIGO
           IF FSTATUS-CTG EQUAL "00"
              MOVE "CATEGORIA JA CADASTRADA - ALTERACAO" TO WS-MSG
           ELSE
              MOVE "CATEGORIA NOVA - INCLUSAO" TO WS-MSG
           END-IF
      *
           DISPLAY TELA-CATEGORIA
           ACCEPT  TELA-CATEGORIA
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              CLOSE ARQ-CATEGORIA
              PERFORM 000-INICIO
           END-IF
      *
           IF WS-CTG-DESCRICAO EQUAL SPACES
              CLOSE ARQ-CATEGORIA
              MOVE "INFORMAR DESCRICAO DA CATEGORIA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-CTG-DATA-ATUALIZ
           MOVE WS-ARQ-CTG-REG TO ARQ-CTG-REG
           WRITE ARQ-CTG-REG
           IF FSTATUS-CTG EQUAL "22"
              REWRITE ARQ-CTG-REG
           END-IF
           IF FSTATUS-CTG EQUAL "00"
              MOVE "CATEGORIA GRAVADA COM SUCESSO" TO WS-MSG
           ELSE
              STRING "ERRO AO GRAVAR CATEGORIA - FS " FSTATUS-CTG
                INTO WS-MSG
           END-IF
           CLOSE ARQ-CATEGORIA
           PERFORM 900-MOSTRA-MENSAGEM
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    EXCLUI A CATEGORIA QUE NENHUM PRODUTO USA
      *-----------------------------------*
      *
       450-EXCLUI-CATEGORIA SECTION.
      *
           MOVE SPACES TO WS-MSG
           INITIALIZE WS-ARQ-CTG-REG
           DISPLAY BUSCAR-CATEGORIA
           ACCEPT  BUSCAR-CATEGORIA
      *
           PERFORM 850-ABRE-CATEGORIA
           MOVE WS-CTG-CODIGO TO CTG-CODIGO
           READ ARQ-CATEGORIA RECORD INTO WS-ARQ-CTG-REG
             KEY IS CTG-CODIGO
           IF FSTATUS-CTG NOT EQUAL "00"
              CLOSE ARQ-CATEGORIA
              MOVE "CATEGORIA NAO ENCONTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           MOVE ZEROS TO WS-QTD-USO
           OPEN INPUT ARQ-PRODUTO
           IF FSTATUS-PROD EQUAL "00"
              READ ARQ-PRODUTO NEXT RECORD
              PERFORM UNTIL FSTATUS-PROD NOT EQUAL "00"
                 IF CATEG-PROD EQUAL WS-CTG-CODIGO
                    ADD 1 TO WS-QTD-USO
                 END-IF
                 READ ARQ-PRODUTO NEXT RECORD
              END-PERFORM
           END-IF
           CLOSE ARQ-PRODUTO
      *
           IF WS-QTD-USO GREATER THAN ZEROS
              CLOSE ARQ-CATEGORIA
              MOVE "CATEGORIA EM USO POR PRODUTOS" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              PERFORM 000-INICIO
           END-IF
      *
           DISPLAY EXCLUSAO-CATEGORIA
           ACCEPT  EXCLUSAO-CATEGORIA
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
              DELETE ARQ-CATEGORIA RECORD
              IF FSTATUS-CTG EQUAL "00"
                 MOVE "CATEGORIA EXCLUIDA" TO WS-MSG
              ELSE
                 STRING "ERRO AO EXCLUIR CATEGORIA - FS " FSTATUS-CTG
                   INTO WS-MSG
              END-IF
              PERFORM 900-MOSTRA-MENSAGEM
           END-IF
           CLOSE ARQ-CATEGORIA
           PERFORM 000-INICIO.

      *-----------------------------------*
      *    LISTA AS CATEGORIAS A PARTIR DA SEGUINTE A ULTIMA MOSTRADA
      *-----------------------------------*
      *
       500-LISTA-CATEGORIAS SECTION.
      *
           MOVE SPACES TO WS-CTG-LISTA
           MOVE ZEROS  TO WS-IDX
      *
           OPEN INPUT ARQ-CATEGORIA
           IF FSTATUS-CTG NOT EQUAL "00"
              CLOSE ARQ-CATEGORIA
              MOVE "NENHUMA CATEGORIA CADASTRADA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              MOVE 9 TO WS-SAIR
              GO TO 500-FIM
           END-IF
      *
           MOVE WS-CTG-CODIGO TO CTG-CODIGO
           START ARQ-CATEGORIA KEY IS GREATER THAN CTG-CODIGO
              INVALID KEY
                 MOVE "10" TO FSTATUS-CTG
           END-START
           IF FSTATUS-CTG EQUAL "00"
              READ ARQ-CATEGORIA NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-CTG NOT EQUAL "00"
                      OR WS-IDX EQUAL 12
              ADD 1 TO WS-IDX
              MOVE CTG-CODIGO       TO WS-CTG-DET-COD
                                       WS-CTG-CODIGO
              MOVE CTG-DESCRICAO    TO WS-CTG-DET-DESC
              MOVE CTG-DATA-ATUALIZ TO WS-CTG-DET-DATA
              MOVE WS-CTG-DET       TO WS-CTG-LINHA(WS-IDX)
              READ ARQ-CATEGORIA NEXT RECORD
           END-PERFORM
           CLOSE ARQ-CATEGORIA
      *
           DISPLAY LISTA-CATEGORIAS
           ACCEPT  LISTA-CATEGORIAS
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              OR WS-IDX LESS THAN 12
              MOVE 9 TO WS-SAIR
           END-IF.
      *
       500-FIM.
           EXIT.

      *-----------------------------------*
      *    A CATEGORIA DO PRODUTO TEM QUE EXISTIR NA TABELA CATPROD
      *-----------------------------------*
      *
       700-VALIDA-CATEGORIA SECTION.
      *
           SET WS-CTG-SEM-ERRO TO TRUE
      *
           IF WS-CATEG-PROD EQUAL ZEROS
              SET WS-CTG-COM-ERRO TO TRUE
              MOVE "INFORMAR CATEGORIA DO PRODUTO" TO WS-MSG
              GO TO 700-FIM
           END-IF
      *
           PERFORM 800-DESCRICAO-CATEGORIA
           IF FSTATUS-CTG NOT EQUAL "00"
              SET WS-CTG-COM-ERRO TO TRUE
              MOVE "CATEGORIA NAO CADASTRADA" TO WS-MSG
           END-IF.
      *
       700-FIM.
           EXIT.

      *-----------------------------------*
      *
       800-DESCRICAO-CATEGORIA SECTION.
      *
           MOVE SPACES TO WS-CATEG-DESC
           OPEN INPUT ARQ-CATEGORIA
           IF FSTATUS-CTG NOT EQUAL "00"
              CLOSE ARQ-CATEGORIA
              GO TO 800-FIM
           END-IF
      *
           MOVE WS-CATEG-PROD TO CTG-CODIGO
           READ ARQ-CATEGORIA RECORD
             KEY IS CTG-CODIGO
           IF FSTATUS-CTG EQUAL "00"
              MOVE CTG-DESCRICAO TO WS-CATEG-DESC
           ELSE
              MOVE "SEM CATEGORIA" TO WS-CATEG-DESC
           END-IF
           CLOSE ARQ-CATEGORIA.
      *
       800-FIM.
           EXIT.

      *-----------------------------------*
      *
       850-ABRE-CATEGORIA SECTION.
      *
           OPEN I-O ARQ-CATEGORIA
           IF FSTATUS-CTG EQUAL "35"
              CLOSE ARQ-CATEGORIA
              OPEN OUTPUT ARQ-CATEGORIA
              CLOSE ARQ-CATEGORIA
              OPEN I-O ARQ-CATEGORIA
           END-IF.

      *-----------------------------------*
      *
       900-MOSTRA-MENSAGEM SECTION.
