      *    MANUTENCAO DE PEDIDOS DE VENDA: BASE TRANSACIONAL QUE
      *    ALIMENTA O ACOMPANHAMENTO DE QUOTA E COMISSAO DOS
      *    VENDEDORES. O CLIENTE DO PEDIDO E VALIDADO NO BOOKCLI E O
      *    VENDEDOR E ASSUMIDO DA ATRIBUICAO CORRENTE DO CLIENTE NO
      *    DISTATUAL (LIDO PELA CHAVE). O VALOR DO PEDIDO
      *    NAO E MAIS DIGITADO: A INCLUSAO CAPTURA OS ITENS (PRODUTO
      *    E QUANTIDADE, PRECO DA TABELA DE PRECOS VIGENTE NA DATA
      *    DO PEDIDO PARA A FILIAL E A CLASSE ABC DO CLIENTE, OU DO
      *    CADASTRO PRODUTOS), GRAVA AS LINHAS NO PEDITEM E SOMA O
      *    VALOR-PEDIDO A PARTIR DELAS. POR ISSO A DATA DO PEDIDO E
      *    INFORMADA ANTES DOS ITENS. O ITEM PODE TER DESCONTO SOBRE
      *    O PRECO DE TABELA; DESCONTO ACIMA DO MAXIMO DO VENDEDOR
      *    (DESC-MAX-VEND) DEIXA O PEDIDO PENDENTE PARA O APROVPED.
      *    CADA ITEM RESERVA ESTOQUE NA FILIAL DO CLIENTE (GRVESTQ);
      *    O QUE NAO TEM SALDO FICA EM BACKORDER, SEM RECUSAR O
      *    ITEM. O CANCELAMENTO LIBERA RESERVA E BACKORDER (ESTQPED).
      *    A CONDICAO DE PAGAMENTO DO PEDIDO VEM SUGERIDA DO CLIENTE
      *    E PODE SER TROCADA NA CONFIRMACAO (CADASTRO CONDPAG).
      *    CLIENTE COM CREDITO BLOQUEADO PELA REGUA DE COBRANCA NAO
      *    RECEBE PEDIDO NOVO. ALEM DO LIMITE DO CLIENTE, O PEDIDO E
      *    CRITICADO CONTRA O LIMITE DO GRUPO ECONOMICO (GRUPOECO)
      *    QUANDO O GRUPO DO CLIENTE TEM LIMITE CADASTRADO.
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-CLIENTE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-CLI
                  ALTERNATE RECORD KEY IS CNPJ-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-GRUPOCLI  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS GCL-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-GCL.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ATR.
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAR-TIPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAR.
           SELECT ARQ-ESTOQUE   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS EST-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-EST.
           SELECT ARQ-CONDPAG   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CPG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CPG.
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
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-GRUPOCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GRUPOCLI'.
       COPY "BOOKGCL.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARAMSIS'.
       COPY "BOOKPAR.CPY".
      *
       FD  ARQ-ESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ESTOQUE'.
       COPY "BOOKEST.CPY".
      *
       FD  ARQ-CONDPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CONDPAG'.
       COPY "BOOKCPG.CPY".
      *
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CADVENDEDOR'.
       COPY "BOOKVEND.CPY".
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77 FSTATUS-PED             PIC X(002) VALUE "00".
       77 FSTATUS-CLI             PIC X(002) VALUE "00".
       77 FSTATUS-GCL             PIC X(002) VALUE "00".
       77 FSTATUS-ATR             PIC X(002) VALUE "00".
       77 FSTATUS-PROD            PIC X(002) VALUE "00".
       77 FSTATUS-ITEM            PIC X(002) VALUE "00".
       77 FSTATUS-FECH            PIC X(002) VALUE "00".
       77 FSTATUS-PAR             PIC X(002) VALUE "00".
       77 FSTATUS-EST             PIC X(002) VALUE "00".
       77 FSTATUS-CPG             PIC X(002) VALUE "00".
       77 FSTATUS-VEND            PIC X(002) VALUE "00".
       77 WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77 WS-LIMITE-APROV         PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-ANO-MES-VERIF        PIC 9(006) VALUE ZEROS.
       01 WS-FECH-SW              PIC X(001) VALUE "N".
      *
       77 WS-RZ-SOCIAL-CLI        PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    CONDICAO DE PAGAMENTO DO PEDIDO E DESCRICAO MOSTRADA NA
      *    TELA DE CONFIRMACAO (OU O MOTIVO DE A CONDICAO NAO VALER).
      *-----------------------------------*
       77 WS-COND-PAG-PED         PIC 9(003) VALUE ZEROS.
       77 WS-CPG-DESC             PIC X(030) VALUE SPACES.
       01 WS-CPG-SW               PIC X(001) VALUE "S".
          88 WS-CPG-VALIDA                   VALUE "S".
          88 WS-CPG-INVALIDA                 VALUE "N".
      *-----------------------------------*
      *    ITENS DIGITADOS NA INCLUSAO DO PEDIDO: PRODUTO E
      *    QUANTIDADE POR LINHA, PRECO DE TABELA (PRECOTAB) E
      *    DESCONTO. SO VAO PARA O PEDITEM DEPOIS DA CONFIRMACAO E
      *    DA GRAVACAO DO PROPRIO PEDIDO.
      *-----------------------------------*
       77 WS-ITEM-COD-PROD        PIC 9(005) VALUE ZEROS.
       77 WS-ITEM-QTD             PIC 9(005) VALUE ZEROS.
       77 WS-ITEM-PERC-DESC       PIC 9(002)V9(002) VALUE ZEROS.
       77 WS-ITEM-PRECO-TAB       PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-ITEM-PRECO-LIQ       PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-ITEM-DESC            PIC X(040) VALUE SPACES.
       77 WS-ITEM-MSG             PIC X(040) VALUE SPACES.
       77 WS-ITEM-VALOR           PIC 9(007)V9(002) VALUE ZEROS.
             05 WS-IT-QTD         PIC 9(005).
             05 WS-IT-PRECO       PIC 9(007)V9(002).
             05 WS-IT-VALOR       PIC 9(007)V9(002).
             05 WS-IT-PRECO-TAB   PIC 9(007)V9(002).
             05 WS-IT-PERC-DESC   PIC 9(002)V9(002).
       01 WS-FIM-ITENS-SW         PIC X(001) VALUE "N".
          88 WS-FIM-ITENS                    VALUE "S".
      *-----------------------------------*
      *    DESCONTO MAXIMO POR ITEM DO VENDEDOR DO PEDIDO. ALGUM
      *    ITEM ACIMA DELE MANDA O PEDIDO PARA APROVACAO.
      *-----------------------------------*
       77 WS-DESC-MAX             PIC 9(002)V9(002) VALUE ZEROS.
       01 WS-DESC-SW              PIC X(001) VALUE "N".
          88 WS-DESC-EXCEDIDO                VALUE "S".
          88 WS-DESC-DENTRO                  VALUE "N".
       01 PARAM-PRECOTAB.
          03 WS-PTB-COD-PROD       PIC 9(005) VALUE ZEROS.
          03 WS-PTB-COD-CLI        PIC 9(007) VALUE ZEROS.
          03 WS-PTB-FILIAL         PIC 9(002) VALUE ZEROS.
          03 WS-PTB-CLASSE         PIC X(001) VALUE SPACES.
          03 WS-PTB-DATA           PIC 9(008) VALUE ZEROS.
          03 WS-PTB-PRECO          PIC 9(007)V9(002) VALUE ZEROS.
          03 WS-PTB-ORIGEM         PIC X(001) VALUE SPACES.
          03 WS-PTB-MSG            PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    ESTOQUE: FILIAL DO CLIENTE (CENTRO DE DISTRIBUICAO QUE
      *    ATENDE O PEDIDO), SALDO DISPONIVEL MOSTRADO NA DIGITACAO
      *    E QUANTIDADE QUE FICOU EM BACKORDER NA GRAVACAO.
      *-----------------------------------*
       77 WS-FILIAL-PED           PIC 9(002) VALUE ZEROS.
       77 WS-DISPONIVEL           PIC S9(007) VALUE ZEROS.
       77 WS-QTD-BACKORDER        PIC 9(007) VALUE ZEROS.
       01 WS-ESTQ-ERRO-SW         PIC X(001) VALUE "N".
          88 WS-ESTQ-ERRO                    VALUE "S".
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
      *    VENDEDOR ATRIBUIDO AO CLIENTE NA ATRIBUICAO ATUAL.
      *-----------------------------------*
       77 WS-VEND-ACHADO          PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    IMAGEM POSTERIOR DE CADA GRAVACAO ENVIADA AO JORNAL
      *-----------------------------------*
      *    CRITICA DE LIMITE DE CREDITO NA INCLUSAO: SALDO DOS
      *    PEDIDOS ATIVOS DO CLIENTE MAIS O PEDIDO NOVO CONTRA O
      *    LIMITE-CRED-CLI DO CADASTRO (ZERO = SEM LIMITE). O MESMO
      *    PARA O GRUPO ECONOMICO: PEDIDOS ATIVOS DE TODOS OS
      *    CLIENTES DO GRUPO CONTRA O LIMITE DO GRUPO.
      *-----------------------------------*
       77 WS-LIMITE-CLI           PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-SALDO-ABERTO         PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-GRUPO-PED            PIC 9(008) VALUE ZEROS.
       77 WS-LIMITE-GRUPO         PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-SALDO-GRUPO          PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-GRUPO-CLI-LIDO       PIC 9(008) VALUE ZEROS.
       77 WS-SOMA-COD-CLI         PIC 9(007) VALUE ZEROS.
       77 WS-SOMA-VALOR           PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-CNPJ-PARTES.
          03 WS-CNPJ-RAIZ         PIC 9(008) VALUE ZEROS.
          03 WS-CNPJ-ORDEM        PIC 9(004) VALUE ZEROS.
          03 WS-CNPJ-DIGITOS      PIC 9(002) VALUE ZEROS.
       01 WS-LIMITE-SW            PIC X(001) VALUE "N".
          88 WS-LIMITE-ESTOURADO             VALUE "S" "G".
          88 WS-LIMITE-GRUPO-ESTOURADO       VALUE "G".
          88 WS-LIMITE-OK                    VALUE "N".
       01 PARAM-BUSCAGRP.
          03 WS-BGR-COD-CLI        PIC 9(007) VALUE ZEROS.
          03 WS-BGR-CNPJ           PIC 9(014) VALUE ZEROS.
          03 WS-BGR-GRUPO          PIC 9(008) VALUE ZEROS.
          03 WS-BGR-ORIGEM         PIC X(001) VALUE SPACES.
          03 WS-BGR-CADASTRO       PIC X(001) VALUE SPACES.
          03 WS-BGR-NOME           PIC X(040) VALUE SPACES.
          03 WS-BGR-LIMITE         PIC 9(009)V9(002) VALUE ZEROS.
          03 WS-BGR-COD-MATRIZ     PIC 9(007) VALUE ZEROS.
          03 WS-BGR-MSG            PIC X(040) VALUE SPACES.
      *-----------------------------------*
       LINKAGE SECTION.
       01 OPERADOR-INFO.
          02 LINE 07 COL 27, PIC ZZZZZZ9 TO WS-NUM-PEDIDO.
          02 LINE 08 COL 10 VALUE "CODIGO CLIENTE: (.......)".
          02 LINE 08 COL 27, PIC ZZZZZZ9 TO WS-COD-CLI-PED.
          02 LINE 09 COL 10 VALUE "DATA (AAAAMMDD):(........)".
          02 LINE 09 COL 27, PIC 99999999 USING WS-DATA-PEDIDO.
          02 LINE 15 COL 10, PIC X(040) FROM WS-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 09 COL 26, PIC X(040) FROM WS-RZ-SOCIAL-CLI.
          02 LINE 10 COL 10 VALUE "VENDEDOR      :".
          02 LINE 10 COL 26, PIC ZZ9 FROM WS-COD-VEND-PED.
          02 LINE 11 COL 10 VALUE "DATA          :".
          02 LINE 11 COL 26, PIC 99999999 FROM WS-DATA-PEDIDO.
          02 LINE 12 COL 10 VALUE "VALOR (ITENS) :".
          02 LINE 12 COL 26, PIC ZZZZZZ9,99 FROM WS-VALOR-PEDIDO.
          02 LINE 13 COL 10 VALUE "QTD ITENS     :".
          02 LINE 13 COL 26, PIC Z9 FROM WS-QTD-ITENS.
          02 LINE 14 COL 10 VALUE "COND PAGTO    :".
          02 LINE 14 COL 26, PIC ZZ9 USING WS-COND-PAG-PED AUTO.
          02 LINE 14 COL 31, PIC X(030) FROM WS-CPG-DESC.
          02 LINE 16 COL 10 "CONFIRMA A INCLUSAO? (S/N): (.)".
          02 LINE 16 COL 40, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
          02 LINE 11 COL 26, PIC ZZZZZZ9,99 FROM WS-VALOR-PEDIDO.
          02 LINE 12 COL 10 VALUE "STATUS        :".
          02 LINE 12 COL 26, PIC X(009) FROM WS-STATUS-DESC.
          02 LINE 13 COL 10 VALUE "COND PAGTO    :".
          02 LINE 13 COL 26, PIC ZZ9 FROM COND-PAG-PED.
          02 LINE 17 COL 10 "CONSULTAR OUTRO PEDIDO? (S/N): (.)".
          02 LINE 17 COL 45, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
          02 LINE 13 COL 10 VALUE
             "QUANTIDADE..................: (.....)".
          02 LINE 13 COL 41, PIC ZZZZ9 TO WS-ITEM-QTD.
          02 LINE 14 COL 10 VALUE
             "DESCONTO (%)................: (.....)".
          02 LINE 14 COL 41, PIC Z9,99 TO WS-ITEM-PERC-DESC.
          02 LINE 16 COL 10 VALUE "PRECO TABELA   :".
          02 LINE 16 COL 27, PIC ZZZZZZ9,99 FROM WS-ITEM-PRECO-TAB.
          02 LINE 16 COL 40 VALUE "LIQUIDO:".
          02 LINE 16 COL 49, PIC ZZZZZZ9,99 FROM WS-ITEM-PRECO-LIQ.
          02 LINE 17 COL 10 VALUE "DESC MAXIMO (%):".
          02 LINE 17 COL 27, PIC Z9,99 FROM WS-DESC-MAX.
          02 LINE 19 COL 10, PIC X(040) FROM WS-ITEM-MSG.
          02 LINE 21 COL 01 VALUE "=====================================
      -"========================================".
          02 LINE 09 COL 27, PIC ZZZZZZZZ9,99 FROM WS-SALDO-ABERTO.
          02 LINE 10 COL 10 VALUE "VALOR DO PEDIDO:".
          02 LINE 10 COL 27, PIC ZZZZZZ9,99 FROM WS-VALOR-PEDIDO.
          02 LINE 12 COL 10 VALUE "GRUPO ECONOMICO:".
          02 LINE 12 COL 27, PIC ZZZZZZZ9 FROM WS-GRUPO-PED.
          02 LINE 13 COL 10 VALUE "LIMITE DO GRUPO:".
          02 LINE 13 COL 27, PIC ZZZZZZZZ9,99 FROM WS-LIMITE-GRUPO.
          02 LINE 14 COL 10 VALUE "SALDO DO GRUPO :".
          02 LINE 14 COL 27, PIC ZZZZZZZZ9,99 FROM WS-SALDO-GRUPO.
          02 LINE 16 COL 10 "LIBERAR ACIMA DO LIMITE? (S/N): (.)".
          02 LINE 16 COL 46, PIC X TO WS-CONFIRMA AUTO.
          02 LINE 21 COL 01 VALUE "=====================================
       100-INCLUSAO SECTION.
      *
           MOVE SPACES TO WS-MSG
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-PEDIDO
           DISPLAY BUSCAR-CLI
      *
           ACCEPT  BUSCAR-CLI
           IF WS-NUM-PEDIDO EQUAL ZEROS
              PERFORM 000-INICIO
           END-IF
      *
      *    A DATA VEM ANTES DOS ITENS PORQUE ESCOLHE A TABELA DE
      *    PRECOS VIGENTE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PEDIDO)
              NOT EQUAL ZEROS
              MOVE "DATA DO PEDIDO INVALIDA" TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
                 PERFORM 100-INCLUSAO
              END-IF
              PERFORM 000-INICIO
           END-IF
      *
           OPEN INPUT ARQ-CLIENTE
           MOVE WS-COD-CLI-PED TO COD-CLI
              END-IF
              PERFORM 000-INICIO
           END-IF
      *
           IF CLI-CRED-BLOQUEADO
              CLOSE ARQ-CLIENTE
              MOVE "CLIENTE COM CREDITO BLOQUEADO POR ATRASO"
                TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
              IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
                 PERFORM 100-INCLUSAO
              END-IF
              PERFORM 000-INICIO
           END-IF
      *
           MOVE RAZAO-SOCIAL    TO WS-RZ-SOCIAL-CLI
           MOVE LIMITE-CRED-CLI TO WS-LIMITE-CLI
           MOVE FILIAL-CLI      TO WS-FILIAL-PED
           MOVE COND-PAG-CLI    TO WS-COND-PAG-PED
           MOVE COD-CLI         TO WS-BGR-COD-CLI
           MOVE CNPJ-CLI        TO WS-BGR-CNPJ
           CLOSE ARQ-CLIENTE
           CALL "BUSCAGRP" USING PARAM-BUSCAGRP
           MOVE WS-BGR-GRUPO    TO WS-GRUPO-PED
           MOVE WS-BGR-LIMITE   TO WS-LIMITE-GRUPO
      *
           PERFORM 905-BUSCA-VENDEDOR-CLI
      *
           END-IF
      *
           MOVE WS-VEND-ACHADO TO WS-COD-VEND-PED
           PERFORM 906-LE-DESCONTO-MAX
      *
           PERFORM 150-DIGITA-ITENS
      *
                    PERFORM 000-INICIO
                 END-IF
              ELSE
                 IF WS-LIMITE-GRUPO-ESTOURADO
                    MOVE "LIMITE DO GRUPO EXCEDIDO - BLOQUEADO"
                      TO WS-MSG
                 ELSE
                    MOVE "LIMITE DE CREDITO EXCEDIDO - BLOQUEADO"
                      TO WS-MSG
                 END-IF
                 PERFORM 900-MOSTRA-MENSAGEM
                 PERFORM 000-INICIO
              END-IF
           END-IF
      *
           PERFORM 175-VALIDA-COND-PAG
           DISPLAY INCLUSAO
           ACCEPT  INCLUSAO
           PERFORM 175-VALIDA-COND-PAG
      *
      *    CONDICAO INEXISTENTE OU INATIVA VOLTA PARA A TELA COM O
      *    MOTIVO NO LUGAR DA DESCRICAO, SEM PERDER OS ITENS.
           PERFORM UNTIL WS-CPG-VALIDA
                      OR FUNCTION UPPER-CASE(WS-CONFIRMA) NOT EQUAL "S"
              DISPLAY INCLUSAO
              ACCEPT  INCLUSAO
              PERFORM 175-VALIDA-COND-PAG
           END-PERFORM
      *
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
              OPEN I-O ARQ-PEDIDO
              MOVE ZEROS          TO NUM-FATURA-PED
              MOVE ZEROS          TO APROV-OPER-PED
              MOVE ZEROS          TO APROV-DATA-PED
              MOVE WS-COND-PAG-PED TO COND-PAG-PED
              MOVE SPACES          TO MOTIVO-PEND-PED
              PERFORM 920-LE-LIMITE-APROV
              IF WS-LIMITE-APROV GREATER THAN ZEROS
                 AND WS-VALOR-PEDIDO GREATER THAN WS-LIMITE-APROV
                 MOVE "P" TO STATUS-PED
                 SET PEND-POR-VALOR TO TRUE
              END-IF
              IF WS-DESC-EXCEDIDO
                 MOVE "P" TO STATUS-PED
                 IF PEND-POR-VALOR
                    SET PEND-POR-VALOR-DESC TO TRUE
                 ELSE
                    SET PEND-POR-DESCONTO TO TRUE
                 END-IF
              END-IF
              WRITE ARQ-PED-REG
              IF FSTATUS-PED EQUAL "00" OR "02"
                 MOVE "W" TO WS-JRN-OPERACAO
                 MOVE OPER-COD-EXEC TO WS-JRN-OPERADOR
                 PERFORM 930-GRAVA-JORNAL
                 PERFORM 160-GRAVA-ITENS
                 EVALUATE TRUE
                    WHEN PED-PENDENTE
                       MOVE "PEDIDO INCLUIDO PENDENTE DE APROVACAO"
                         TO WS-MSG
                    WHEN WS-ESTQ-ERRO
                       MOVE "PEDIDO INCLUIDO - ESTOQUE NAO RESERVADO"
                         TO WS-MSG
                    WHEN WS-QTD-BACKORDER GREATER THAN ZEROS
                       MOVE "PEDIDO INCLUIDO - ITENS EM BACKORDER"
                         TO WS-MSG
                    WHEN OTHER
                       MOVE "PEDIDO INCLUIDO COM SUCESSO" TO WS-MSG
                 END-EVALUATE
              ELSE
                 IF FSTATUS-PED EQUAL "22"
                    MOVE "NUMERO DE PEDIDO JA EXISTE" TO WS-MSG

      *-----------------------------------*
      *    CAPTURA DOS ITENS DO PEDIDO: UMA LINHA POR PRODUTO, COM O
      *    PRECO DE TABELA DA DATA DO PEDIDO (PRECOTAB) MENOS O
      *    DESCONTO DIGITADO. PRODUTO ZERO ENCERRA A DIGITACAO. O
      *    VALOR DO PEDIDO E ACUMULADO AQUI. FALTA DE SALDO NA
      *    FILIAL SO E AVISADA: O EXCEDENTE VAI PARA BACKORDER NA
      *    GRAVACAO.
      *-----------------------------------*
      *
       150-DIGITA-ITENS SECTION.
           MOVE ZEROS  TO WS-VALOR-PEDIDO
           MOVE SPACES TO WS-ITEM-MSG
           MOVE SPACES TO WS-ITEM-DESC
           MOVE ZEROS  TO WS-ITEM-PRECO-TAB
           MOVE ZEROS  TO WS-ITEM-PRECO-LIQ
           MOVE "N"    TO WS-FIM-ITENS-SW
           SET WS-DESC-DENTRO TO TRUE
      *
           OPEN INPUT ARQ-PRODUTO
           IF FSTATUS-PROD NOT EQUAL "00"
              CLOSE ARQ-PRODUTO
              GO TO 150-FIM
           END-IF
      *
           OPEN INPUT ARQ-ESTOQUE
      *
           PERFORM 155-DIGITA-UM-ITEM
             UNTIL WS-FIM-ITENS
      *
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-PRODUTO.
      *
       150-FIM.
      *
           MOVE ZEROS TO WS-ITEM-COD-PROD
           MOVE ZEROS TO WS-ITEM-QTD
           MOVE ZEROS TO WS-ITEM-PERC-DESC
           DISPLAY TELA-ITEM
           ACCEPT  TELA-ITEM
           MOVE SPACES TO WS-ITEM-MSG
              MOVE "PRODUTO INATIVO - NAO ACEITO" TO WS-ITEM-MSG
              GO TO 155-FIM
           END-IF
      *
           MOVE WS-ITEM-COD-PROD TO WS-PTB-COD-PROD
           MOVE WS-COD-CLI-PED   TO WS-PTB-COD-CLI
           MOVE WS-FILIAL-PED    TO WS-PTB-FILIAL
           MOVE SPACES           TO WS-PTB-CLASSE
           MOVE WS-DATA-PEDIDO   TO WS-PTB-DATA
           MOVE PRECO-PROD       TO WS-PTB-PRECO
           CALL "PRECOTAB" USING PARAM-PRECOTAB
           MOVE WS-PTB-PRECO     TO WS-ITEM-PRECO-TAB
           COMPUTE WS-ITEM-PRECO-LIQ ROUNDED =
                   WS-ITEM-PRECO-TAB * (100 - WS-ITEM-PERC-DESC) / 100
      *
           ADD 1 TO WS-QTD-ITENS
           MOVE WS-ITEM-COD-PROD  TO WS-IT-COD-PROD(WS-QTD-ITENS)
           MOVE WS-ITEM-QTD       TO WS-IT-QTD(WS-QTD-ITENS)
           MOVE WS-ITEM-PRECO-LIQ TO WS-IT-PRECO(WS-QTD-ITENS)
           MOVE WS-ITEM-PRECO-TAB TO WS-IT-PRECO-TAB(WS-QTD-ITENS)
           MOVE WS-ITEM-PERC-DESC TO WS-IT-PERC-DESC(WS-QTD-ITENS)
           COMPUTE WS-ITEM-VALOR = WS-ITEM-QTD * WS-ITEM-PRECO-LIQ
           MOVE WS-ITEM-VALOR     TO WS-IT-VALOR(WS-QTD-ITENS)
           ADD WS-ITEM-VALOR      TO WS-VALOR-PEDIDO
           MOVE DESCRICAO-PROD    TO WS-ITEM-DESC
      *
           IF WS-ITEM-PERC-DESC GREATER THAN WS-DESC-MAX
              SET WS-DESC-EXCEDIDO TO TRUE
              MOVE "DESCONTO ACIMA DO MAXIMO - SOB APROVACAO"
                TO WS-ITEM-MSG
           END-IF
      *
           MOVE ZEROS            TO WS-DISPONIVEL
           MOVE WS-ITEM-COD-PROD TO EST-COD-PROD
           MOVE WS-FILIAL-PED    TO EST-FILIAL
           READ ARQ-ESTOQUE RECORD
             KEY IS EST-CHAVE
           IF FSTATUS-EST EQUAL "00"
              COMPUTE WS-DISPONIVEL =
                      EST-QTD-FISICA - EST-QTD-RESERVADA
           END-IF
           IF WS-DISPONIVEL LESS THAN WS-ITEM-QTD
              MOVE "SALDO INSUFICIENTE - VAI PARA BACKORDER"
                TO WS-ITEM-MSG
           END-IF.
      *
       155-FIM.
           EXIT.
      *    SOMA OS PEDIDOS ATIVOS DO CLIENTE E COMPARA O SALDO MAIS
      *    O PEDIDO NOVO COM O LIMITE DE CREDITO DO CADASTRO. SEM
      *    LIMITE (ZERO) OU SEM ARQUIVO DE PEDIDOS NAO HA CRITICA.
      *    QUANDO O GRUPO ECONOMICO DO CLIENTE TEM LIMITE, SOMA
      *    TAMBEM OS PEDIDOS ATIVOS DOS DEMAIS CLIENTES DO GRUPO. SO
      *    OS PEDIDOS DOS CLIENTES ENVOLVIDOS SAO LIDOS.
      *-----------------------------------*
      *
       170-VERIFICA-LIMITE SECTION.
      *
           SET WS-LIMITE-OK TO TRUE
           MOVE ZEROS TO WS-SALDO-ABERTO
                         WS-SALDO-GRUPO
      *
           IF WS-LIMITE-CLI EQUAL ZEROS
              AND WS-LIMITE-GRUPO EQUAL ZEROS
              GO TO 170-FIM
           END-IF
      *
              GO TO 170-AVALIA
           END-IF
      *
           MOVE WS-COD-CLI-PED TO WS-SOMA-COD-CLI
           PERFORM 172-SOMA-PEDIDOS-CLIENTE
           MOVE WS-SOMA-VALOR TO WS-SALDO-ABERTO
                                 WS-SALDO-GRUPO
      *
           IF WS-LIMITE-GRUPO GREATER THAN ZEROS
              OPEN INPUT ARQ-CLIENTE
              PERFORM 173-SOMA-GRUPO
              CLOSE ARQ-CLIENTE
           END-IF
      *
           CLOSE ARQ-PEDIDO.
      *
       170-AVALIA.
           IF WS-LIMITE-CLI GREATER THAN ZEROS
              AND WS-SALDO-ABERTO + WS-VALOR-PEDIDO
                  GREATER THAN WS-LIMITE-CLI
              SET WS-LIMITE-ESTOURADO TO TRUE
              GO TO 170-FIM
           END-IF
           IF WS-LIMITE-GRUPO GREATER THAN ZEROS
              AND WS-SALDO-GRUPO + WS-VALOR-PEDIDO
                  GREATER THAN WS-LIMITE-GRUPO
              SET WS-LIMITE-GRUPO-ESTOURADO TO TRUE
           END-IF.
      *
       170-FIM.
           EXIT.

      *-----------------------------------*
      *    GRUPO ECONOMICO DO CLIENTE LIDO NO BOOKCLI.
      *-----------------------------------*
      *
       171-GRUPO-DO-CLIENTE SECTION.
      *
           MOVE COD-CLI  TO WS-BGR-COD-CLI
           MOVE CNPJ-CLI TO WS-BGR-CNPJ
           CALL "BUSCAGRP" USING PARAM-BUSCAGRP
           MOVE WS-BGR-GRUPO TO WS-GRUPO-CLI-LIDO.

      *-----------------------------------*
      *    SOMA OS PEDIDOS ATIVOS DO CLIENTE EM WS-SOMA-COD-CLI,
      *    LENDO SO OS PEDIDOS DELE PELA CHAVE ALTERNATIVA DE
      *    CLIENTE DO PEDIDOS.
      *-----------------------------------*
      *
       172-SOMA-PEDIDOS-CLIENTE SECTION.
      *
           MOVE ZEROS           TO WS-SOMA-VALOR
           MOVE WS-SOMA-COD-CLI TO COD-CLI-PED
           START ARQ-PEDIDO KEY IS EQUAL COD-CLI-PED
              INVALID KEY
                 GO TO 172-FIM
           END-START
      *
           READ ARQ-PEDIDO NEXT RECORD
           PERFORM UNTIL (FSTATUS-PED NOT EQUAL "00"
                          AND FSTATUS-PED NOT EQUAL "02")
                      OR COD-CLI-PED NOT EQUAL WS-SOMA-COD-CLI
              IF PED-ATIVO
                 ADD VALOR-PEDIDO TO WS-SOMA-VALOR
              END-IF
              READ ARQ-PEDIDO NEXT RECORD
           END-PERFORM.
      *
       172-FIM.
           EXIT.

      *-----------------------------------*
      *    SOMA OS PEDIDOS ATIVOS DOS DEMAIS CLIENTES DO GRUPO. OS
      *    CANDIDATOS SAO OS CLIENTES COM A RAIZ DO CNPJ IGUAL AO
      *    GRUPO (LIDOS PELA CHAVE ALTERNATIVA CNPJ-CLI DO BOOKCLI),
      *    CONFIRMADOS NO BUSCAGRP PORQUE O GRUPO INFORMADO NO
      *    GRUPOCLI PREVALECE SOBRE A RAIZ, E OS CLIENTES DE OUTRA
      *    RAIZ QUE TEM O GRUPO INFORMADO NO GRUPOCLI.
      *-----------------------------------*
      *
       173-SOMA-GRUPO SECTION.
      *
           MOVE WS-GRUPO-PED   TO WS-CNPJ-RAIZ
           MOVE ZEROS          TO WS-CNPJ-ORDEM
                                  WS-CNPJ-DIGITOS
           MOVE WS-CNPJ-PARTES TO CNPJ-CLI
           START ARQ-CLIENTE KEY IS NOT LESS THAN CNPJ-CLI
              INVALID KEY
                 MOVE "23" TO FSTATUS-CLI
           END-START
      *
           IF FSTATUS-CLI EQUAL "00"
              READ ARQ-CLIENTE NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-CLI NOT EQUAL "00"
              MOVE CNPJ-CLI TO WS-CNPJ-PARTES
              IF WS-CNPJ-RAIZ NOT EQUAL WS-GRUPO-PED
                 MOVE "10" TO FSTATUS-CLI
              ELSE
                 IF COD-CLI NOT EQUAL WS-COD-CLI-PED
                    PERFORM 171-GRUPO-DO-CLIENTE
                    IF WS-GRUPO-CLI-LIDO EQUAL WS-GRUPO-PED
                       PERFORM 174-SOMA-CLIENTE-GRUPO
                    END-IF
                 END-IF
                 READ ARQ-CLIENTE NEXT RECORD
              END-IF
           END-PERFORM
      *
           OPEN INPUT ARQ-GRUPOCLI
           IF FSTATUS-GCL NOT EQUAL "00"
              CLOSE ARQ-GRUPOCLI
              GO TO 173-FIM
           END-IF
      *
           READ ARQ-GRUPOCLI NEXT RECORD
           PERFORM UNTIL FSTATUS-GCL NOT EQUAL "00"
              IF GCL-GRUPO EQUAL WS-GRUPO-PED
                 AND GCL-COD-CLI NOT EQUAL WS-COD-CLI-PED
                 MOVE GCL-COD-CLI TO COD-CLI
                 READ ARQ-CLIENTE RECORD
                   KEY IS COD-CLI
                 IF FSTATUS-CLI EQUAL "00"
                    MOVE CNPJ-CLI TO WS-CNPJ-PARTES
                    IF WS-CNPJ-RAIZ NOT EQUAL WS-GRUPO-PED
                       PERFORM 174-SOMA-CLIENTE-GRUPO
                    END-IF
                 END-IF
              END-IF
              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-GRUPOCLI.
      *
       173-FIM.
           EXIT.

      *-----------------------------------*
      *
       174-SOMA-CLIENTE-GRUPO SECTION.
      *
           MOVE COD-CLI TO WS-SOMA-COD-CLI
           PERFORM 172-SOMA-PEDIDOS-CLIENTE
           ADD WS-SOMA-VALOR TO WS-SALDO-GRUPO.

      *-----------------------------------*
      *    CONFERE A CONDICAO DE PAGAMENTO DIGITADA NO CONDPAG. ZERO
      *    E ACEITO: O FATURAMENTO GERA PARCELA UNICA EM 30 DIAS.
      *-----------------------------------*
      *
       175-VALIDA-COND-PAG SECTION.
      *
           SET WS-CPG-VALIDA TO TRUE
           MOVE SPACES TO WS-CPG-DESC
      *
           IF WS-COND-PAG-PED EQUAL ZEROS
              MOVE "PARCELA UNICA EM 30 DIAS" TO WS-CPG-DESC
              GO TO 175-FIM
           END-IF
      *
           OPEN INPUT ARQ-CONDPAG
           MOVE WS-COND-PAG-PED TO CPG-CODIGO
           READ ARQ-CONDPAG RECORD
             KEY IS CPG-CODIGO
           IF FSTATUS-CPG NOT EQUAL "00"
              SET WS-CPG-INVALIDA TO TRUE
              MOVE "CONDICAO NAO ENCONTRADA" TO WS-CPG-DESC
           ELSE
              IF CPG-INATIVA
                 SET WS-CPG-INVALIDA TO TRUE
                 MOVE "CONDICAO INATIVA" TO WS-CPG-DESC
              ELSE
                 MOVE CPG-DESCRICAO TO WS-CPG-DESC
              END-IF
           END-IF
           CLOSE ARQ-CONDPAG.
      *
       175-FIM.
           EXIT.

      *-----------------------------------*
      *
       160-GRAVA-ITENS SECTION.
              CLOSE ARQ-ITEM
              OPEN I-O ARQ-ITEM
           END-IF
      *
           MOVE ZEROS TO WS-QTD-BACKORDER
           MOVE "N"   TO WS-ESTQ-ERRO-SW
      *
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > WS-QTD-ITENS
              MOVE WS-IT-QTD(WS-IDX-ITEM)      TO ITEM-QTD
              MOVE WS-IT-PRECO(WS-IDX-ITEM)    TO ITEM-PRECO-UNIT
              MOVE WS-IT-VALOR(WS-IDX-ITEM)    TO ITEM-VALOR
              MOVE WS-IT-PRECO-TAB(WS-IDX-ITEM) TO ITEM-PRECO-TABELA
              MOVE WS-IT-PERC-DESC(WS-IDX-ITEM) TO ITEM-PERC-DESC
              PERFORM 165-RESERVA-ITEM
              WRITE ARQ-ITEM-REG
           END-PERFORM
      *
           CLOSE ARQ-ITEM.

      *-----------------------------------*
      *    RESERVA O ITEM CORRENTE NA FILIAL DO PEDIDO. O QUE O
      *    GRVESTQ NAO RESERVOU FICA EM BACKORDER NO ITEM.
      *-----------------------------------*
      *
       165-RESERVA-ITEM SECTION.
      *
           MOVE WS-FILIAL-PED TO ITEM-FILIAL
           MOVE ZEROS         TO ITEM-QTD-RESERV
           MOVE ZEROS         TO ITEM-QTD-BACKORDER
      *
           MOVE "R"           TO WS-ESTQ-TIPO
           MOVE ITEM-COD-PROD TO WS-ESTQ-COD-PROD
           MOVE WS-FILIAL-PED TO WS-ESTQ-FILIAL
           MOVE ITEM-QTD      TO WS-ESTQ-QTD
           MOVE WS-NUM-PEDIDO TO WS-ESTQ-NUM-PEDIDO
           MOVE OPER-COD-EXEC TO WS-ESTQ-OPERADOR
           CALL "GRVESTQ" USING PARAM-ESTQ
      *
           IF WS-ESTQ-MSG NOT EQUAL SPACES
              SET WS-ESTQ-ERRO TO TRUE
              MOVE ITEM-QTD TO ITEM-QTD-BACKORDER
           ELSE
              MOVE WS-ESTQ-QTD-ATENDIDA TO ITEM-QTD-RESERV
              COMPUTE ITEM-QTD-BACKORDER =
                      ITEM-QTD - WS-ESTQ-QTD-ATENDIDA
           END-IF
           ADD ITEM-QTD-BACKORDER TO WS-QTD-BACKORDER.

      *-----------------------------------*
      *
       200-ALTERACAO SECTION.
                    MOVE WS-DATA-PEDIDO  TO DATA-PEDIDO
                    MOVE WS-VALOR-PEDIDO TO VALOR-PEDIDO
                    REWRITE ARQ-PED-REG
                    IF FSTATUS-PED EQUAL "00" OR "02"
                       MOVE "R" TO WS-JRN-OPERACAO
                       MOVE OPER-COD-EXEC TO WS-JRN-OPERADOR
                       PERFORM 930-GRAVA-JORNAL
                    END-IF
                    IF FSTATUS-PED NOT EQUAL "00" AND NOT EQUAL "02"
                       STRING "ERRO AO ALTERAR PEDIDO - FS "
                              FSTATUS-PED
                         INTO WS-MSG
                 IF FUNCTION UPPER-CASE(WS-CONFIRMA) EQUAL "S"
                    MOVE "C" TO STATUS-PED
                    REWRITE ARQ-PED-REG
                    IF FSTATUS-PED EQUAL "00" OR "02"
                       MOVE "R" TO WS-JRN-OPERACAO
                       MOVE OPER-COD-EXEC TO WS-JRN-OPERADOR
                       PERFORM 930-GRAVA-JORNAL
                       PERFORM 310-LIBERA-ESTOQUE
                    END-IF
                    IF FSTATUS-PED NOT EQUAL "00" AND NOT EQUAL "02"
                       STRING "ERRO AO CANCELAR PEDIDO - FS "
                              FSTATUS-PED
                         INTO WS-MSG
           END-IF
           CLOSE ARQ-PEDIDO.

      *-----------------------------------*
      *    PEDIDO CANCELADO DEVOLVE AO ESTOQUE A RESERVA DOS ITENS E
      *    TIRA DO BACKORDER O QUE AINDA ESPERAVA MERCADORIA.
      *-----------------------------------*
      *
       310-LIBERA-ESTOQUE SECTION.
      *
           MOVE "L"           TO WS-EPED-FUNCAO
           MOVE NUM-PEDIDO    TO WS-EPED-NUM-PEDIDO
           MOVE OPER-COD-EXEC TO WS-EPED-OPERADOR
           CALL "ESTQPED" USING PARAM-ESTQPED
      *
           IF WS-EPED-MSG NOT EQUAL SPACES
              MOVE WS-EPED-MSG TO WS-MSG
              PERFORM 900-MOSTRA-MENSAGEM
           END-IF.

      *-----------------------------------*
      *
       600-CONSULTA SECTION.
      *
           MOVE WS-ANO-MES-VERIF TO FECH-ANO-MES
           MOVE ZEROS            TO FECH-COD-VEND
           MOVE SPACE            TO FECH-TIPO
           START ARQ-FECHAMENTO KEY IS NOT LESS THAN FECH-CHAVE
              INVALID KEY
                 CLOSE ARQ-FECHAMENTO
           EXIT.

      *-----------------------------------*
      *    LE A ATRIBUICAO ATUAL DO CLIENTE INFORMADO (DISTATUAL) E
      *    DEVOLVE O VENDEDOR DELA. DEVOLVE ZEROS QUANDO O CLIENTE
      *    NUNCA FOI DISTRIBUIDO.
      *-----------------------------------*
      *
       905-BUSCA-VENDEDOR-CLI SECTION.
      *
           MOVE ZEROS TO WS-VEND-ACHADO
      *
           OPEN INPUT ARQ-ATUAL
           IF FSTATUS-ATR NOT EQUAL "00"
              CLOSE ARQ-ATUAL
              GO TO 905-FIM
           END-IF
      *
           MOVE WS-COD-CLI-PED TO ATR-COD-CLI
           READ ARQ-ATUAL RECORD
             KEY IS ATR-COD-CLI
           IF FSTATUS-ATR EQUAL "00"
              MOVE ATR-COD-VEND TO WS-VEND-ACHADO
           END-IF
      *
           CLOSE ARQ-ATUAL.
      *
       905-FIM.
           EXIT.

      *-----------------------------------*
      *    DESCONTO MAXIMO POR ITEM DO VENDEDOR DO PEDIDO. VENDEDOR
      *    NAO ENCONTRADO FICA COM ZERO: QUALQUER DESCONTO VAI PARA
      *    APROVACAO.
      *-----------------------------------*
      *
       906-LE-DESCONTO-MAX SECTION.
      *
           MOVE ZEROS TO WS-DESC-MAX
      *
           OPEN INPUT ARQ-VENDEDOR
           IF FSTATUS-VEND NOT EQUAL "00"
              CLOSE ARQ-VENDEDOR
              GO TO 906-FIM
           END-IF
      *
           MOVE WS-COD-VEND-PED TO COD-VEND
           READ ARQ-VENDEDOR RECORD
             KEY IS COD-VEND
           IF FSTATUS-VEND EQUAL "00"
              MOVE DESC-MAX-VEND TO WS-DESC-MAX
           END-IF
      *
           CLOSE ARQ-VENDEDOR.
      *
       906-FIM.
           EXIT.
      *
       END PROGRAM CADPED.
      *-----------------------------------*
