      *-----------------------------------*
      *    IMPORTACAO EM LOTE DOS PEDIDOS CAPTURADOS EM CAMPO PELOS
      *    VENDEDORES (ARQUIVO PEDIMP): APLICA AS MESMAS VALIDACOES
      *    DA INCLUSAO DO CADPED - CLIENTE EXISTENTE, ATIVO E SEM
      *    BLOQUEIO DE CREDITO NO BOOKCLI, VENDEDOR ASSUMIDO DA
      *    ATRIBUICAO ATUAL DO CLIENTE NO DISTATUAL, ITENS
      *    VALIDADOS NO CADASTRO DE PRODUTOS - GRAVA OS ACEITOS EM
      *    PEDIDOS/PEDITEM COM NUMERO TIRADO DO CONTROLE CTRLCOD
      *    (NEXTCOD) E REJEITA AS LINHAS INVALIDAS EM REJPED.TXT COM
      *    CODIGO DE MOTIVO. OS ITENS
      *    RESERVAM ESTOQUE NA FILIAL DO CLIENTE (GRVESTQ) COMO NA
      *    DIGITACAO; FALTA DE SALDO NAO REJEITA, VAI PARA BACKORDER.
      *    A CONDICAO DE PAGAMENTO EM BRANCO OU ZERO ASSUME A DO
      *    CADASTRO DO CLIENTE; INFORMADA, TEM DE EXISTIR ATIVA NO
      *    CONDPAG. O PRECO DE CADA ITEM E O DA TABELA DE PRECOS
      *    VIGENTE NA DATA DO PEDIDO PARA A FILIAL E A CLASSE ABC DO
      *    CLIENTE (PRECOTAB), OU O DO CADASTRO DE PRODUTOS; A
      *    IMPORTACAO NAO APLICA DESCONTO. O LIMITE DE CREDITO DO
      *    GRUPO ECONOMICO DO CLIENTE (GRUPOECO) TAMBEM E CRITICADO.
      *    O PEDIDO TRAZ O NUMERO DO PACOTE DE CAMPO (PACCAMPO) COM
      *    QUE FOI CAPTURADO; PARA VENDEDOR QUE JA RECEBEU PACOTE SO
      *    VALE O PACOTE VIGENTE OU O ANTERIOR DO CONTROLE PACCTL.
      *    LAYOUT DO PEDIMP (100 BYTES POR LINHA):
      *    P + COD-CLI(7) + DATA-PEDIDO(8)     (ABRE UM PEDIDO)
      *        + COND-PAG(3)                   (OPCIONAL)
      *        + PACOTE(7)
      *    I + COD-PROD(5) + QUANTIDADE(5)     (ITEM DO PEDIDO)
      *-----------------------------------*
       ENVIRONMENT DIVISION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-ITEM      ASSIGN TO DISK
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
           SELECT ARQ-PRODUTO   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS COD-PROD
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PROD.
           SELECT ARQ-ATUAL     ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ATR-COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ATR.
           SELECT ARQ-PARAMSIS  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAR-TIPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAR.
           SELECT ARQ-CONDPAG   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CPG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CPG.
           SELECT ARQ-PACCTL    ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAC-COD-VEND
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-PACCTL.
           SELECT REJEITO-PED   ASSIGN TO "REJPED.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           03 FILLER              PIC X(001).
           03 IMP-COD-CLI         PIC 9(007).
           03 IMP-DATA-PEDIDO     PIC 9(008).
           03 IMP-COND-PAG-X      PIC X(003).
           03 IMP-COND-PAG REDEFINES IMP-COND-PAG-X
                                  PIC 9(003).
           03 IMP-PACOTE-X        PIC X(007).
           03 IMP-PACOTE REDEFINES IMP-PACOTE-X
                                  PIC 9(007).
           03 FILLER              PIC X(074).
       01  IMPORT-ITEM REDEFINES IMPORT-REG.
           03 FILLER              PIC X(001).
           03 IMP-COD-PROD        PIC 9(005).
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-GRUPOCLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'GRUPOCLI'.
       COPY "BOOKGCL.CPY".
      *
       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PRODUTOS'.
       COPY "BOOKPROD.CPY".
      *
       FD  ARQ-ATUAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'DISTATUAL'.
       COPY "BOOKATR.CPY".
      *
       FD  ARQ-PARAMSIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARAMSIS'.
       COPY "BOOKPAR.CPY".
      *
       FD  ARQ-CONDPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CONDPAG'.
       COPY "BOOKCPG.CPY".
      *
       FD  ARQ-PACCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PACCTL'.
       COPY "BOOKPAC.CPY".
      *
       FD  REJEITO-PED
           RECORD CONTAINS 100
       77 FSTATUS-PED             PIC X(002) VALUE "00".
       77 FSTATUS-ITEM            PIC X(002) VALUE "00".
       77 FSTATUS-CLI             PIC X(002) VALUE "00".
       77 FSTATUS-GCL             PIC X(002) VALUE "00".
       77 FSTATUS-PROD            PIC X(002) VALUE "00".
       77 FSTATUS-ATR             PIC X(002) VALUE "00".
       77 FS-REJEITO              PIC X(002) VALUE "00".
       77 FSTATUS-PAR             PIC X(002) VALUE "00".
       77 FSTATUS-CPG             PIC X(002) VALUE "00".
       77 FS-PACCTL               PIC X(002) VALUE "00".
       01 WS-PACCTL-SW            PIC X(001) VALUE "N".
          88 WS-PACCTL-ABERTO                VALUE "S".
          88 WS-PACCTL-FECHADO               VALUE "N".
       77 WS-LIMITE-APROV         PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-IMPORT-LABEL         PIC X(020) VALUE SPACES.
      *-----------------------------------*
      *    07 PEDIDO SEM ITENS VALIDOS    08 SEM NUMERO DISPONIVEL
      *    09 ERRO DE GRAVACAO            10 TIPO DE LINHA INVALIDO
      *    11 ITEM SEM PEDIDO ABERTO      12 LIMITE DE ITENS
      *    13 LIMITE DE CREDITO EXCEDIDO  14 COND PAGTO INVALIDA
      *    15 CLIENTE COM CREDITO BLOQUEADO POR ATRASO
      *    16 LIMITE DO GRUPO ECONOMICO EXCEDIDO
      *    17 PACOTE DE CAMPO DESATUALIZADO
      *    18 PACOTE DE CAMPO NAO INFORMADO
      *-----------------------------------*
       01 WS-REJ-CAB              PIC X(100) VALUE
           "MOTIVO;LINHA ORIGINAL".
       77 WS-PED-VEND             PIC 9(003) VALUE ZEROS.
       77 WS-PED-VALOR            PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-PED-LIMITE           PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-PED-FILIAL           PIC 9(002) VALUE ZEROS.
       77 WS-PED-COND-PAG         PIC 9(003) VALUE ZEROS.
       77 WS-SALDO-ABERTO         PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-PED-GRUPO            PIC 9(008) VALUE ZEROS.
       77 WS-PED-LIMITE-GRUPO     PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-SALDO-GRUPO          PIC 9(009)V9(002) VALUE ZEROS.
       77 WS-GRUPO-CLI-LIDO       PIC 9(008) VALUE ZEROS.
       77 WS-SOMA-COD-CLI         PIC 9(007) VALUE ZEROS.
       77 WS-SOMA-VALOR           PIC 9(009)V9(002) VALUE ZEROS.
       01 WS-CNPJ-PARTES.
          03 WS-CNPJ-RAIZ         PIC 9(008) VALUE ZEROS.
          03 WS-CNPJ-ORDEM        PIC 9(004) VALUE ZEROS.
          03 WS-CNPJ-DIGITOS      PIC 9(002) VALUE ZEROS.
       77 WS-ITEM-VALOR           PIC 9(007)V9(002) VALUE ZEROS.
       77 WS-QTD-ITENS            PIC 9(002) VALUE ZEROS.
       77 WS-IDX-ITEM             PIC 9(002) VALUE ZEROS.
             05 WS-IT-PRECO       PIC 9(007)V9(002).
             05 WS-IT-VALOR       PIC 9(007)V9(002).
      *-----------------------------------*
      *    GRUPO ECONOMICO DO CLIENTE E LIMITE DO GRUPO (BUSCAGRP)
      *-----------------------------------*
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
      *    PRECO DE TABELA DO ITEM NA DATA DO PEDIDO (PRECOTAB)
      *-----------------------------------*
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
      *    VENDEDOR ATRIBUIDO AO CLIENTE NA ATRIBUICAO ATUAL (MESMA
      *    REGRA DA INCLUSAO DO CADPED).
      *-----------------------------------*
       77 WS-VEND-ACHADO          PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    O NUMERO DO PEDIDO IMPORTADO E TIRADO DO CONTROLE CTRLCOD
          03 WS-JRN-CHAVE          PIC X(014) VALUE SPACES.
          03 WS-JRN-OPERADOR       PIC 9(003) VALUE ZEROS.
          03 WS-JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *-----------------------------------*
      *    RESERVA DE ESTOQUE DE CADA ITEM GRAVADO (GRVESTQ)
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
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-IMPPED.
           CLOSE ARQ-ITEM
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-CONDPAG
           CLOSE ARQ-ATUAL
           IF WS-PACCTL-ABERTO
              CLOSE ARQ-PACCTL
           END-IF
           CLOSE REJEITO-PED
      *
           STRING "LIDOS: "      WS-LIDOS(4:6)
      *
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-PRODUTO
           OPEN INPUT ARQ-CONDPAG
           OPEN INPUT ARQ-ATUAL
      *
           SET WS-PACCTL-FECHADO TO TRUE
           OPEN INPUT ARQ-PACCTL
           IF FS-PACCTL EQUAL "00"
              SET WS-PACCTL-ABERTO TO TRUE
           END-IF
      *
           OPEN OUTPUT REJEITO-PED
           WRITE REJEITO-PED-REG FROM WS-REJ-CAB.
           MOVE ZEROS           TO WS-PED-VEND
           MOVE ZEROS           TO WS-PED-VALOR
           MOVE ZEROS           TO WS-QTD-ITENS
           MOVE ZEROS           TO WS-PED-COND-PAG
      *
           MOVE WS-PED-COD-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
              PERFORM 800-GRAVA-REJEICAO
              GO TO 200-FIM
           END-IF
      *
           IF CLI-CRED-BLOQUEADO
              MOVE 15 TO WS-REJ-MOTIVO
              PERFORM 800-GRAVA-REJEICAO
              GO TO 200-FIM
           END-IF
      *
           PERFORM 905-BUSCA-VENDEDOR-CLI
           IF WS-VEND-ACHADO EQUAL ZEROS
              PERFORM 800-GRAVA-REJEICAO
              GO TO 200-FIM
           END-IF
      *
           PERFORM 906-VERIFICA-PACOTE
           IF WS-REJ-MOTIVO NOT EQUAL ZEROS
              PERFORM 800-GRAVA-REJEICAO
              GO TO 200-FIM
           END-IF
      *
           MOVE WS-VEND-ACHADO   TO WS-PED-VEND
           MOVE LIMITE-CRED-CLI  TO WS-PED-LIMITE
           MOVE FILIAL-CLI       TO WS-PED-FILIAL
           MOVE COND-PAG-CLI     TO WS-PED-COND-PAG
           MOVE COD-CLI          TO WS-BGR-COD-CLI
           MOVE CNPJ-CLI         TO WS-BGR-CNPJ
           CALL "BUSCAGRP" USING PARAM-BUSCAGRP
           MOVE WS-BGR-GRUPO     TO WS-PED-GRUPO
           MOVE WS-BGR-LIMITE    TO WS-PED-LIMITE-GRUPO
      *
           IF IMP-COND-PAG-X NOT EQUAL SPACES
              IF IMP-COND-PAG IS NOT NUMERIC
                 MOVE 14 TO WS-REJ-MOTIVO
                 PERFORM 800-GRAVA-REJEICAO
                 GO TO 200-FIM
              END-IF
              IF IMP-COND-PAG NOT EQUAL ZEROS
                 MOVE IMP-COND-PAG TO CPG-CODIGO
                 READ ARQ-CONDPAG RECORD
                   KEY IS CPG-CODIGO
                 IF FSTATUS-CPG NOT EQUAL "00"
                    OR CPG-INATIVA
                    MOVE 14 TO WS-REJ-MOTIVO
                    PERFORM 800-GRAVA-REJEICAO
                    GO TO 200-FIM
                 END-IF
                 MOVE IMP-COND-PAG TO WS-PED-COND-PAG
              END-IF
           END-IF
      *
           SET WS-PED-VALIDO     TO TRUE.
      *
       200-FIM.
           ADD 1 TO WS-QTD-ITENS
           MOVE IMP-COD-PROD TO WS-IT-COD-PROD(WS-QTD-ITENS)
           MOVE IMP-QTD      TO WS-IT-QTD(WS-QTD-ITENS)
           MOVE IMP-COD-PROD   TO WS-PTB-COD-PROD
           MOVE WS-PED-COD-CLI TO WS-PTB-COD-CLI
           MOVE WS-PED-FILIAL  TO WS-PTB-FILIAL
           MOVE SPACES         TO WS-PTB-CLASSE
           MOVE WS-PED-DATA    TO WS-PTB-DATA
           MOVE PRECO-PROD     TO WS-PTB-PRECO
           CALL "PRECOTAB" USING PARAM-PRECOTAB
           MOVE WS-PTB-PRECO TO WS-IT-PRECO(WS-QTD-ITENS)
           COMPUTE WS-ITEM-VALOR = IMP-QTD * WS-PTB-PRECO
           MOVE WS-ITEM-VALOR TO WS-IT-VALOR(WS-QTD-ITENS)
           ADD WS-ITEM-VALOR  TO WS-PED-VALOR.
      *
      *    LOTE NAO HA OPERADOR PARA LIBERAR: ESTOUROU, REJEITA.
      *
           IF WS-PED-LIMITE GREATER THAN ZEROS
              OR WS-PED-LIMITE-GRUPO GREATER THAN ZEROS
              PERFORM 410-VERIFICA-LIMITE
              IF WS-PED-LIMITE GREATER THAN ZEROS
                 AND WS-SALDO-ABERTO + WS-PED-VALOR
                     GREATER THAN WS-PED-LIMITE
                 MOVE 13 TO WS-REJ-MOTIVO
                 PERFORM 810-REJEITA-PEDIDO
                 GO TO 400-FIM
              END-IF
              IF WS-PED-LIMITE-GRUPO GREATER THAN ZEROS
                 AND WS-SALDO-GRUPO + WS-PED-VALOR
                     GREATER THAN WS-PED-LIMITE-GRUPO
                 MOVE 16 TO WS-REJ-MOTIVO
                 PERFORM 810-REJEITA-PEDIDO
                 GO TO 400-FIM
              END-IF
           END-IF
      *
           MOVE ZEROS TO WS-NEXT-CODIGO
              AND WS-PED-VALOR GREATER THAN WS-LIMITE-APROV
              MOVE "P" TO STATUS-PED
           END-IF
           MOVE SPACES         TO MOTIVO-PEND-PED
           IF PED-PENDENTE
              SET PEND-POR-VALOR TO TRUE
           END-IF
           MOVE ZEROS          TO NUM-FATURA-PED
           MOVE ZEROS          TO APROV-OPER-PED
           MOVE ZEROS          TO APROV-DATA-PED
           MOVE WS-PED-COND-PAG TO COND-PAG-PED
           WRITE ARQ-PED-REG
           IF FSTATUS-PED EQUAL "00" OR "02"
              MOVE "W" TO WS-JRN-OPERACAO
              PERFORM 930-GRAVA-JORNAL
           END-IF
           IF FSTATUS-PED NOT EQUAL "00" AND NOT EQUAL "02"
              MOVE 09 TO WS-REJ-MOTIVO
              PERFORM 810-REJEITA-PEDIDO
              GO TO 400-FIM
              MOVE WS-IT-QTD(WS-IDX-ITEM)      TO ITEM-QTD
              MOVE WS-IT-PRECO(WS-IDX-ITEM)    TO ITEM-PRECO-UNIT
              MOVE WS-IT-VALOR(WS-IDX-ITEM)    TO ITEM-VALOR
              MOVE WS-IT-PRECO(WS-IDX-ITEM)    TO ITEM-PRECO-TABELA
              MOVE ZEROS                       TO ITEM-PERC-DESC
              PERFORM 420-RESERVA-ITEM
              WRITE ARQ-ITEM-REG
           END-PERFORM
      *
       400-FIM.
           EXIT.

      *-----------------------------------*
      *    RESERVA O ITEM CORRENTE NA FILIAL DO CLIENTE. O QUE O
      *    GRVESTQ NAO RESERVOU FICA EM BACKORDER NO ITEM.
      *-----------------------------------*
      *
       420-RESERVA-ITEM SECTION.
      *
           MOVE WS-PED-FILIAL TO ITEM-FILIAL
           MOVE ZEROS         TO ITEM-QTD-RESERV
           MOVE ZEROS         TO ITEM-QTD-BACKORDER
      *
           MOVE "R"            TO WS-ESTQ-TIPO
           MOVE ITEM-COD-PROD  TO WS-ESTQ-COD-PROD
           MOVE WS-PED-FILIAL  TO WS-ESTQ-FILIAL
           MOVE ITEM-QTD       TO WS-ESTQ-QTD
           MOVE WS-NEXT-CODIGO TO WS-ESTQ-NUM-PEDIDO
           MOVE ZEROS          TO WS-ESTQ-OPERADOR
           CALL "GRVESTQ" USING PARAM-ESTQ
      *
           IF WS-ESTQ-MSG EQUAL SPACES
              MOVE WS-ESTQ-QTD-ATENDIDA TO ITEM-QTD-RESERV
              COMPUTE ITEM-QTD-BACKORDER =
                      ITEM-QTD - WS-ESTQ-QTD-ATENDIDA
           ELSE
              MOVE ITEM-QTD TO ITEM-QTD-BACKORDER
           END-IF.

      *-----------------------------------*
      *    SOMA OS PEDIDOS ATIVOS JA GRAVADOS DO CLIENTE DO PEDIDO
      *    EM MONTAGEM (INCLUINDO OS ACEITOS NESTA MESMA EXECUCAO).
      *    COM LIMITE DE GRUPO, SOMA TAMBEM OS PEDIDOS ATIVOS DE
      *    TODOS OS CLIENTES DO GRUPO ECONOMICO DO CLIENTE. SO OS
      *    PEDIDOS DOS CLIENTES ENVOLVIDOS SAO LIDOS.
      *-----------------------------------*
      *
       410-VERIFICA-LIMITE SECTION.
      *
           MOVE ZEROS TO WS-SALDO-ABERTO
                         WS-SALDO-GRUPO
      *
           MOVE WS-PED-COD-CLI TO WS-SOMA-COD-CLI
           PERFORM 412-SOMA-PEDIDOS-CLIENTE
           MOVE WS-SOMA-VALOR TO WS-SALDO-ABERTO
                                 WS-SALDO-GRUPO
      *
           IF WS-PED-LIMITE-GRUPO GREATER THAN ZEROS
              PERFORM 413-SOMA-GRUPO
           END-IF
      *
           MOVE "00" TO FSTATUS-PED.
      *
       410-FIM.
           EXIT.

      *-----------------------------------*
      *    GRUPO ECONOMICO DO CLIENTE LIDO NO BOOKCLI.
      *-----------------------------------*
      *
       411-GRUPO-DO-CLIENTE SECTION.
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
       412-SOMA-PEDIDOS-CLIENTE SECTION.
      *
           MOVE ZEROS           TO WS-SOMA-VALOR
           MOVE WS-SOMA-COD-CLI TO COD-CLI-PED
           START ARQ-PEDIDO KEY IS EQUAL COD-CLI-PED
              INVALID KEY
                 GO TO 412-FIM
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
       412-FIM.
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
       413-SOMA-GRUPO SECTION.
      *
           MOVE WS-PED-GRUPO   TO WS-CNPJ-RAIZ
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
              IF WS-CNPJ-RAIZ NOT EQUAL WS-PED-GRUPO
                 MOVE "10" TO FSTATUS-CLI
              ELSE
                 IF COD-CLI NOT EQUAL WS-PED-COD-CLI
                    PERFORM 411-GRUPO-DO-CLIENTE
                    IF WS-GRUPO-CLI-LIDO EQUAL WS-PED-GRUPO
                       PERFORM 414-SOMA-CLIENTE-GRUPO
                    END-IF
                 END-IF
                 READ ARQ-CLIENTE NEXT RECORD
              END-IF
           END-PERFORM
      *
           OPEN INPUT ARQ-GRUPOCLI
           IF FSTATUS-GCL NOT EQUAL "00"
              CLOSE ARQ-GRUPOCLI
              GO TO 413-FIM
           END-IF
      *
           READ ARQ-GRUPOCLI NEXT RECORD
           PERFORM UNTIL FSTATUS-GCL NOT EQUAL "00"
              IF GCL-GRUPO EQUAL WS-PED-GRUPO
                 AND GCL-COD-CLI NOT EQUAL WS-PED-COD-CLI
                 MOVE GCL-COD-CLI TO COD-CLI
                 READ ARQ-CLIENTE RECORD
                   KEY IS COD-CLI
                 IF FSTATUS-CLI EQUAL "00"
                    MOVE CNPJ-CLI TO WS-CNPJ-PARTES
                    IF WS-CNPJ-RAIZ NOT EQUAL WS-PED-GRUPO
                       PERFORM 414-SOMA-CLIENTE-GRUPO
                    END-IF
                 END-IF
              END-IF
              READ ARQ-GRUPOCLI NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQ-GRUPOCLI.
      *
       413-FIM.
           EXIT.

      *-----------------------------------*
      *
       414-SOMA-CLIENTE-GRUPO SECTION.
      *
           MOVE COD-CLI TO WS-SOMA-COD-CLI
           PERFORM 412-SOMA-PEDIDOS-CLIENTE
           ADD WS-SOMA-VALOR TO WS-SALDO-GRUPO.

      *-----------------------------------*
      *    ENVIA A IMAGEM POSTERIOR DO PEDIDO CORRENTE AO JORNAL.
      *    A OPERACAO (W/R) E DEFINIDA PELO PONTO CHAMADOR.
           CALL "GRVJRNL" USING PARAM-JRNL.

      *-----------------------------------*
      *    LE A ATRIBUICAO ATUAL DO CLIENTE DO PEDIDO (DISTATUAL,
      *    ABERTO NO INICIO DA CARGA) E DEVOLVE O VENDEDOR DELA.
      *    DEVOLVE ZEROS QUANDO NUNCA FOI DISTRIBUIDO.
      *-----------------------------------*
      *
       905-BUSCA-VENDEDOR-CLI SECTION.
      *
           MOVE ZEROS TO WS-VEND-ACHADO
      *
           MOVE WS-PED-COD-CLI TO ATR-COD-CLI
           READ ARQ-ATUAL RECORD
             KEY IS ATR-COD-CLI
           IF FSTATUS-ATR EQUAL "00"
              MOVE ATR-COD-VEND TO WS-VEND-ACHADO
           END-IF.
      *
       905-FIM.
           EXIT.

      *-----------------------------------*
      *    CONFERE O PACOTE DE CAMPO DO PEDIDO COM O CONTROLE PACCTL
      *    DO VENDEDOR DO CLIENTE: DEVOLVE EM WS-REJ-MOTIVO 17
      *    (PACOTE VELHO) OU 18 (SEM PACOTE), OU ZERO SE ACEITO.
      *    VENDEDOR AINDA SEM PACOTE (OU SEM CONTROLE) E ACEITO.
      *-----------------------------------*
      *
       906-VERIFICA-PACOTE SECTION.
      *
           MOVE ZEROS TO WS-REJ-MOTIVO
           IF WS-PACCTL-FECHADO
              GO TO 906-FIM
           END-IF
      *
           MOVE WS-VEND-ACHADO TO PAC-COD-VEND
           READ ARQ-PACCTL RECORD
             KEY IS PAC-COD-VEND
           IF FS-PACCTL NOT EQUAL "00"
              GO TO 906-FIM
           END-IF
      *
           IF IMP-PACOTE-X EQUAL SPACES
              OR IMP-PACOTE IS NOT NUMERIC
              OR IMP-PACOTE EQUAL ZEROS
              MOVE 18 TO WS-REJ-MOTIVO
              GO TO 906-FIM
           END-IF
      *
           IF IMP-PACOTE NOT EQUAL PAC-SEQ-ATUAL
              AND IMP-PACOTE NOT EQUAL PAC-SEQ-ANTERIOR
              MOVE 17 TO WS-REJ-MOTIVO
           END-IF.
      *
       906-FIM.
           EXIT.

      *-----------------------------------*
       810-REJEITA-PEDIDO SECTION.
      *
           MOVE SPACES TO WS-REJ-IMAGEM
           STRING "P" WS-PED-COD-CLI WS-PED-DATA WS-PED-COND-PAG
             INTO WS-REJ-IMAGEM
           WRITE REJEITO-PED-REG FROM WS-REJ-LINHA
           ADD 1 TO WS-REJEITADOS.
