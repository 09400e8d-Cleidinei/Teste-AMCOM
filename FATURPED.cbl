      *    ATIVOS AINDA NAO FATURADOS COM DATA ATE O CORTE
      *    INFORMADO, TIRA O NUMERO DA FATURA DO CONTROLE CTRLCOD
      *    (NEXTCOD), GRAVA A FATURA NO ARQUIVO FATURAS (EMISSAO
      *    HOJE) E UMA PARCELA NO PARCELAS PARA CADA PRAZO DA
      *    CONDICAO DE PAGAMENTO DO PEDIDO (OU DA DO CLIENTE, QUANDO
      *    O PEDIDO NAO TEM; SEM CONDICAO VALIDA, PARCELA UNICA EM 30
      *    DIAS). O VALOR E DIVIDIDO IGUALMENTE E A ULTIMA PARCELA
      *    FICA COM A DIFERENCA DE CENTAVOS. CARIMBA O NUMERO DA FATURA
      *    NO PEDIDO PARA ELE NAO SER FATURADO DE NOVO E GERA O
      *    DOCUMENTO IMPRIMIVEL POR CLIENTE EM FATURDOC.TXT COM A
      *    RAZAO SOCIAL E O ENDERECO DO BOOKCLI. PEDIDO COM ITEM
      *    AINDA EM BACKORDER FICA RETIDO ATE A MERCADORIA CHEGAR; O
      *    FATURADO DA SAIDA NO ESTOQUE DA QUANTIDADE RESERVADA DOS
      *    ITENS (ESTQPED) ANTES DE TIRAR A FATURA. SE A BAIXA FALHA
      *    O PEDIDO NAO E FATURADO E FICA PARA A RODADA SEGUINTE,
      *    QUE BAIXA SO OS ITENS AINDA RESERVADOS.
      *    PARA CADA FATURA GERA TAMBEM O ARQUIVO DE INTERFACE DO
      *    EMISSOR DE NF-E (NFENNNNNNN.TXT): FILIAL DOS ITENS COMO
      *    EMITENTE, CLIENTE (CNPJ/UF) COMO DESTINATARIO, ITENS COM
      *    A CLASSIFICACAO FISCAL DO PRODUTO E AS DUPLICATAS. UF DA
      *    FILIAL DIFERENTE DA UF DO CLIENTE E VENDA INTERESTADUAL
      *    (CFOP 6XXX E ALIQUOTA ICMSINTE DO PARAMSIS). A FATURA
      *    FICA COM A NF-E PENDENTE ATE O RETORNO DO EMISSOR
      *    (RETNFE); A NF-E REJEITADA E REENVIADA NA RODADA SEGUINTE.
      *    CADA PEDIDO FATURADO ENTRA NO ARQUIVO ENTREGAS AGUARDANDO
      *    CARGA NA FILIAL EMITENTE, COM OS VOLUMES (SOMA DAS
      *    QUANTIDADES DOS ITENS) E A DATA PREVISTA (EMISSAO MAIS O
      *    PRAZO DE ENTREGA DA FILIAL EM DIAS UTEIS - DIAUTIL).
      *-----------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD  KEY   IS NUM-PEDIDO
                  ALTERNATE RECORD KEY IS COD-CLI-PED WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CHAVE-VEND-PED WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PED.
           SELECT ARQ-FATURA    ASSIGN TO DISK
                  RECORD  KEY   IS COD-CLI
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CLI.
           SELECT ARQ-CONDPAG   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CPG-CODIGO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-CPG.
           SELECT ARQ-PARCELA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PARC-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PARC.
           SELECT ARQ-ITEM      ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ITEM-CHAVE
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-ITEM.
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
           SELECT ARQ-PARAMSIS  ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS PAR-TIPO
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FSTATUS-PAR.
           SELECT ARQ-ENTREGA   ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS ENT-NUM-PEDIDO
                  ALTERNATE RECORD KEY IS ENT-CHAVE-FILA WITH DUPLICATES
                  LOCK MODE     IS MANUAL
                  FILE STATUS   IS FS-ENTREGA.
           SELECT FATURA-DOC    ASSIGN TO "FATURDOC.TXT"
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DOC.
           SELECT NFE-INTERFACE ASSIGN TO WS-NOME-NFE
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-NFE.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'BOOKCLI'.
       COPY "BOOKCLI.CPY".
      *
       FD  ARQ-CONDPAG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CONDPAG'.
       COPY "BOOKCPG.CPY".
      *
       FD  ARQ-PARCELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARCELAS'.
       COPY "BOOKPARC.CPY".
      *
       FD  ARQ-ITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PEDITEM'.
       COPY "BOOKITEM.CPY".
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
      *
       FD  ARQ-PARAMSIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'PARAMSIS'.
       COPY "BOOKPAR.CPY".
      *
       FD  ARQ-ENTREGA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ENTREGAS'.
       COPY "BOOKENT.CPY".
      *
       FD  FATURA-DOC.
       01  DOC-REG PIC X(080).
      *
       FD  NFE-INTERFACE.
       01  NFE-REG PIC X(200).
      *-----------------------------------*
       WORKING-STORAGE SECTION.
      *-----------------------------------*
       77  FSTATUS-PED             PIC X(002) VALUE "00".
       77  FSTATUS-FAT             PIC X(002) VALUE "00".
       77  FSTATUS-CLI             PIC X(002) VALUE "00".
       77  FSTATUS-CPG             PIC X(002) VALUE "00".
       77  FSTATUS-PARC            PIC X(002) VALUE "00".
       77  FS-DOC                  PIC X(002) VALUE "00".
       77  FSTATUS-ITEM            PIC X(002) VALUE "00".
       77  FSTATUS-PROD            PIC X(002) VALUE "00".
       77  FSTATUS-FIL             PIC X(002) VALUE "00".
       77  FSTATUS-PAR             PIC X(002) VALUE "00".
       77  FS-NFE                  PIC X(002) VALUE "00".
       77  FS-ENTREGA              PIC X(002) VALUE "00".
       77  WS-PRAZO-ENTREGA        PIC 9(002) VALUE ZEROS.
       77  WS-UTEIS-CONTADOS       PIC 9(002) VALUE ZEROS.
       77  WS-DIA-PREVISTO         PIC 9(007) VALUE ZEROS.
       77  WS-DATA-HORA-SISTEMA    PIC X(021) VALUE SPACES.
       77  WS-DATA-HOJE            PIC 9(008) VALUE ZEROS.
       77  WS-DATA-VENC            PIC 9(008) VALUE ZEROS.
       77  WS-QTD-LIDOS            PIC 9(007) VALUE ZEROS.
       77  WS-QTD-FATURADAS        PIC 9(007) VALUE ZEROS.
       77  WS-QTD-ERROS            PIC 9(007) VALUE ZEROS.
       77  WS-QTD-RETIDOS          PIC 9(007) VALUE ZEROS.
       77  WS-QTD-ED               PIC ZZZZZZ9 VALUE ZEROS.
       77  WS-RETIDOS-ED           PIC ZZZZZZ9 VALUE ZEROS.
      *-----------------------------------*
      *    PARCELAS DA FATURA EM MONTAGEM, CALCULADAS PELA CONDICAO
      *    DE PAGAMENTO ANTES DA GRAVACAO.
      *-----------------------------------*
       77  WS-COND-PAG             PIC 9(003) VALUE ZEROS.
       77  WS-QTD-PARC             PIC 9(002) VALUE ZEROS.
       77  WS-IDX-PARC             PIC 9(002) VALUE ZEROS.
       77  WS-VALOR-PARC           PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-SOMA-PARC            PIC 9(007)V9(002) VALUE ZEROS.
       01  WS-PARC-TAB.
           03 WS-PARC-LIN OCCURS 12 TIMES.
              05 WS-PARC-VENC      PIC 9(008).
              05 WS-PARC-VALOR     PIC 9(007)V9(002).
      *-----------------------------------*
      *    INTERFACE DA NF-E COM O EMISSOR: UM ARQUIVO POR FATURA,
      *    REGISTROS POSICIONAIS IDENTIFICADOS PELO TIPO (A = DADOS
      *    DA NOTA, E = EMITENTE, D = DESTINATARIO, I = ITEM,
      *    P = DUPLICATA, T = TOTAIS).
      *-----------------------------------*
       77  WS-NOME-NFE             PIC X(030) VALUE SPACES.
       77  WS-FILIAL-EMIT          PIC 9(002) VALUE ZEROS.
       77  WS-ALIQ-INTER           PIC 9(002)V9(002) VALUE 12.
       77  WS-ALIQ-ITEM            PIC 9(002)V9(002) VALUE ZEROS.
       77  WS-ICMS-ITEM            PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-CFOP-ITEM            PIC 9(004) VALUE ZEROS.
       77  WS-NFE-DESTINO          PIC 9(001) VALUE 1.
           88 WS-NFE-INTERNA                  VALUE 1.
           88 WS-NFE-INTERESTADUAL            VALUE 2.
       01  WS-NFE-TOTAIS.
           03 WS-NFE-TOT-PROD      PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-NFE-TOT-BASE      PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-NFE-TOT-ICMS      PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-NFE-TOT-ITENS     PIC 9(003) VALUE ZEROS.
       01  WS-NFE-IDE.
           03 FILLER               PIC X(001) VALUE "A".
           03 WS-NFE-A-FATURA      PIC 9(007) VALUE ZEROS.
           03 WS-NFE-A-PEDIDO      PIC 9(007) VALUE ZEROS.
           03 WS-NFE-A-EMISSAO     PIC 9(008) VALUE ZEROS.
           03 WS-NFE-A-TIPO-OPER   PIC 9(001) VALUE 1.
           03 WS-NFE-A-DESTINO     PIC 9(001) VALUE ZEROS.
           03 WS-NFE-A-NATUREZA    PIC X(030)
                                   VALUE "VENDA DE MERCADORIA".
           03 WS-NFE-A-COND-PAG    PIC 9(003) VALUE ZEROS.
           03 WS-NFE-A-QTD-PARC    PIC 9(002) VALUE ZEROS.
           03 WS-NFE-A-VEND        PIC 9(003) VALUE ZEROS.
       01  WS-NFE-EMIT.
           03 FILLER               PIC X(001) VALUE "E".
           03 WS-NFE-E-FILIAL      PIC 9(002) VALUE ZEROS.
           03 WS-NFE-E-NOME        PIC X(030) VALUE SPACES.
           03 WS-NFE-E-CNPJ        PIC 9(014) VALUE ZEROS.
           03 WS-NFE-E-IE          PIC X(014) VALUE SPACES.
           03 WS-NFE-E-UF          PIC X(002) VALUE SPACES.
       01  WS-NFE-DEST.
           03 FILLER               PIC X(001) VALUE "D".
           03 WS-NFE-D-COD-CLI     PIC 9(007) VALUE ZEROS.
           03 WS-NFE-D-RAZAO       PIC X(040) VALUE SPACES.
           03 WS-NFE-D-CNPJ        PIC 9(014) VALUE ZEROS.
           03 WS-NFE-D-CIDADE      PIC X(030) VALUE SPACES.
           03 WS-NFE-D-UF          PIC X(002) VALUE SPACES.
       01  WS-NFE-ITEM.
           03 FILLER               PIC X(001) VALUE "I".
           03 WS-NFE-I-SEQ         PIC 9(003) VALUE ZEROS.
           03 WS-NFE-I-COD-PROD    PIC 9(005) VALUE ZEROS.
           03 WS-NFE-I-DESCRICAO   PIC X(040) VALUE SPACES.
           03 WS-NFE-I-NCM         PIC 9(008) VALUE ZEROS.
           03 WS-NFE-I-CFOP        PIC 9(004) VALUE ZEROS.
           03 WS-NFE-I-UNIDADE     PIC X(006) VALUE SPACES.
           03 WS-NFE-I-QTD         PIC 9(005) VALUE ZEROS.
           03 WS-NFE-I-PRECO       PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-NFE-I-VALOR       PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-NFE-I-ORIGEM      PIC 9(001) VALUE ZEROS.
           03 WS-NFE-I-CST         PIC 9(002) VALUE ZEROS.
           03 WS-NFE-I-ALIQ        PIC 9(002)V9(002) VALUE ZEROS.
           03 WS-NFE-I-BASE        PIC 9(007)V9(002) VALUE ZEROS.
           03 WS-NFE-I-ICMS        PIC 9(007)V9(002) VALUE ZEROS.
       01  WS-NFE-DUP.
           03 FILLER               PIC X(001) VALUE "P".
           03 WS-NFE-P-PARCELA     PIC 9(002) VALUE ZEROS.
           03 WS-NFE-P-VENC        PIC 9(008) VALUE ZEROS.
           03 WS-NFE-P-VALOR       PIC 9(007)V9(002) VALUE ZEROS.
       01  WS-NFE-TOT.
           03 FILLER               PIC X(001) VALUE "T".
           03 WS-NFE-T-PRODUTOS    PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-NFE-T-BASE        PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-NFE-T-ICMS        PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-NFE-T-VALOR-NF    PIC 9(009)V9(002) VALUE ZEROS.
           03 WS-NFE-T-QTD-ITENS   PIC 9(003) VALUE ZEROS.
      *-----------------------------------*
      *    NUMERO DA FATURA TIRADO DO CONTROLE CTRLCOD (NEXTCOD)
      *-----------------------------------*
           03 WS-NEXT-CODIGO       PIC 9(007) VALUE ZEROS.
           03 WS-NEXT-MSG          PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    CONSULTA DE BACKORDER E BAIXA DO ESTOQUE DO PEDIDO
      *-----------------------------------*
       01  PARAM-ESTQPED.
           03 WS-EPED-FUNCAO        PIC X(001) VALUE SPACES.
           03 WS-EPED-NUM-PEDIDO    PIC 9(007) VALUE ZEROS.
           03 WS-EPED-COD-PROD      PIC 9(005) VALUE ZEROS.
           03 WS-EPED-FILIAL        PIC 9(002) VALUE ZEROS.
           03 WS-EPED-OPERADOR      PIC 9(003) VALUE ZEROS.
           03 WS-EPED-QTD-BACKORDER PIC 9(007) VALUE ZEROS.
           03 WS-EPED-QTD-ATENDIDA  PIC 9(007) VALUE ZEROS.
           03 WS-EPED-MSG           PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    CALENDARIO DE DIAS UTEIS PARA A DATA PREVISTA DA ENTREGA
      *-----------------------------------*
       01  PARAM-DIAUTIL.
           03 WS-DU-FUNCAO         PIC X(001) VALUE SPACES.
           03 WS-DU-DATA           PIC 9(008) VALUE ZEROS.
           03 WS-DU-ANO-MES        PIC 9(006) VALUE ZEROS.
           03 WS-DU-ORDINAL        PIC 9(002) VALUE ZEROS.
           03 WS-DU-RESP           PIC X(001) VALUE SPACES.
           03 WS-DU-DATA-RESP      PIC 9(008) VALUE ZEROS.
           03 WS-DU-MSG            PIC X(040) VALUE SPACES.
      *-----------------------------------*
      *    IMAGEM POSTERIOR DE CADA GRAVACAO ENVIADA AO JORNAL
      *    JRNMASTER (SUBPROGRAMA GRVJRNL), PARA A RECUPERACAO POR
      *    ROLL-FORWARD DO RECMASTER.
           03 WS-DOC-VEND          PIC 9(003) VALUE ZEROS.
           03 FILLER               PIC X(010) VALUE "   VALOR: ".
           03 WS-DOC-VALOR         PIC ZZZZZZ9,99 VALUE ZEROS.
       01  WS-DOC-LIN6.
           03 FILLER               PIC X(008) VALUE "PARCELA ".
           03 WS-DOC-PARC          PIC 9(002) VALUE ZEROS.
           03 FILLER               PIC X(001) VALUE "/".
           03 WS-DOC-QTD-PARC      PIC 9(002) VALUE ZEROS.
           03 FILLER               PIC X(015) VALUE "  VENCIMENTO: ".
           03 WS-DOC-VENC-PARC     PIC 9(008) VALUE ZEROS.
           03 FILLER               PIC X(010) VALUE "   VALOR: ".
           03 WS-DOC-VALOR-PARC    PIC ZZZZZZ9,99 VALUE ZEROS.
      *-----------------------------------*
       LINKAGE SECTION.
       01  PARAMETROS-FATUR.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
           MOVE WS-DATA-HORA-SISTEMA(1:8) TO WS-DATA-HOJE
      *
           OPEN I-O ARQ-PEDIDO
           IF FSTATUS-PED NOT EQUAL "00"
              CLOSE ARQ-FATURA
              OPEN I-O ARQ-FATURA
           END-IF
      *
           OPEN I-O ARQ-PARCELA
           IF FSTATUS-PARC EQUAL "35"
              CLOSE ARQ-PARCELA
              OPEN OUTPUT ARQ-PARCELA
              CLOSE ARQ-PARCELA
              OPEN I-O ARQ-PARCELA
           END-IF
      *
           OPEN I-O ARQ-ENTREGA
           IF FS-ENTREGA EQUAL "35"
              CLOSE ARQ-ENTREGA
              OPEN OUTPUT ARQ-ENTREGA
              CLOSE ARQ-ENTREGA
              OPEN I-O ARQ-ENTREGA
           END-IF
      *
           OPEN INPUT  ARQ-CLIENTE
           OPEN INPUT  ARQ-CONDPAG
           OPEN INPUT  ARQ-ITEM
           OPEN INPUT  ARQ-PRODUTO
           OPEN INPUT  ARQ-FILIAL
           OPEN OUTPUT FATURA-DOC
      *
           PERFORM 920-LE-ALIQ-INTER
      *
           READ ARQ-PEDIDO NEXT RECORD
      *
              END-IF
              READ ARQ-PEDIDO NEXT RECORD
           END-PERFORM
      *
           PERFORM 400-REENVIA-REJEITADAS
      *
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-FATURA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-CONDPAG
           CLOSE ARQ-PARCELA
           CLOSE ARQ-ITEM
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-FILIAL
           CLOSE ARQ-ENTREGA
           CLOSE FATURA-DOC
      *
           IF WS-QTD-ERROS GREATER THAN ZEROS
              MOVE "FATURPED: ERRO AO GRAVAR FATURAS" TO FATUR-MSG
           ELSE
              MOVE WS-QTD-FATURADAS TO WS-QTD-ED
              IF WS-QTD-RETIDOS GREATER THAN ZEROS
                 MOVE WS-QTD-RETIDOS TO WS-RETIDOS-ED
                 STRING "FATURADAS: " WS-QTD-ED
                        " EM BACKORDER: " WS-RETIDOS-ED
                   INTO FATUR-MSG
              ELSE
                 STRING "FATURAMENTO: " WS-QTD-ED " FATURA(S)"
                   INTO FATUR-MSG
              END-IF
           END-IF
      *
           GOBACK.
      *-----------------------------------*
      *
       100-FATURA-PEDIDO SECTION.
      *
           MOVE "V"        TO WS-EPED-FUNCAO
           MOVE NUM-PEDIDO TO WS-EPED-NUM-PEDIDO
           MOVE ZEROS      TO WS-EPED-OPERADOR
           CALL "ESTQPED" USING PARAM-ESTQPED
           IF WS-EPED-QTD-BACKORDER GREATER THAN ZEROS
              ADD 1 TO WS-QTD-RETIDOS
              GO TO 100-FIM
           END-IF
      *
           MOVE "S"        TO WS-EPED-FUNCAO
           MOVE NUM-PEDIDO TO WS-EPED-NUM-PEDIDO
           CALL "ESTQPED" USING PARAM-ESTQPED
           IF WS-EPED-MSG NOT EQUAL SPACES
              ADD 1 TO WS-QTD-ERROS
              DISPLAY "FATURPED: BAIXA DE ESTOQUE NAO FEITA NO PEDIDO "
                      NUM-PEDIDO " - " WS-EPED-MSG
              GO TO 100-FIM
           END-IF
      *
           MOVE ZEROS TO WS-NEXT-CODIGO
           CALL "NEXTCOD" USING PARAM-NEXTCOD
              ADD 1 TO WS-QTD-ERROS
              GO TO 100-FIM
           END-IF
      *
           PERFORM 150-MONTA-PARCELAS
      *
           MOVE WS-NEXT-CODIGO TO NUM-FATURA
           MOVE NUM-PEDIDO     TO FAT-NUM-PEDIDO
           MOVE WS-DATA-HOJE   TO FAT-DATA-EMISSAO
           MOVE WS-DATA-VENC   TO FAT-DATA-VENCIMENTO
           MOVE "A"            TO FAT-STATUS
           MOVE WS-COND-PAG    TO FAT-COND-PAG
           MOVE WS-QTD-PARC    TO FAT-QTD-PARCELAS
           PERFORM 160-FILIAL-EMITENTE
           MOVE WS-FILIAL-EMIT TO FAT-FILIAL
           MOVE "P"            TO FAT-NFE-SITUACAO
           MOVE SPACES         TO FAT-NFE-CHAVE
           MOVE SPACES         TO FAT-NFE-PROTOCOLO
           MOVE ZEROS          TO FAT-NFE-DATA-AUTORIZ
           MOVE SPACES         TO FAT-NFE-MOTIVO
           MOVE SPACES         TO FAT-PERDA-MOTIVO
           MOVE ZEROS          TO FAT-PERDA-DATA
           MOVE ZEROS          TO FAT-PERDA-VALOR
           MOVE ZEROS          TO FAT-PERDA-OPERADOR
           WRITE ARQ-FAT-REG
           IF FSTATUS-FAT NOT EQUAL "00"
              ADD 1 TO WS-QTD-ERROS
              GO TO 100-FIM
           END-IF
      *
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                   UNTIL WS-IDX-PARC > WS-QTD-PARC
              MOVE NUM-FATURA   TO PARC-NUM-FATURA
              MOVE WS-IDX-PARC  TO PARC-NUM
              MOVE FAT-COD-CLI  TO PARC-COD-CLI
              MOVE WS-PARC-VALOR(WS-IDX-PARC) TO PARC-VALOR
              MOVE WS-PARC-VENC(WS-IDX-PARC)  TO PARC-DATA-VENCIMENTO
              MOVE "A"          TO PARC-STATUS
              WRITE ARQ-PARC-REG
              IF FSTATUS-PARC NOT EQUAL "00"
                 ADD 1 TO WS-QTD-ERROS
              END-IF
           END-PERFORM
      *
           MOVE WS-NEXT-CODIGO TO NUM-FATURA-PED
           REWRITE ARQ-PED-REG
           IF FSTATUS-PED NOT EQUAL "00" AND NOT EQUAL "02"
              ADD 1 TO WS-QTD-ERROS
              GO TO 100-FIM
           END-IF
           MOVE "R" TO WS-JRN-OPERACAO
           PERFORM 930-GRAVA-JORNAL
      *
           PERFORM 170-GRAVA-ENTREGA
           PERFORM 200-GRAVA-DOCUMENTO
           PERFORM 300-GRAVA-NFE
           ADD 1 TO WS-QTD-FATURADAS.
      *
       100-FIM.
           EXIT.

      *-----------------------------------*
      *    MONTA AS PARCELAS DO PEDIDO CORRENTE PELA CONDICAO DE
      *    PAGAMENTO: A DO PEDIDO, SENAO A DO CLIENTE. CONDICAO NAO
      *    INFORMADA, NAO ENCONTRADA OU INATIVA FICA NA REGRA ANTIGA
      *    DE PARCELA UNICA COM VENCIMENTO EM 30 DIAS.
      *-----------------------------------*
      *
       150-MONTA-PARCELAS SECTION.
      *
           MOVE COND-PAG-PED TO WS-COND-PAG
           IF WS-COND-PAG EQUAL ZEROS
              MOVE COD-CLI-PED TO COD-CLI
              READ ARQ-CLIENTE RECORD
                KEY IS COD-CLI
              IF FSTATUS-CLI EQUAL "00"
                 MOVE COND-PAG-CLI TO WS-COND-PAG
              END-IF
           END-IF
      *
           MOVE 1 TO WS-QTD-PARC
           COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 30
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
             TO WS-PARC-VENC(1)
           MOVE VALOR-PEDIDO TO WS-PARC-VALOR(1)
      *
           IF WS-COND-PAG EQUAL ZEROS
              GO TO 150-VENCIMENTO
           END-IF
      *
           MOVE WS-COND-PAG TO CPG-CODIGO
           READ ARQ-CONDPAG RECORD
             KEY IS CPG-CODIGO
           IF FSTATUS-CPG NOT EQUAL "00"
              OR CPG-INATIVA
              OR CPG-QTD-PARCELAS EQUAL ZEROS
              OR CPG-QTD-PARCELAS GREATER THAN 12
              MOVE ZEROS TO WS-COND-PAG
              GO TO 150-VENCIMENTO
           END-IF
      *
           MOVE CPG-QTD-PARCELAS TO WS-QTD-PARC
           DIVIDE VALOR-PEDIDO BY WS-QTD-PARC GIVING WS-VALOR-PARC
           MOVE ZEROS TO WS-SOMA-PARC
      *
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                   UNTIL WS-IDX-PARC > WS-QTD-PARC
              COMPUTE WS-DIAS-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                    + CPG-DIAS-PARCELA(WS-IDX-PARC)
              MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
                TO WS-PARC-VENC(WS-IDX-PARC)
              IF WS-IDX-PARC EQUAL WS-QTD-PARC
                 COMPUTE WS-PARC-VALOR(WS-IDX-PARC) =
                         VALOR-PEDIDO - WS-SOMA-PARC
              ELSE
                 MOVE WS-VALOR-PARC TO WS-PARC-VALOR(WS-IDX-PARC)
                 ADD WS-VALOR-PARC  TO WS-SOMA-PARC
              END-IF
           END-PERFORM.
      *
       150-VENCIMENTO.
           MOVE WS-PARC-VENC(WS-QTD-PARC) TO WS-DATA-VENC.
      *
       150-FIM.
           EXIT.

      *-----------------------------------*
      *    FILIAL EMITENTE DA NF-E DA FATURA CORRENTE: A FILIAL QUE
      *    ATENDE OS ITENS DO PEDIDO (A DO PRIMEIRO ITEM); PEDIDO
      *    SEM ITEM COM FILIAL FICA COM A FILIAL DO CLIENTE.
      *-----------------------------------*
      *
       160-FILIAL-EMITENTE SECTION.
      *
           MOVE ZEROS TO WS-FILIAL-EMIT
      *
           MOVE FAT-NUM-PEDIDO TO ITEM-NUM-PEDIDO
           MOVE ZEROS          TO ITEM-SEQ
           START ARQ-ITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY
                 GO TO 160-CLIENTE
           END-START
      *
           READ ARQ-ITEM NEXT RECORD
           IF FSTATUS-ITEM EQUAL "00"
              AND ITEM-NUM-PEDIDO EQUAL FAT-NUM-PEDIDO
              MOVE ITEM-FILIAL TO WS-FILIAL-EMIT
           END-IF.
      *
       160-CLIENTE.
           IF WS-FILIAL-EMIT EQUAL ZEROS
              MOVE FAT-COD-CLI TO COD-CLI
              READ ARQ-CLIENTE RECORD
                KEY IS COD-CLI
              IF FSTATUS-CLI EQUAL "00"
                 MOVE FILIAL-CLI TO WS-FILIAL-EMIT
              END-IF
           END-IF.
      *
       160-FIM.
           EXIT.

      *-----------------------------------*
      *    COLOCA O PEDIDO DA FATURA CORRENTE NA FILA DE ENTREGA DA
      *    FILIAL EMITENTE (SITUACAO AGUARDANDO CARGA). PEDIDO QUE JA
      *    TINHA ENTREGA (FATURA CANCELADA E REFATURADA) RECOMECA DO
      *    ZERO. ERRO NA GRAVACAO NAO SEGURA O FATURAMENTO.
      *-----------------------------------*
      *
       170-GRAVA-ENTREGA SECTION.
      *
           INITIALIZE ARQ-ENT-REG
           MOVE FAT-NUM-PEDIDO   TO ENT-NUM-PEDIDO
           MOVE FAT-FILIAL       TO ENT-FILIAL
           MOVE "A"              TO ENT-SITUACAO
           MOVE NUM-FATURA       TO ENT-NUM-FATURA
           MOVE FAT-COD-CLI      TO ENT-COD-CLI
           MOVE FAT-VALOR        TO ENT-VALOR
           MOVE FAT-DATA-EMISSAO TO ENT-DATA-FATURA
      *
           MOVE FAT-NUM-PEDIDO TO ITEM-NUM-PEDIDO
           MOVE ZEROS          TO ITEM-SEQ
           START ARQ-ITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY
                 MOVE "23" TO FSTATUS-ITEM
           END-START
           IF FSTATUS-ITEM EQUAL "00"
              READ ARQ-ITEM NEXT RECORD
           END-IF
           PERFORM UNTIL FSTATUS-ITEM NOT EQUAL "00"
                      OR ITEM-NUM-PEDIDO NOT EQUAL FAT-NUM-PEDIDO
              ADD ITEM-QTD TO ENT-VOLUMES
              READ ARQ-ITEM NEXT RECORD
           END-PERFORM
      *
           MOVE 2 TO WS-PRAZO-ENTREGA
           MOVE FAT-FILIAL TO FIL-CODIGO
           READ ARQ-FILIAL RECORD
             KEY IS FIL-CODIGO
           IF FSTATUS-FIL EQUAL "00"
              AND FIL-PRAZO-ENTREGA GREATER THAN ZEROS
              MOVE FIL-PRAZO-ENTREGA TO WS-PRAZO-ENTREGA
           END-IF
      *
           COMPUTE WS-DIA-PREVISTO =
                   FUNCTION INTEGER-OF-DATE(FAT-DATA-EMISSAO)
           MOVE ZEROS TO WS-UTEIS-CONTADOS
           PERFORM UNTIL WS-UTEIS-CONTADOS EQUAL WS-PRAZO-ENTREGA
              ADD 1 TO WS-DIA-PREVISTO
              MOVE "D" TO WS-DU-FUNCAO
              MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-PREVISTO)
                TO WS-DU-DATA
              CALL "DIAUTIL" USING PARAM-DIAUTIL
              IF WS-DU-RESP EQUAL "S"
                 ADD 1 TO WS-UTEIS-CONTADOS
              END-IF
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-PREVISTO)
             TO ENT-DATA-PREVISTA
      *
           WRITE ARQ-ENT-REG
           IF FS-ENTREGA EQUAL "22"
              REWRITE ARQ-ENT-REG
           END-IF
           IF FS-ENTREGA NOT EQUAL "00" AND NOT EQUAL "02"
              DISPLAY "FATURPED: ERRO AO GRAVAR ENTREGA DO PEDIDO "
                      FAT-NUM-PEDIDO " - FS " FS-ENTREGA
           END-IF.

      *-----------------------------------*
      *    ENVIA A IMAGEM POSTERIOR DO PEDIDO CORRENTE AO JORNAL.
      *    A OPERACAO (W/R) E DEFINIDA PELO PONTO CHAMADOR.
           WRITE DOC-REG FROM WS-DOC-LIN3
           WRITE DOC-REG FROM WS-DOC-LIN4
           WRITE DOC-REG FROM WS-DOC-LIN5
      *
           MOVE WS-QTD-PARC TO WS-DOC-QTD-PARC
           PERFORM VARYING WS-IDX-PARC FROM 1 BY 1
                   UNTIL WS-IDX-PARC > WS-QTD-PARC
              MOVE WS-IDX-PARC                TO WS-DOC-PARC
              MOVE WS-PARC-VENC(WS-IDX-PARC)  TO WS-DOC-VENC-PARC
              MOVE WS-PARC-VALOR(WS-IDX-PARC) TO WS-DOC-VALOR-PARC
              WRITE DOC-REG FROM WS-DOC-LIN6
           END-PERFORM
      *
           MOVE SPACES TO DOC-REG
           WRITE DOC-REG.

      *-----------------------------------*
      *    ARQUIVO DE INTERFACE DA NF-E DA FATURA CORRENTE. FILIAL
      *    EMITENTE SEM CNPJ/UF OU CLIENTE NAO ENCONTRADO NAO GERA
      *    ARQUIVO: A NF-E FICA REJEITADA COM O MOTIVO E E
      *    REENVIADA NA PROXIMA RODADA, DEPOIS DE CORRIGIDO O
      *    CADASTRO.
      *-----------------------------------*
      *
       300-GRAVA-NFE SECTION.
      *
           MOVE "R"    TO FAT-NFE-SITUACAO
           MOVE SPACES TO FAT-NFE-MOTIVO
      *
           MOVE FAT-FILIAL TO FIL-CODIGO
           READ ARQ-FILIAL RECORD
             KEY IS FIL-CODIGO
           IF FSTATUS-FIL NOT EQUAL "00"
              OR FIL-CNPJ EQUAL ZEROS
              OR FIL-UF EQUAL SPACES
              MOVE "FILIAL EMITENTE SEM DADOS FISCAIS"
                TO FAT-NFE-MOTIVO
              GO TO 300-SITUACAO
           END-IF
      *
           MOVE FAT-COD-CLI TO COD-CLI
           READ ARQ-CLIENTE RECORD
             KEY IS COD-CLI
           IF FSTATUS-CLI NOT EQUAL "00"
              MOVE "CLIENTE DA FATURA NAO ENCONTRADO"
                TO FAT-NFE-MOTIVO
              GO TO 300-SITUACAO
           END-IF
      *
           IF UF-CLI EQUAL FIL-UF
              OR UF-CLI EQUAL SPACES
              MOVE 1 TO WS-NFE-DESTINO
           ELSE
              MOVE 2 TO WS-NFE-DESTINO
           END-IF
      *
           MOVE SPACES TO WS-NOME-NFE
           STRING "NFE" NUM-FATURA ".TXT" DELIMITED BY SIZE
             INTO WS-NOME-NFE
           OPEN OUTPUT NFE-INTERFACE
           IF FS-NFE NOT EQUAL "00"
              STRING "ERRO AO GERAR ARQUIVO DA NF-E - FS " FS-NFE
                INTO FAT-NFE-MOTIVO
              GO TO 300-SITUACAO
           END-IF
      *
           MOVE NUM-FATURA        TO WS-NFE-A-FATURA
           MOVE FAT-NUM-PEDIDO    TO WS-NFE-A-PEDIDO
           MOVE FAT-DATA-EMISSAO  TO WS-NFE-A-EMISSAO
           MOVE WS-NFE-DESTINO    TO WS-NFE-A-DESTINO
           MOVE FAT-COND-PAG      TO WS-NFE-A-COND-PAG
           MOVE FAT-QTD-PARCELAS  TO WS-NFE-A-QTD-PARC
           MOVE FAT-COD-VEND      TO WS-NFE-A-VEND
           WRITE NFE-REG FROM WS-NFE-IDE
      *
           MOVE FIL-CODIGO        TO WS-NFE-E-FILIAL
           MOVE FIL-NOME          TO WS-NFE-E-NOME
           MOVE FIL-CNPJ          TO WS-NFE-E-CNPJ
           MOVE FIL-INSC-ESTADUAL TO WS-NFE-E-IE
           MOVE FIL-UF            TO WS-NFE-E-UF
           WRITE NFE-REG FROM WS-NFE-EMIT
      *
           MOVE COD-CLI           TO WS-NFE-D-COD-CLI
           MOVE RAZAO-SOCIAL      TO WS-NFE-D-RAZAO
           MOVE CNPJ-CLI          TO WS-NFE-D-CNPJ
           MOVE CIDADE-CLI        TO WS-NFE-D-CIDADE
           MOVE UF-CLI            TO WS-NFE-D-UF
           WRITE NFE-REG FROM WS-NFE-DEST
      *
           INITIALIZE WS-NFE-TOTAIS
           PERFORM 310-ITENS-NFE
           PERFORM 320-DUPLICATAS-NFE
      *
           MOVE WS-NFE-TOT-PROD   TO WS-NFE-T-PRODUTOS
           MOVE WS-NFE-TOT-BASE   TO WS-NFE-T-BASE
           MOVE WS-NFE-TOT-ICMS   TO WS-NFE-T-ICMS
           MOVE WS-NFE-TOT-PROD   TO WS-NFE-T-VALOR-NF
           MOVE WS-NFE-TOT-ITENS  TO WS-NFE-T-QTD-ITENS
           WRITE NFE-REG FROM WS-NFE-TOT
           CLOSE NFE-INTERFACE
      *
           MOVE "P" TO FAT-NFE-SITUACAO.
      *
       300-SITUACAO.
           MOVE SPACES TO FAT-NFE-CHAVE
           MOVE SPACES TO FAT-NFE-PROTOCOLO
           MOVE ZEROS  TO FAT-NFE-DATA-AUTORIZ
           REWRITE ARQ-FAT-REG
           IF FSTATUS-FAT NOT EQUAL "00"
              ADD 1 TO WS-QTD-ERROS
           END-IF.
      *
       300-FIM.
           EXIT.

      *-----------------------------------*
      *    ITENS DA NF-E: UM REGISTRO I POR ITEM DO PEDIDO, COM A
      *    CLASSIFICACAO FISCAL DO PRODUTO. NA VENDA INTERESTADUAL O
      *    CFOP INTERNO (5XXX) VIRA 6XXX E A ALIQUOTA E A ICMSINTE.
      *-----------------------------------*
      *
       310-ITENS-NFE SECTION.
      *
           MOVE FAT-NUM-PEDIDO TO ITEM-NUM-PEDIDO
           MOVE ZEROS          TO ITEM-SEQ
           START ARQ-ITEM KEY IS NOT LESS THAN ITEM-CHAVE
              INVALID KEY
                 GO TO 310-FIM
           END-START
      *
           READ ARQ-ITEM NEXT RECORD
           PERFORM UNTIL FSTATUS-ITEM NOT EQUAL "00"
                      OR ITEM-NUM-PEDIDO NOT EQUAL FAT-NUM-PEDIDO
              MOVE ITEM-COD-PROD TO COD-PROD
              READ ARQ-PRODUTO RECORD
                KEY IS COD-PROD
              IF FSTATUS-PROD NOT EQUAL "00"
                 INITIALIZE ARQ-PROD-REG
                 MOVE ITEM-COD-PROD TO COD-PROD
              END-IF
      *
              MOVE CFOP-PROD TO WS-CFOP-ITEM
              IF WS-CFOP-ITEM EQUAL ZEROS
                 MOVE 5102 TO WS-CFOP-ITEM
              END-IF
              IF WS-NFE-INTERESTADUAL
                 IF WS-CFOP-ITEM LESS THAN 6000
                    ADD 1000 TO WS-CFOP-ITEM
                 END-IF
                 MOVE WS-ALIQ-INTER  TO WS-ALIQ-ITEM
              ELSE
                 MOVE ALIQ-ICMS-PROD TO WS-ALIQ-ITEM
              END-IF
              COMPUTE WS-ICMS-ITEM ROUNDED =
                      ITEM-VALOR * WS-ALIQ-ITEM / 100
      *
              MOVE ITEM-SEQ        TO WS-NFE-I-SEQ
              MOVE COD-PROD        TO WS-NFE-I-COD-PROD
              MOVE DESCRICAO-PROD  TO WS-NFE-I-DESCRICAO
              MOVE NCM-PROD        TO WS-NFE-I-NCM
              MOVE WS-CFOP-ITEM    TO WS-NFE-I-CFOP
              MOVE UNIDADE-PROD    TO WS-NFE-I-UNIDADE
              MOVE ITEM-QTD        TO WS-NFE-I-QTD
              MOVE ITEM-PRECO-UNIT TO WS-NFE-I-PRECO
              MOVE ITEM-VALOR      TO WS-NFE-I-VALOR
              MOVE ORIGEM-PROD     TO WS-NFE-I-ORIGEM
              MOVE CST-ICMS-PROD   TO WS-NFE-I-CST
              MOVE WS-ALIQ-ITEM    TO WS-NFE-I-ALIQ
              MOVE ITEM-VALOR      TO WS-NFE-I-BASE
              MOVE WS-ICMS-ITEM    TO WS-NFE-I-ICMS
              WRITE NFE-REG FROM WS-NFE-ITEM
      *
              ADD ITEM-VALOR   TO WS-NFE-TOT-PROD
              ADD ITEM-VALOR   TO WS-NFE-TOT-BASE
              ADD WS-ICMS-ITEM TO WS-NFE-TOT-ICMS
              ADD 1            TO WS-NFE-TOT-ITENS
              READ ARQ-ITEM NEXT RECORD
           END-PERFORM.
      *
       310-FIM.
           EXIT.

      *-----------------------------------*
      *    DUPLICATAS DA NF-E: AS PARCELAS GRAVADAS DA FATURA.
      *-----------------------------------*
      *
       320-DUPLICATAS-NFE SECTION.
      *
           MOVE NUM-FATURA TO PARC-NUM-FATURA
           MOVE ZEROS      TO PARC-NUM
           START ARQ-PARCELA KEY IS NOT LESS THAN PARC-CHAVE
              INVALID KEY
                 GO TO 320-FIM
           END-START
      *
           READ ARQ-PARCELA NEXT RECORD
           PERFORM UNTIL FSTATUS-PARC NOT EQUAL "00"
                      OR PARC-NUM-FATURA NOT EQUAL NUM-FATURA
              MOVE PARC-NUM             TO WS-NFE-P-PARCELA
              MOVE PARC-DATA-VENCIMENTO TO WS-NFE-P-VENC
              MOVE PARC-VALOR           TO WS-NFE-P-VALOR
              WRITE NFE-REG FROM WS-NFE-DUP
              READ ARQ-PARCELA NEXT RECORD
           END-PERFORM.
      *
       320-FIM.
           EXIT.

      *-----------------------------------*
      *    REENVIO DAS NF-E REJEITADAS PELO EMISSOR (OU NAO GERADAS
      *    POR FALTA DE CADASTRO) EM RODADAS ANTERIORES: REFAZ A
      *    FILIAL EMITENTE E O ARQUIVO DE INTERFACE DA FATURA.
      *-----------------------------------*
      *
       400-REENVIA-REJEITADAS SECTION.
      *
           MOVE ZEROS TO NUM-FATURA
           START ARQ-FATURA KEY IS NOT LESS THAN NUM-FATURA
              INVALID KEY
                 GO TO 400-FIM
           END-START
      *
           READ ARQ-FATURA NEXT RECORD
           PERFORM UNTIL FSTATUS-FAT NOT EQUAL "00"
              IF FAT-NFE-REJEITADA
                 PERFORM 160-FILIAL-EMITENTE
                 MOVE WS-FILIAL-EMIT TO FAT-FILIAL
                 PERFORM 300-GRAVA-NFE
              END-IF
              READ ARQ-FATURA NEXT RECORD
           END-PERFORM.
      *
       400-FIM.
           EXIT.

      *-----------------------------------*
      *    LE A ALIQUOTA INTERESTADUAL DE ICMS NO PARAMSIS (TIPO
      *    ICMSINTE). ARQUIVO OU REGISTRO AUSENTE FICA EM 12%.
      *-----------------------------------*
      *
       920-LE-ALIQ-INTER SECTION.
      *
           MOVE 12 TO WS-ALIQ-INTER
      *
           OPEN INPUT ARQ-PARAMSIS
           IF FSTATUS-PAR NOT EQUAL "00"
              CLOSE ARQ-PARAMSIS
              GO TO 920-FIM
           END-IF
      *
           MOVE "ICMSINTE" TO PAR-TIPO
           READ ARQ-PARAMSIS RECORD
             KEY IS PAR-TIPO
           IF FSTATUS-PAR EQUAL "00"
              MOVE PAR-VALOR TO WS-ALIQ-INTER
           END-IF
      *
           CLOSE ARQ-PARAMSIS.
      *
       920-FIM.
           EXIT.
      *
       END PROGRAM FATURPED.
      *-----------------------------------*
